      ******************************************************************
      *   02/SEP/2026  FAMB  PROGRAMA NUEVO                            *
      *   02/SEP/2026  FAMB  ESTADO 'D' DORMANTE (LO MARCA PE3C0078)   *
      *   15/OCT/2026  FAMB  NO SE CIERRA NI SE BORRA UN CONTRATO CON  *
      *                      EMBARGO JUDICIAL VIGENTE (COD-RET '63')   *
      ******************************************************************
      *                      ENVIRONMENT DIVISION                      *
      ******************************************************************

       01 WS-CONT-REFERENCIAS           PIC S9(9) COMP VALUE ZEROS.

       01 WS-CONT-EMBARGOS              PIC S9(9) COMP VALUE ZEROS.
       01 WS-FECHA-NEGOCIO              PIC X(10) VALUE SPACES.

       01 PRDTW-CON.
           05 CON-CONTRATO                      PIC X(18).
           05 CON-CLIENTE                       PIC X(8).
           05 CON-ESTADO                        PIC X(1).
           05 CON-FECHA-APERTURA                PIC X(10).

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE FECHA DE PROCESO PE3C0060 (VIGENCIA *
      *   DE LOS EMBARGOS)                                             *
      ******************************************************************
       COPY PE3CFPRO.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
               INCLUDE PETCOCON
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOEMB
           END-EXEC.

       LINKAGE SECTION.
       COPY PE3COEVK.

           MOVE AM4-ESTADO          TO CON-ESTADO
           MOVE AM4-FECHA-APERTURA  TO CON-FECHA-APERTURA

           IF (AM4-OP-CAMBIO AND AM4-EST-CERRADO) OR AM4-OP-BAJA
              PERFORM 100007-VALIDAR-EMBARGO
           END-IF

           EVALUATE TRUE
              WHEN AM4-COD-RET NOT = '00'
                   CONTINUE
              WHEN AM4-OP-ALTA
                   PERFORM 100001-INSERTAR
              WHEN AM4-OP-CAMBIO
                   MOVE SQLCODE                TO AM4-MAS-SQLCODE
           END-EVALUATE.

      ******************************************************************
      *                  100007-VALIDAR-EMBARGO                        *
      *   MIENTRAS UN JUZGADO TENGA EMBARGADO EL CONTRATO, O AL        *
      *   CLIENTE COMPLETO (EMB_CONTRATO EN BLANCO), EL CONTRATO NO SE *
      *   CIERRA NI SE BORRA (COD-RET '63'). LA VIGENCIA SE MIDE       *
      *   CONTRA LA FECHA DE NEGOCIO                                   *
      ******************************************************************
       100007-VALIDAR-EMBARGO.
           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO TO WS-FECHA-NEGOCIO

           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-CONT-EMBARGOS
               FROM   PRDTWEMB
               WHERE  EMB_ESTADO          = 'A'
               AND    EMB_FECHA_EFECTIVA <= :WS-FECHA-NEGOCIO
               AND    EMB_FECHA_LEVANTA   > :WS-FECHA-NEGOCIO
               AND   (EMB_CONTRATO        = :CON-CONTRATO
                OR   (EMB_CONTRATO        = ' '
               AND    EMB_CLIENTE IN
                     (SELECT CON_CLIENTE
                      FROM   PRDTWCON
                      WHERE  CON_CONTRATO = :CON-CONTRATO)))
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              MOVE '30'                   TO AM4-COD-RET
              MOVE 'ERROR SELECT PRDTWEMB' TO AM4-ERROR1
              MOVE SQLCODE                TO AM4-MAS-SQLCODE
           ELSE
              IF WS-CONT-EMBARGOS > ZEROS
                 MOVE '63'                   TO AM4-COD-RET
                 MOVE 'EMBARGO ACTIVO'       TO AM4-ERROR1
                 MOVE AM4-CONTRATO           TO AM4-ERROR2
              END-IF
           END-IF.

       100008-GRABAR-BITACORA.
           MOVE AM4-OPERACION   TO LOG-OPERACION
           MOVE AM4-CONTRATO    TO LOG-CONTRATO
