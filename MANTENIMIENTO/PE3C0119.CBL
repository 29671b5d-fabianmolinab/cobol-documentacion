       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0119.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           RUTINA DE RESOLUCION DE LAS DEVOLUCIONES DE SALDOS
      *           A FAVOR (PRDTWDEV) QUE DETECTA PE3C0118: APRUEBA
      *           (POR TODO EL SALDO O POR UNA PARTE) O NIEGA UNA
      *           DEVOLUCION PENDIENTE. NO SE APRUEBA UNA DEVOLUCION
      *           MIENTRAS UN JUZGADO TENGA EMBARGADO AL CLIENTE O AL
      *           CONTRATO (PRDTWEMB, COD-RET '63'). LA APROBADA LA
      *           CONVIERTE EN ORDEN AL BANCO PE3C0120. DEJA BITACORA
      *           CON EL ESTADO ANTERIOR Y EL NUEVO EN MANTLOGV
      *                         ============                           *
      ******************************************************************

       AUTHOR.          FABIAN ANDRES MOLINA BERMUDEZ.
       DATE-WRITTEN.    15/OCT/2026.
       DATE-COMPILED.
      ******************************************************************
      *                    MODIFICACIONES                              *
      ******************************************************************
      *   15/OCT/2026  FAMB  PROGRAMA NUEVO                            *
      ******************************************************************
      *                      ENVIRONMENT DIVISION                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
      ******************************************************************
      *                    INPUT OUTPUT SECTION                        *
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ***********BITACORA DE RESOLUCION DE DEVOLUCIONES****************
           SELECT MANTLOGV  ASSIGN TO MANTLOGV
                            FILE STATUS IS WS-ESTADO-LOG.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  MANTLOGV
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-MANTLOGV.
           05 LGV-OPERACION                     PIC X(1).
           05 LGV-NUMERO                        PIC 9(9).
           05 LGV-CLIENTE                       PIC X(8).
           05 LGV-CONTRATO                      PIC X(18).
           05 LGV-VALOR-SALDO                   PIC S9(11)V99 COMP-3.
           05 LGV-VALOR                         PIC S9(11)V99 COMP-3.
           05 LGV-ESTADO-ANTERIOR               PIC X(1).
           05 LGV-ESTADO-NUEVO                  PIC X(1).
           05 LGV-USUARIO                       PIC X(8).
           05 LGV-COD-RET                       PIC XX.
           05 LGV-FECHA-PROCESO                 PIC X(8).
           05 LGV-HORA-PROCESO                  PIC X(6).
      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-ESTADO-LOG                  PIC XX    VALUE '00'.

       01 WS-CONT-EMBARGOS               PIC S9(9) COMP VALUE ZEROS.
       01 WS-FECHA-NEGOCIO               PIC X(10) VALUE SPACES.

       01 PRDTW-DEV.
           05 DEV-NUMERO                        PIC S9(9) COMP-3.
           05 DEV-CLIENTE                       PIC X(8).
           05 DEV-CONTRATO                      PIC X(18).
           05 DEV-VALOR-SALDO                   PIC S9(11)V99 COMP-3.
           05 DEV-VALOR                         PIC S9(11)V99 COMP-3.
           05 DEV-ESTADO                        PIC X(1).
             88 DEV-EST-PENDIENTE                   VALUE 'P'.
           05 DEV-APROBADOR                     PIC X(8).

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE FECHA DE PROCESO PE3C0060 (FECHA    *
      *   DE RESOLUCION Y VIGENCIA DE LOS EMBARGOS)                    *
      ******************************************************************
       COPY PE3CFPRO.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCODEV
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOEMB
           END-EXEC.

       LINKAGE SECTION.
       COPY PE3COEVV.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING CAI-PE9CCAM9.
           PERFORM 000000-INICIO
           PERFORM 100000-PROCESO
           PERFORM 200000-FINAL.
      ******************************************************************
      *                     000000-INICIO                              *
      ******************************************************************
       000000-INICIO.
           MOVE '00'            TO AM9-COD-RET
           MOVE SPACES          TO AM9-ERROR1 AM9-ERROR2
           MOVE ZEROS           TO AM9-VALOR-APROBADO
           PERFORM 000001-VALIDACION-DE-VARIABLES.

       000001-VALIDACION-DE-VARIABLES.
           IF NOT AM9-OP-APROBAR AND NOT AM9-OP-NEGAR
             MOVE '10'                TO AM9-COD-RET
             MOVE 'OPERACION INVALIDA' TO AM9-ERROR2
             PERFORM 200000-FINAL
           END-IF

           IF AM9-NUMERO IS NOT NUMERIC OR AM9-NUMERO = ZEROS
             MOVE '10'                TO AM9-COD-RET
             MOVE 'NUMERO INVALIDO'   TO AM9-ERROR2
             PERFORM 200000-FINAL
           END-IF

           IF AM9-USUARIO = SPACES OR LOW-VALUES
             MOVE '10'                TO AM9-COD-RET
             MOVE 'USUARIO INVALIDO'  TO AM9-ERROR2
             PERFORM 200000-FINAL
           END-IF

           IF AM9-OP-APROBAR AND AM9-VALOR < ZEROS
             MOVE '10'                TO AM9-COD-RET
             MOVE 'VALOR INVALIDO'    TO AM9-ERROR2
             PERFORM 200000-FINAL
           END-IF.

      ******************************************************************
      *                        100000-PROCESO                          *
      ******************************************************************
       100000-PROCESO.
           INITIALIZE REG-MANTLOGV
           MOVE AM9-NUMERO          TO DEV-NUMERO
           MOVE AM9-USUARIO         TO DEV-APROBADOR
           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO  TO WS-FECHA-NEGOCIO

           PERFORM 100009-LEER-DEVOLUCION

           IF AM9-COD-RET = '00' AND AM9-OP-APROBAR
              PERFORM 100004-VALIDAR-VALOR
           END-IF
           IF AM9-COD-RET = '00' AND AM9-OP-APROBAR
              PERFORM 100005-VALIDAR-EMBARGO
           END-IF

           IF AM9-COD-RET = '00'
              EVALUATE TRUE
                 WHEN AM9-OP-APROBAR
                      MOVE 'A' TO DEV-ESTADO
                 WHEN AM9-OP-NEGAR
                      MOVE 'N' TO DEV-ESTADO
                      MOVE ZEROS TO DEV-VALOR
              END-EVALUATE
              PERFORM 100002-ACTUALIZAR
           END-IF

           PERFORM 100008-GRABAR-BITACORA.

      *    SOLO SE RESUELVE UNA DEVOLUCION PENDIENTE DE REVISION
       100009-LEER-DEVOLUCION.
           EXEC SQL
               SELECT DEV_CLIENTE, DEV_CONTRATO, DEV_VALOR_SALDO,
                      DEV_ESTADO
               INTO  :DEV-CLIENTE, :DEV-CONTRATO, :DEV-VALOR-SALDO,
                     :DEV-ESTADO
               FROM  PRDTWDEV
               WHERE DEV_NUMERO = :DEV-NUMERO
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = +100
                   MOVE '35'                    TO AM9-COD-RET
                   MOVE 'NO ENCONTRE REG '       TO AM9-ERROR1
              WHEN SQLCODE NOT = ZEROS
                   MOVE '30'                    TO AM9-COD-RET
                   MOVE 'ERROR SELECT PRDTWDEV' TO AM9-ERROR1
                   MOVE SQLCODE                 TO AM9-MAS-SQLCODE
              WHEN NOT DEV-EST-PENDIENTE
                   MOVE DEV-ESTADO              TO LGV-ESTADO-ANTERIOR
                   MOVE '45'                    TO AM9-COD-RET
                   MOVE 'DEVOLUCION NO PEND.'   TO AM9-ERROR1
                   MOVE DEV-ESTADO              TO AM9-ERROR2
              WHEN OTHER
                   MOVE DEV-ESTADO              TO LGV-ESTADO-ANTERIOR
           END-EVALUATE.

      *    CERO APRUEBA TODO EL SALDO A FAVOR; NUNCA SE DEVUELVE MAS
      *    DE LO DETECTADO
       100004-VALIDAR-VALOR.
           IF AM9-VALOR = ZEROS
              MOVE DEV-VALOR-SALDO TO DEV-VALOR
           ELSE
              MOVE AM9-VALOR       TO DEV-VALOR
           END-IF

           IF DEV-VALOR > DEV-VALOR-SALDO
              MOVE '45'                    TO AM9-COD-RET
              MOVE 'VALOR SUPERA SALDO'    TO AM9-ERROR1
           END-IF.

      ******************************************************************
      *                  100005-VALIDAR-EMBARGO                        *
      *   CON EMBARGO JUDICIAL VIGENTE SOBRE EL CLIENTE (CONTRATO EN   *
      *   BLANCO) O SOBRE EL CONTRATO EL DINERO NO SE DEVUELVE         *
      *   (COD-RET '63'); LA DEVOLUCION QUEDA PENDIENTE                *
      ******************************************************************
       100005-VALIDAR-EMBARGO.
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CONT-EMBARGOS
               FROM  PRDTWEMB
               WHERE EMB_CLIENTE         = :DEV-CLIENTE
               AND  (EMB_CONTRATO        = ' '
                OR   EMB_CONTRATO        = :DEV-CONTRATO)
               AND   EMB_ESTADO          = 'A'
               AND   EMB_FECHA_EFECTIVA <= :WS-FECHA-NEGOCIO
               AND   EMB_FECHA_LEVANTA   > :WS-FECHA-NEGOCIO
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE NOT = ZEROS
                   MOVE '30'                    TO AM9-COD-RET
                   MOVE 'ERROR SELECT PRDTWEMB' TO AM9-ERROR1
                   MOVE SQLCODE                 TO AM9-MAS-SQLCODE
              WHEN WS-CONT-EMBARGOS > ZEROS
                   MOVE '63'                    TO AM9-COD-RET
                   MOVE 'EMBARGO ACTIVO'        TO AM9-ERROR1
                   MOVE DEV-CONTRATO            TO AM9-ERROR2
           END-EVALUATE.

       100002-ACTUALIZAR.
           EXEC SQL
               UPDATE PRDTWDEV
               SET    DEV_ESTADO           = :DEV-ESTADO,
                      DEV_VALOR            = :DEV-VALOR,
                      DEV_APROBADOR        = :DEV-APROBADOR,
                      DEV_FECHA_RESOLUCION = :WS-FECHA-NEGOCIO
               WHERE  DEV_NUMERO           = :DEV-NUMERO
               AND    DEV_ESTADO           = 'P'
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                   IF SQLERRD (3) = ZEROS
                      MOVE '35'                    TO AM9-COD-RET
                      MOVE 'NO ENCONTRE REG '       TO AM9-ERROR1
                   ELSE
                      MOVE DEV-VALOR               TO AM9-VALOR-APROBADO
                   END-IF
              WHEN OTHER
                   MOVE '30'                   TO AM9-COD-RET
                   MOVE 'ERROR UPDATE PRDTWDEV' TO AM9-ERROR1
                   MOVE SQLCODE                TO AM9-MAS-SQLCODE
           END-EVALUATE.

       100008-GRABAR-BITACORA.
           MOVE AM9-OPERACION   TO LGV-OPERACION
           MOVE AM9-NUMERO      TO LGV-NUMERO
           MOVE DEV-CLIENTE     TO LGV-CLIENTE
           MOVE DEV-CONTRATO    TO LGV-CONTRATO
           MOVE DEV-VALOR-SALDO TO LGV-VALOR-SALDO
           MOVE DEV-VALOR       TO LGV-VALOR
           IF AM9-COD-RET = '00'
              MOVE DEV-ESTADO   TO LGV-ESTADO-NUEVO
           ELSE
              MOVE LGV-ESTADO-ANTERIOR TO LGV-ESTADO-NUEVO
           END-IF
           MOVE AM9-USUARIO     TO LGV-USUARIO
           MOVE AM9-COD-RET     TO LGV-COD-RET
           ACCEPT LGV-FECHA-PROCESO FROM DATE
           ACCEPT LGV-HORA-PROCESO  FROM TIME

           OPEN EXTEND MANTLOGV
           IF WS-ESTADO-LOG = '35'
              OPEN OUTPUT MANTLOGV
           END-IF

           IF WS-ESTADO-LOG NOT = '00'
              DISPLAY 'AVISO: NO SE PUDO GRABAR MANTLOGV '
                      WS-ESTADO-LOG
           ELSE
              WRITE REG-MANTLOGV
              CLOSE MANTLOGV
           END-IF.

      ******************************************************************
      *                       200000-FINAL                             *
      ******************************************************************
       200000-FINAL.
           GOBACK.
