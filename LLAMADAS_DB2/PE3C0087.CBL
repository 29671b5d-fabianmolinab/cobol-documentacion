      *           PRIMER PREREQUISITO PENDIENTE DEVUELVE '61' CON
      *           SU NOMBRE Y ESTADO POR CAI-PE9CDEP0. UN PROGRAMA
      *           SIN FILAS EN PRDTWDEP NO TIENE PRECEDENCIAS Y
      *           PUEDE ARRANCAR. ANTES DE LAS PRECEDENCIAS SE
      *           MIRA SI EL OPERADOR RETUVO EL PROPIO PROGRAMA EN
      *           PRDTWRTN PARA LA FECHA Y CICLO ('64')
      *                         ============                           *
      ******************************************************************

      *   02/SEP/2026  FAMB  PROGRAMA NUEVO                            *
      *   02/SEP/2026  FAMB  LA VERIFICACION ES POR CICLO INTRADIA     *
      *                      (RUN_CICLO; EN BLANCO SE ASUME '01')      *
      *   15/OCT/2026  FAMB  RETENCION DEL OPERADOR (PRDTWRTN, CODIGO  *
      *                      '64') HONRADA AUN CON OMISION DE          *
      *                      PRECEDENCIAS; 'C' Y 'O' DE PRDTWRUN       *
      *                      CUENTAN COMO PREREQUISITO CUMPLIDO        *
      ******************************************************************
      *                      ENVIRONMENT DIVISION                      *
      ******************************************************************
           05 SW-FIN-CURSOR-1        PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR-1                  VALUE 'S'.
             88 NO-FIN-CURSOR-1                  VALUE 'N'.
           05 SW-CURSOR-ABIERTO      PIC X       VALUE 'N'.
             88 SI-CURSOR-ABIERTO                VALUE 'S'.
             88 NO-CURSOR-ABIERTO                VALUE 'N'.

       01 PRDTW-DEP.
           05 DEP-PROGRAMA               PIC X(8).
           05 RUN-CICLO                  PIC X(2).
           05 RUN-ESTADO                 PIC X(1).
             88 RUN-TERMINADA-OK             VALUE 'T'.
      *      'C' COMPLETADA A LA FUERZA Y 'O' OMITIDA POR EL OPERADOR
             88 RUN-CUMPLIDA                 VALUE 'T' 'C' 'O'.

      *    RETENCIONES ACTIVAS DEL PROPIO PROGRAMA EN PRDTWRTN
       01 WS-RETENCIONES                 PIC S9(9) COMP VALUE ZEROS.

           EXEC SQL
               INCLUDE SQLCA
               INCLUDE PETCORUN
           END-EXEC.

           EXEC SQL
               INCLUDE PETCORTN
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: PREREQUISITOS DEL PROGRAMA                   **
           EXEC SQL
           MOVE SPACES              TO DEP0-PREREQUISITO
           MOVE SPACES              TO DEP0-ESTADO
           SET NO-FIN-CURSOR-1      TO TRUE
           SET NO-CURSOR-ABIERTO    TO TRUE
           MOVE DEP0-PROGRAMA       TO DEP-PROGRAMA
           MOVE DEP0-FECHA-PROCESO  TO RUN-FECHA-PROCESO
           IF DEP0-CICLO = SPACES OR LOW-VALUES
              MOVE DEP0-CICLO       TO RUN-CICLO
           END-IF

           PERFORM 000001-VALIDAR-RETENCION

           EVALUATE TRUE
              WHEN DEP0-COD-RET NOT = '00'
              WHEN DEP0-SI-OMITIR
                   SET SI-FIN-CURSOR-1 TO TRUE
              WHEN OTHER
                   PERFORM 000002-ABRIR-CURSOR-1
           END-EVALUATE.

      ******************************************************************
      *                 000001-VALIDAR-RETENCION                       *
      *   UNA RETENCION 'H' DEL OPERADOR SOBRE EL PROPIO PROGRAMA,     *
      *   PARA LA FECHA Y EL CICLO, LO DETIENE AUNQUE SUS              *
      *   PREREQUISITOS ESTEN CUMPLIDOS O SE HAYAN OMITIDO POR PARM    *
      ******************************************************************
       000001-VALIDAR-RETENCION.
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-RETENCIONES
               FROM  PRDTWRTN
               WHERE RTN_PROGRAMA      = :DEP-PROGRAMA
               AND   RTN_FECHA_PROCESO = :RUN-FECHA-PROCESO
               AND   RTN_CICLO         = :RUN-CICLO
               AND   RTN_ESTADO        = 'H'
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE NOT = ZEROS
                   MOVE '30'             TO DEP0-COD-RET
                   MOVE SQLCODE          TO DEP0-MAS-SQLCODE
              WHEN WS-RETENCIONES > ZEROS
                   MOVE '64'             TO DEP0-COD-RET
                   MOVE DEP-PROGRAMA     TO DEP0-PREREQUISITO
                   MOVE 'H'              TO DEP0-ESTADO
           END-EVALUATE.

       000002-ABRIR-CURSOR-1.
           EXEC SQL
               OPEN CURSOR_1
           END-EXEC
              MOVE SQLCODE  TO DEP0-MAS-SQLCODE
              SET SI-FIN-CURSOR-1 TO TRUE
           ELSE
              SET SI-CURSOR-ABIERTO TO TRUE
              PERFORM 100001-FETCH-CURSOR-1
           END-IF.

              WHEN SQLCODE NOT = ZEROS
                   MOVE '30'             TO DEP0-COD-RET
                   MOVE SQLCODE          TO DEP0-MAS-SQLCODE
              WHEN NOT RUN-CUMPLIDA
                   MOVE '61'             TO DEP0-COD-RET
                   MOVE DEP-PREREQUISITO TO DEP0-PREREQUISITO
                   MOVE RUN-ESTADO       TO DEP0-ESTADO
      *                       200000-FINAL                             *
      ******************************************************************
       200000-FINAL.
           IF SI-CURSOR-ABIERTO
              EXEC SQL
                  CLOSE CURSOR_1
              END-EXEC
           END-IF
           GOBACK.
