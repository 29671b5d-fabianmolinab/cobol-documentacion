      *   22/AGO/2026  FAMB  PROGRAMA NUEVO                            *
      *   22/AGO/2026  FAMB  DESCARTA TITULOS/SUBTOTALES DE PARTICION  *
      *                      Y PONE LOS TITULOS DEL CONSOLIDADO        *
      *   15/OCT/2026  FAMB  PARM DE PARTICIONES EN CERO: CONSOLIDA    *
      *                      LAS QUE PLANIFICO PE3C0166 (PRDTWPRY)     *
      *                      PARA LA FECHA DE PROCESO Y EL CICLO       *
      ******************************************************************
      *                      ENVIRONMENT DIVISION                      *
      ******************************************************************
      ******************************************************************
       01 CONTADORES.
          05 WS-PARTICION-ACTUAL          PIC 9(01) VALUE ZEROS.
      *    CANTIDAD EFECTIVA: LA DEL PARM O LA DEL PLAN (PRDTWPRY)
          05 WS-PARTICIONES               PIC 9(01) VALUE ZEROS.
          05 WS-LINEAS-DETALLE            PIC 9(09) VALUE ZEROS.
          05 WS-EXT-COPIADOS              PIC 9(09) VALUE ZEROS.
          05 WS-TOTAL-DETALLE             PIC 9(09) VALUE ZEROS.
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 RLS-TOTAL-VALOR          PIC S9(13) SIGN LEADING SEPARATE.

      *    PLAN DE LA NOCHE QUE DEJO PE3C0166
       01 PRDTW-PRY.
           05 PRY-FECHA-PROCESO       PIC X(10).
           05 PRY-CICLO               PIC X(2)  VALUE '01'.
           05 PRY-PARTICIONES         PIC S9(4) COMP VALUE ZEROS.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOPRY
           END-EXEC.

      ******************************************************************
      *          INTERFAZ CAI-PE9CFPR0 (FECHA DE PROCESO, PE3C0060)    *
      ******************************************************************
       COPY PE3CFPRO.

       LINKAGE SECTION.
       01 REG-PARM.
           05 PARM-LONG                         PIC X(02).
      *    CANTIDAD DE PARTICIONES A CONSOLIDAR (1 A 9); EN CERO LA
      *    DEL PLAN DE PE3C0166 PARA LA FECHA DE PROCESO (FECHAPRO)
           05 PARM-PARTICIONES                  PIC 9(01).
      *    CICLO INTRADIA DEL PLAN; EN BLANCO '01'
           05 PARM-CICLO                        PIC X(02).

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
           PERFORM 01-INICIO
           PERFORM 02-CONSOLIDAR-PARTICION
                   VARYING WS-PARTICION-ACTUAL FROM 1 BY 1
                   UNTIL WS-PARTICION-ACTUAL > WS-PARTICIONES
           PERFORM 03-FINAL.
      ******************************************************************
      *                          01-INICIO                              *
           END-IF

           IF PARM-PARTICIONES IS NOT NUMERIC
              DISPLAY 'CANTIDAD DE PARTICIONES INVALIDA: '
                      PARM-PARTICIONES
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE PARM-PARTICIONES TO WS-PARTICIONES
           IF WS-PARTICIONES = ZEROS
              PERFORM 0101-LEER-PLAN
           END-IF.

      *    SIN PLAN PARA LA FECHA NO SE ADIVINA CUANTAS HAY
       0101-LEER-PLAN.
           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO TO PRY-FECHA-PROCESO
           IF WS-LONG-NUM > 1
              AND PARM-CICLO NOT = SPACES AND NOT = LOW-VALUES
                MOVE PARM-CICLO TO PRY-CICLO
           END-IF

           EXEC SQL
               SELECT PRY_PARTICIONES
               INTO  :PRY-PARTICIONES
               FROM  PRDTWPRY
               WHERE PRY_FECHA_PROCESO = :PRY-FECHA-PROCESO
               AND   PRY_CICLO         = :PRY-CICLO
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = +100
                   DISPLAY 'SIN PLAN DE PARTICIONES PARA '
                           PRY-FECHA-PROCESO ' CICLO ' PRY-CICLO
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
              WHEN SQLCODE NOT = ZEROS
                   DISPLAY 'ERROR SELECT PRDTWPRY SQLCODE ' SQLCODE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
              WHEN PRY-PARTICIONES < 1 OR PRY-PARTICIONES > 9
                   DISPLAY 'PLAN DE PARTICIONES INVALIDO: '
                           PRY-PARTICIONES
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           MOVE PRY-PARTICIONES TO WS-PARTICIONES
           DISPLAY 'PARTICIONES SEGUN EL PLAN: ' WS-PARTICIONES.

      ******************************************************************
      *                 02-CONSOLIDAR-PARTICION                        *
      ******************************************************************
