      *                    MODIFICACIONES                              *
      ******************************************************************
      *   22/AGO/2026  FAMB  PROGRAMA NUEVO                            *
      *   15/OCT/2026  FAMB  PARM DE PARTICIONES EN CERO: LA CANTIDAD  *
      *                      SALE DEL PLAN DE LA NOCHE EN PRDTWPRY     *
      *                      (PE3C0166)                                *
      ******************************************************************
      *                      ENVIRONMENT DIVISION                      *
      ******************************************************************
          05 WS-DETALLES-PARTICION        PIC 9(09) VALUE ZEROS.
          05 WS-TOPE-PARTICION            PIC 9(09) VALUE ZEROS.
          05 WS-PARTICION-ACTUAL          PIC 9(01) VALUE ZEROS.
      *    CANTIDAD EFECTIVA: LA DEL PARM O LA DEL PLAN (PRDTWPRY)
          05 WS-PARTICIONES               PIC 9(01) VALUE ZEROS.
      ******************************************************************
      *                          CONSTANTES                            *
      ******************************************************************
          05 WS-CLIENTE-DESDE         PIC X(8)  VALUE SPACES.
          05 WS-CLIENTE-HASTA         PIC X(8)  VALUE SPACES.
          05 WS-CLIENTE-ANTERIOR      PIC X(8)  VALUE SPACES.
          05 WS-CICLO-CABECERA        PIC X(2)  VALUE '01'.

      *    PLAN DE LA NOCHE QUE DEJO PE3C0166
       01 PRDTW-PRY.
           05 PRY-PARTICIONES         PIC S9(4) COMP VALUE ZEROS.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOPRY
           END-EXEC.

       LINKAGE SECTION.
       01 REG-PARM.
           05 PARM-LONG                         PIC X(02).
      *    CANTIDAD DE PARTICIONES (1 A 9); EN CERO SE TOMA LA QUE
      *    ESCOGIO EL PLANIFICADOR PE3C0166 PARA LA FECHA Y CICLO
      *    DE LA CABECERA
           05 PARM-PARTICIONES                  PIC 9(01).

      ******************************************************************
           END-IF

           IF PARM-PARTICIONES IS NOT NUMERIC
              DISPLAY 'CANTIDAD DE PARTICIONES INVALIDA: '
                      PARM-PARTICIONES
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE PARM-PARTICIONES TO WS-PARTICIONES.

       011-LEER-ENTRADA.
           INITIALIZE REG-ENT-ARCHIVO
           EVALUATE TRUE
              WHEN ENT-REG-CABECERA
                   MOVE ENT-CAB-FECHA-PROCESO TO WS-FECHA-CABECERA
                   IF ENT-CAB-CICLO NOT = SPACES AND NOT = LOW-VALUES
                      MOVE ENT-CAB-CICLO      TO WS-CICLO-CABECERA
                   END-IF
              WHEN ENT-REG-DETALLE
                   ADD 1 TO WS-TOTAL-DETALLES
              WHEN OTHER
           END-IF
           SET NO-FIN-DATA TO TRUE

           IF WS-PARTICIONES = ZEROS
              PERFORM 030-LEER-PLAN
           END-IF

           COMPUTE WS-TOPE-PARTICION =
                   (WS-TOTAL-DETALLES / WS-PARTICIONES) + 1
           MOVE ZEROS TO WS-PARTICION-ACTUAL

           PERFORM 011-LEER-ENTRADA

           CLOSE ENTRADA.

      *    SIN PLAN PARA LA FECHA NO SE ADIVINA: EL OPERADOR CORRE
      *    PE3C0166 O PASA LA CANTIDAD EN EL PARM
       030-LEER-PLAN.
           EXEC SQL
               SELECT PRY_PARTICIONES
               INTO  :PRY-PARTICIONES
               FROM  PRDTWPRY
               WHERE PRY_FECHA_PROCESO = :WS-FECHA-CABECERA
               AND   PRY_CICLO         = :WS-CICLO-CABECERA
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = +100
                   DISPLAY 'SIN PLAN DE PARTICIONES PARA '
                           WS-FECHA-CABECERA ' CICLO '
                           WS-CICLO-CABECERA
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

       031-REPARTIR-REGISTRO.
           IF ENT-REG-DETALLE
              PERFORM 032-UBICAR-DETALLE
           ELSE
              IF WS-DETALLES-PARTICION NOT < WS-TOPE-PARTICION
                 AND ENT-DET-CLIENTE NOT = WS-CLIENTE-ANTERIOR
                 AND WS-PARTICION-ACTUAL < WS-PARTICIONES
                   PERFORM 033-CERRAR-PARTICION
                   PERFORM 034-ABRIR-PARTICION
              END-IF
