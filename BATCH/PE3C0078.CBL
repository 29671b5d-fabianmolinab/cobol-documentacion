      *                    MODIFICACIONES                              *
      ******************************************************************
      *   02/SEP/2026  FAMB  PROGRAMA NUEVO                            *
      *   15/OCT/2026  FAMB  FECHA EN BLANCO EN EL PARM: SE TOMA DE   *
      *                      LA FECHA DE NEGOCIO (FECHAPRO) PARA LA    *
      *                      CADENA DE CIERRE DE MES                   *
      ******************************************************************
      *                      ENVIRONMENT DIVISION                      *
      ******************************************************************
           05 CON-CLIENTE                       PIC X(8).

       01 WS-ULTIMO-MOVIMIENTO           PIC X(10).
       01 WS-FECHA-PROCESO               PIC X(10).

      *    CORTE = FECHA DE PROCESO MENOS N MESES; UN CONTRATO ACTIVO
      *    SIN MOVIMIENTO DESDE EL CORTE (Y ABIERTO ANTES DE EL)
          05 FILLER                   PIC X(14) VALUE ' REACTIVADOS ='.
          05 RES-REACTIVADOS          PIC ZZZZZZZZ9.

      ******************************************************************
      *          INTERFAZ CAI-PE9CFPR0 DE PE3C0060                     *
      ******************************************************************
       COPY PE3CFPRO.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
              STOP RUN
           END-IF

      *    SIN FECHA EN EL PARM SE TOMA LA FECHA DE NEGOCIO
      *    (FECHAPRO): ASI LO CORRE LA CADENA DE CIERRE DE MES
           IF PARM-FECHA-PROCESO = SPACES OR LOW-VALUES
              CALL 'PE3C0060' USING CAI-PE9CFPR0
              MOVE FPR0-FECHA-PROCESO TO WS-FECHA-PROCESO
           ELSE
              MOVE PARM-FECHA-PROCESO TO WS-FECHA-PROCESO
           END-IF

           IF PARM-MESES IS NOT NUMERIC OR PARM-MESES = ZEROS
      *   CONSERVANDO EL DIA                                           *
      ******************************************************************
       011-CALCULAR-CORTE.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-PARTES
           IF FEC-ANO IS NOT NUMERIC OR FEC-MES IS NOT NUMERIC
              OR FEC-MES = ZEROS OR FEC-MES > 12
              DISPLAY 'FECHA DE PROCESO INVALIDA: ' WS-FECHA-PROCESO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
