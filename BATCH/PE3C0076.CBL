      *                    MODIFICACIONES                              *
      ******************************************************************
      *   02/SEP/2026  FAMB  PROGRAMA NUEVO                            *
      *   15/OCT/2026  FAMB  ANO EN BLANCO EN EL PARM: SE TOMA DE LA   *
      *                      FECHA DE NEGOCIO (FECHAPRO) PARA LA       *
      *                      CADENA DE CIERRE DE ANO                   *
      ******************************************************************
      *                      ENVIRONMENT DIVISION                      *
      ******************************************************************
           05 PRD-NOMBRE                 PIC X(30).

       01 WS-PATRON-ANO                  PIC X(6).
       01 WS-ANO-PROCESO                 PIC X(4).

       01 WS-ENCABEZADO-1.
          05 FILLER             PIC X(40) VALUE ALL '='.
      *                          01-INICIO                              *
      ******************************************************************
       01-INICIO.
           CALL 'PE3C0060' USING CAI-PE9CFPR0

           PERFORM 010-VALIDAR-PARM

           OPEN OUTPUT CERTIF
           IF WS-ESTADO NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ARCHIVO CERTIF ' WS-ESTADO
           END-IF

      *    EL CONSECUTIVO ARRANCA DESPUES DEL ULTIMO EMITIDO DEL ANO
           MOVE WS-ANO-PROCESO TO CER-ANO
           EXEC SQL
               SELECT VALUE(MAX(CER_NUMERO), 0)
               INTO  :WS-ULTIMO-NUMERO
                   STOP RUN
           END-EVALUATE

      *    SIN ANO EN EL PARM SE CERTIFICA EL DE LA FECHA DE NEGOCIO
      *    (FECHAPRO): ASI LO CORRE LA CADENA DE CIERRE DE ANO
           IF PARM-ANO = SPACES OR LOW-VALUES
              MOVE FPR0-FECHA-PROCESO (1:4) TO WS-ANO-PROCESO
           ELSE
              MOVE PARM-ANO TO WS-ANO-PROCESO
           END-IF

           IF WS-ANO-PROCESO IS NOT NUMERIC
              DISPLAY 'ANO FISCAL INVALIDO: ' WS-ANO-PROCESO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

      *    PATRON PARA EL LIKE SOBRE W02_FECHA_MOV (YYYY-MM-DD)
           MOVE SPACES   TO WS-PATRON-ANO
           STRING WS-ANO-PROCESO DELIMITED SIZE
                  '-%'     DELIMITED SIZE
                  INTO WS-PATRON-ANO
           END-STRING.
           MOVE ZEROS TO ACU-CANT-MOV ACU-VALOR
           MOVE SPACES TO ENC-COPIA

           MOVE WS-ANO-PROCESO    TO CER-ANO
           MOVE GRU-CLIENTE TO CER-CLIENTE
           EXEC SQL
               SELECT CER_NUMERO

           MOVE WS-ENCABEZADO-1 TO REG-CERTIF
           PERFORM 99-ESCRIBIR
           MOVE WS-ANO-PROCESO  TO ENC-ANO ENC-ANO-NUMERO
           MOVE CER-NUMERO      TO ENC-NUMERO
           MOVE WS-ENCABEZADO-2 TO REG-CERTIF
           PERFORM 99-ESCRIBIR
           IF SI-MODO-REIMPRESION
              CONTINUE
           ELSE
              MOVE WS-ANO-PROCESO      TO CER-ANO
              MOVE WS-CLIENTE-ANTERIOR TO CER-CLIENTE
              MOVE ACU-VALOR           TO CER-VALOR
              MOVE FPR0-FECHA-PROCESO  TO CER-FECHA-GEN
