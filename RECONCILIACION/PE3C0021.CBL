      *                      SOSTENIA BLOQUEOS Y DEJO DE CABER EN LA   *
      *                      VENTANA; EL INFORME Y EL ARCHIVO DE       *
      *                      CORRECCION NO CAMBIAN                     *
      *   15/OCT/2026  FAMB  RETENCION DEL OPERADOR (PE3C0087 '64')    *
      *                      HONRADA AUN CON OMISION DE PRECEDENCIAS   *
      ******************************************************************
      *                      ENVIRONMENT DIVISION                      *
      ******************************************************************
      *   TERMINARA Y PE3C0029 APLICO CORRECCIONES CONTRA DATOS A      *
      *   MEDIO CARGAR: AQUI SE EXIGE QUE LOS PREREQUISITOS DE         *
      *   PRDTWDEP ESTEN 'T' PARA LA FECHA DE NEGOCIO, SALVO OMISION   *
      *   CONSCIENTE POR PARM. LA RETENCION DEL OPERADOR ('64') SE     *
      *   HONRA SIEMPRE, CON O SIN OMISION                             *
      ******************************************************************
       010-VALIDAR-PRECEDENCIA.
           CALL 'PE3C0060' USING CAI-PE9CFPR0

           INITIALIZE CAI-PE9CDEP0
           MOVE 'PE3C0021'         TO DEP0-PROGRAMA
           MOVE FPR0-FECHA-PROCESO TO DEP0-FECHA-PROCESO
           IF PARM-LONG IS NUMERIC
              AND PARM-LONG NOT = '00'
              AND PARM-OMITIR-PRECED = 'S'
                DISPLAY 'AVISO: PRECEDENCIAS OMITIDAS POR PARM'
                SET DEP0-SI-OMITIR TO TRUE
           END-IF

           CALL 'PE3C0087' USING CAI-PE9CDEP0

           EVALUATE DEP0-COD-RET
              WHEN '00'
                   CONTINUE
              WHEN '64'
                   DISPLAY 'PROGRAMA RETENIDO POR OPERADOR PARA '
                           DEP0-FECHA-PROCESO
                   MOVE 'PROGRAMA RETENIDO POR OPERADOR'
                                           TO ALR0-MENSAJE
                   PERFORM 97-ALERTAR-CRITICO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
              WHEN OTHER
                   DISPLAY 'PREREQUISITO PENDIENTE: ' DEP0-PREREQUISITO
                           ' ESTADO ' DEP0-ESTADO
                   MOVE 'PREREQUISITO DE CADENA PENDIENTE'
                                           TO ALR0-MENSAJE
                   PERFORM 97-ALERTAR-CRITICO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       011-ABRIR-ARCHIVOS.
           OPEN INPUT UNLW02
