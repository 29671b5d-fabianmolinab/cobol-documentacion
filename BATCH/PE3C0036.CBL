      *                                                                *
      *                         DESCRIPCION:
      *           ENVEJECIMIENTO Y EXPIRACION DEL CALENDARIO PRDTW03:
      *           TOMA LAS FECHAS ACTIVAS YA VENCIDAS QUE LA
      *           APLICACION DE PAGOS (PE3C0098) NO DEJO CUBIERTAS EN
      *           SU TOTALIDAD, LAS CLASIFICA EN
      *           TRAMOS DE 30/60/90 DIAS Y IMPRIME EL ENVEJECIMIENTO
      *           POR PRODUCTO; LAS QUE SUPERAN EL CORTE DEL PARM SE
      *           PASAN A ESTADO 'I' AUTOMATICAMENTE, DEJANDO CADA
      *                    MODIFICACIONES                              *
      ******************************************************************
      *   22/AGO/2026  FAMB  PROGRAMA NUEVO                            *
      *   15/OCT/2026  FAMB  LA FECHA VENCIDA SE TOMA DE LA COBERTURA  *
      *                      DE PE3C0098 (W03_COBERTURA) Y NO DE LA    *
      *                      AUSENCIA DE MOVIMIENTO EN PRDTW02         *
      *   15/OCT/2026  FAMB  FECHA EN BLANCO EN EL PARM: SE TOMA DE   *
      *                      LA FECHA DE NEGOCIO (FECHAPRO) PARA LA    *
      *                      CADENA DE CIERRE DE MES                   *
      ******************************************************************
      *                      ENVIRONMENT DIVISION                      *
      ******************************************************************
          05 FILLER                   PIC X(12) VALUE ' EXPIRADAS ='.
          05 RES-EXPIRADAS             PIC ZZZZZZZZ9.

      ******************************************************************
      *          INTERFAZ CAI-PE9CFPR0 DE PE3C0060                     *
      ******************************************************************
       COPY PE3CFPRO.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: FECHAS ACTIVAS VENCIDAS SIN COBERTURA TOTAL  **
      *    UNA FECHA CON PAGO PARCIAL SIGUE DEBIENDO Y SIGUE
      *    ENVEJECIENDO (VER PRDTWAPL Y PE3C0098)
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT W03_CLIENTE, W03_PRODUCTO, W03_FECHA
               FROM PRDTW03
               WHERE W03_ESTADO     = 'A'
               AND   W03_FECHA      < :WS-FECHA-PROCESO
               AND   W03_COBERTURA <> 'T'
               FOR FETCH ONLY
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
           MOVE WS-FECHA-PROCESO TO WS-FECHA-PARTES
           IF FEC-ANO IS NOT NUMERIC OR FEC-MES IS NOT NUMERIC
              OR FEC-DIA IS NOT NUMERIC
              OR FEC-MES = ZEROS OR FEC-MES > 12
                DISPLAY 'FECHA DE PROCESO INVALIDA: ' WS-FECHA-PROCESO
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF
