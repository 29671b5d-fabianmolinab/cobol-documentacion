      *   02/SEP/2026  FAMB  CADA FECHA GENERADA LLEVA EL VALOR        *
      *                      ESPERADO DE LA REGLA (FRE_VALOR)          *
      *   22/AGO/2026  FAMB  CORRIMIENTO A DIA HABIL VIA PE3C0035      *
      *   15/OCT/2026  FAMB  COMMIT CADA N REGLAS CON PUNTO DE CONTROL *
      *                      EN PRDTWCKP (PE3C0131); EL REINICIO SIGUE *
      *                      DESDE LA ULTIMA REGLA CONFIRMADA          *
      ******************************************************************
      *                      ENVIRONMENT DIVISION                      *
      ******************************************************************
      *****************ARCHIVO DE SALIDA DEL REPORTE*********************
           SELECT SALIDA    ASSIGN TO SALIDA
                            FILE STATUS IS WS-ESTADO.
      ********REPORTE DE LA CORRIDA INTERRUMPIDA (SOLO EN REINICIO)*****
           SELECT SALANT    ASSIGN TO SALANT
                            FILE STATUS IS WS-ESTADO-ANT.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-SALIDA             PIC X(100).

       FD  SALANT
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-SALANT             PIC X(100).
      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************
      *                VARIABLES DE CODIGOS DE RETORNO                 *
      ******************************************************************
       01 WS-ESTADO                      PIC XX    VALUE '00'.
       01 WS-ESTADO-ANT                  PIC XX    VALUE '00'.
      ******************************************************************
      *                           SWITCHES                             *
      ******************************************************************
           05 SW-ERROR-GENERA        PIC X       VALUE 'N'.
             88 SI-ERROR-GENERA                  VALUE 'S'.
             88 NO-ERROR-GENERA                  VALUE 'N'.
           05 SW-REINICIO            PIC X       VALUE 'N'.
             88 SI-REINICIO                      VALUE 'S'.
             88 NO-REINICIO                      VALUE 'N'.
           05 SW-FIN-ANT             PIC X       VALUE 'N'.
             88 SI-FIN-ANT                       VALUE 'S'.
             88 NO-FIN-ANT                       VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
          05 WS-REGLAS-LEIDAS            PIC 9(09) VALUE ZEROS.
          05 WS-FECHAS-CREADAS           PIC 9(09) VALUE ZEROS.
          05 WS-FECHAS-EXISTENTES        PIC 9(09) VALUE ZEROS.
          05 WS-LINEAS-SALIDA            PIC 9(09) VALUE ZEROS.
          05 WS-LINEAS-COPIADAS          PIC 9(09) VALUE ZEROS.
          05 WS-SIN-CONFIRMAR            PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                          CONSTANTES                            *
      ******************************************************************
       01 WS-CONSTANTES.
          05 CTE-LONG-MAX-PARM           PIC 9(02) VALUE 19.
          05 WS-LONG-NUM                 PIC 9(02) VALUE ZEROS.
      *    INTERVALO DE COMMIT EN REGLAS (DEL PARM; 500 POR DEFECTO)
          05 WS-INTERVALO-COMMIT         PIC 9(05) VALUE 00500.

      ******************************************************************
      *          INTERFAZ DE LA RUTINA DE DIAS HABILES PE3C0035        *

       01 WS-CONT-EXISTE                 PIC S9(9) COMP VALUE ZEROS.

      *    EL CURSOR ARRANCA DESPUES DE ESTA REGLA: LA ULTIMA
      *    CONFIRMADA EN REINICIO, LOW-VALUES EN UNA CORRIDA NUEVA
       01 WS-REGLA-DESDE.
           05 DES-CLIENTE                PIC X(8)  VALUE LOW-VALUES.
           05 DES-PRODUCTO               PIC XX    VALUE LOW-VALUES.

      ******************************************************************
      *   FECHAS DE TRABAJO EN FORMATO YYYY-MM-DD Y SUS PARTES         *
      *   NUMERICAS PARA LA ARITMETICA DE MESES                        *

      ******************************************************************
      ******   CURSOR_FRE: TODAS LAS REGLAS DE FRECUENCIA VIGENTES    **
      ******   EN ORDEN DE LLAVE, DESDE LA ULTIMA CONFIRMADA; WITH    **
      ******   HOLD PARA SOBREVIVIR A LOS COMMIT DE CADA PUNTO        **
           EXEC SQL
               DECLARE CURSOR_FRE CURSOR WITH HOLD FOR
               SELECT FRE_CLIENTE, FRE_PRODUCTO, FRE_PERIODICIDAD,
                      FRE_DIA_MES, FRE_HORIZONTE, FRE_VALOR
               FROM PRDTWFRE
               WHERE FRE_CLIENTE > :DES-CLIENTE
               OR   (FRE_CLIENTE = :DES-CLIENTE
                 AND FRE_PRODUCTO > :DES-PRODUCTO)
               ORDER BY FRE_CLIENTE, FRE_PRODUCTO
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA COMUN DE CHECKPOINT PE3C0131. EN ESTE  *
      *   PROGRAMA LA LLAVE ES LA ULTIMA REGLA (CLIENTE/PRODUCTO);     *
      *   CONTADOR 1 REGLAS LEIDAS, 2 FECHAS CREADAS, 3 EXISTENTES,    *
      *   4 LINEAS DE SALIDA, 5 MARCA DE ERROR (1 = HUBO ERROR)        *
      ******************************************************************
       COPY PE3COCKP.

       LINKAGE SECTION.
       01 REG-PARM.
           05 PARM-LONG                         PIC X(02).
      *    REGLA DE CORRIMIENTO A DIA HABIL (VER PE3COCAL):
      *    S/ESPACIO = DIA HABIL SIGUIENTE, A = ANTERIOR
           05 PARM-REGLA-HABIL                  PIC X(01).
      *    COMMIT CADA N REGLAS; EN CERO/BLANCO APLICA 500
           05 PARM-INTERVALO-COMMIT             PIC X(05).
      *    'R' = REINICIO DESDE LA ULTIMA REGLA CONFIRMADA; EL
      *    REPORTE DE LA CORRIDA INTERRUMPIDA VA EN SALANT
           05 PARM-MODO-REINICIO                PIC X(01).
             88 PARM-REINICIO                       VALUE 'R'.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       01-INICIO.
           PERFORM 010-VALIDAR-PARM
           PERFORM 014-LEER-PUNTO-CONTROL
           PERFORM 011-ABRIR-ARCHIVOS
           PERFORM 012-ABRIR-CURSOR
           IF SI-REINICIO
              PERFORM 015-COPIAR-REPORTE
           ELSE
              PERFORM 013-GENERAR-CABECERA
           END-IF
           PERFORM 021-FETCH-CURSOR-FRE.

      ******************************************************************
                DISPLAY 'FECHA DE PROCESO INVALIDA: ' PARM-FECHA-PROCESO
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF

           IF WS-LONG-NUM > 13
              AND PARM-INTERVALO-COMMIT IS NUMERIC
              AND PARM-INTERVALO-COMMIT NOT = ZEROS
                MOVE PARM-INTERVALO-COMMIT TO WS-INTERVALO-COMMIT
           END-IF
           IF WS-LONG-NUM < CTE-LONG-MAX-PARM
              MOVE SPACE TO PARM-MODO-REINICIO
           END-IF.

       011-ABRIR-ARCHIVOS.
           MOVE WS-TITULO1 TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

      ******************************************************************
      *                 014-LEER-PUNTO-CONTROL                         *
      *   UN PUNTO 'E' EN PRDTWCKP ES UNA CORRIDA INTERRUMPIDA DE LA   *
      *   MISMA FECHA: SOLO SE RETOMA EN MODO 'R' (MISMA REGLA DE      *
      *   PE3C0025), Y SIN 'R' NO SE ARRANCA DE CERO ENCIMA DE ELLA    *
      ******************************************************************
       014-LEER-PUNTO-CONTROL.
           INITIALIZE CAI-PE9CCKP0
           SET CKP0-LEER              TO TRUE
           MOVE 'PE3C0034'            TO CKP0-PROGRAMA
           MOVE PARM-FECHA-PROCESO    TO CKP0-FECHA-PROCESO
           CALL 'PE3C0131' USING CAI-PE9CCKP0

           EVALUATE TRUE
              WHEN CKP0-SIN-PUNTO
                   CONTINUE
              WHEN NOT CKP0-OK
                   DISPLAY 'ERROR LEYENDO PRDTWCKP (PE3C0131) COD '
                           CKP0-COD-RET ' SQLCODE ' CKP0-MAS-SQLCODE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
              WHEN CKP0-EN-CURSO AND PARM-REINICIO
                   SET SI-REINICIO TO TRUE
                   MOVE CKP0-LLAVE(1:10)   TO WS-REGLA-DESDE
                   MOVE CKP0-CONTADOR (1)  TO WS-REGLAS-LEIDAS
                   MOVE CKP0-CONTADOR (2)  TO WS-FECHAS-CREADAS
                   MOVE CKP0-CONTADOR (3)  TO WS-FECHAS-EXISTENTES
                   IF CKP0-CONTADOR (5) > ZEROS
                      SET SI-ERROR-GENERA TO TRUE
                   END-IF
                   DISPLAY 'REINICIO DESPUES DE LA REGLA '
                           DES-CLIENTE ' ' DES-PRODUCTO
              WHEN CKP0-EN-CURSO
                   DISPLAY 'CORRIDA INTERRUMPIDA EN LA REGLA '
                           CKP0-LLAVE(1:10)
                   DISPLAY 'USAR MODO REINICIO (PARM R) PARA CONTINUAR'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
              WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF NO-REINICIO
              INITIALIZE CKP0-DATOS
           END-IF.

      ******************************************************************
      *                  015-COPIAR-REPORTE                            *
      *   LAS LINEAS CONFIRMADAS DEL REPORTE INTERRUMPIDO (CABECERA    *
      *   INCLUIDA) PASAN TAL CUAL; LO QUE QUEDO DESPUES DEL ULTIMO    *
      *   COMMIT SE DESCARTA PORQUE ESAS REGLAS SE VUELVEN A GENERAR   *
      ******************************************************************
       015-COPIAR-REPORTE.
           OPEN INPUT SALANT
           IF WS-ESTADO-ANT NOT = '00'
              DISPLAY 'ERROR ABRIENDO ARCHIVO SALANT ' WS-ESTADO-ANT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 0151-COPIAR-LINEA
                   UNTIL WS-LINEAS-SALIDA NOT < CKP0-CONTADOR (4)
                      OR SI-FIN-ANT
           CLOSE SALANT
           IF WS-LINEAS-SALIDA < CKP0-CONTADOR (4)
              DISPLAY 'SALANT TRAE MENOS DE ' CKP0-CONTADOR (4)
                      ' LINEAS CONFIRMADAS'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       0151-COPIAR-LINEA.
           READ SALANT
              AT END
                 SET SI-FIN-ANT TO TRUE
              NOT AT END
                 MOVE REG-SALANT TO REG-SALIDA
                 PERFORM 99-ESCRIBIR
                 ADD 1 TO WS-LINEAS-COPIADAS
           END-READ
           IF WS-ESTADO-ANT NOT = '00' AND NOT = '10'
              DISPLAY 'ERROR LEYENDO ARCHIVO SALANT ' WS-ESTADO-ANT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       021-FETCH-CURSOR-FRE.
           EXEC SQL
               FETCH CURSOR_FRE
      *    CARGADO EN PRDTWFRE); SE SALTA EN VEZ DE DEJAR EL CALCULO
      *    DE MESES CON UN VALOR NEGATIVO
           IF FRE-HORIZONTE NOT > ZEROS
              CONTINUE
           ELSE
              PERFORM 020-GENERAR-REGLA
           END-IF

           ADD 1 TO WS-SIN-CONFIRMAR
           IF WS-SIN-CONFIRMAR NOT < WS-INTERVALO-COMMIT
              SET CKP0-CONFIRMAR TO TRUE
              PERFORM 029-CONFIRMAR-AVANCE
           END-IF

           PERFORM 021-FETCH-CURSOR-FRE.

       020-GENERAR-REGLA.
           PERFORM 022-FIJAR-PASO-MESES
           END-IF

           PERFORM 026-GENERAR-UNA-FECHA
                   UNTIL WS-FECHA-GENERADA > WS-FECHA-TOPE.

      ******************************************************************
      *                  029-CONFIRMAR-AVANCE                          *
      *   LA REGLA EN CURSO YA GENERO TODAS SUS FECHAS: ES LA LLAVE    *
      *   DESDE DONDE SE REINICIA. PE3C0131 HACE EL COMMIT DE LOS      *
      *   INSERT DE PRDTW03 JUNTO CON EL PUNTO DE CONTROL              *
      ******************************************************************
       029-CONFIRMAR-AVANCE.
           MOVE 'PE3C0034'            TO CKP0-PROGRAMA
           MOVE PARM-FECHA-PROCESO    TO CKP0-FECHA-PROCESO
           MOVE FRE-CLIENTE           TO DES-CLIENTE
           MOVE FRE-PRODUCTO          TO DES-PRODUCTO
           MOVE WS-REGLA-DESDE        TO CKP0-LLAVE
           MOVE WS-REGLAS-LEIDAS      TO CKP0-CONTADOR (1)
           MOVE WS-FECHAS-CREADAS     TO CKP0-CONTADOR (2)
           MOVE WS-FECHAS-EXISTENTES  TO CKP0-CONTADOR (3)
           MOVE WS-LINEAS-SALIDA      TO CKP0-CONTADOR (4)
           IF SI-ERROR-GENERA
              MOVE 1                  TO CKP0-CONTADOR (5)
           ELSE
              MOVE ZEROS              TO CKP0-CONTADOR (5)
           END-IF
           CALL 'PE3C0131' USING CAI-PE9CCKP0
           IF NOT CKP0-OK
              DISPLAY 'ERROR CONFIRMANDO AVANCE (PE3C0131) COD '
                      CKP0-COD-RET ' SQLCODE ' CKP0-MAS-SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE ZEROS TO WS-SIN-CONFIRMAR.

       022-FIJAR-PASO-MESES.
           EVALUATE TRUE
              DISPLAY 'ERROR WRITE ARCHIVO SALIDA ' WS-ESTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-LINEAS-SALIDA.

      ******************************************************************
      *                        03-FINAL                                *

           CLOSE SALIDA

      *    EL ULTIMO TRAMO SE CONFIRMA CON EL PUNTO TERMINADO: LA
      *    PROXIMA CORRIDA ARRANCA DE CERO
           SET CKP0-TERMINAR TO TRUE
           PERFORM 029-CONFIRMAR-AVANCE

           IF SI-ERROR-GENERA
              MOVE 8 TO RETURN-CODE
           END-IF
