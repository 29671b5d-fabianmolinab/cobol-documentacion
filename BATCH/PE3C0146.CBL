       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0146.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           MONITOREO NOCTURNO DE OPERACIONES (SARLAFT, LAVADO
      *           DE ACTIVOS) SOBRE LOS PAGOS ('N') DE PRDTW02. ASI
      *           COMO PE3C0095 VIGILA QUIEN CONSULTA, ESTE VIGILA
      *           LOS MOVIMIENTOS. CORRE LAS REGLAS DE PRDTWRLA CON
      *           LOS UMBRALES QUE FIJA CUMPLIMIENTO, CADA UNA SOBRE
      *           SU VENTANA DE DIAS HASTA LA FECHA DE NEGOCIO:
      *           FR FRACCIONAMIENTO JUSTO DEBAJO DEL UMBRAL DE
      *              REPORTE, VO VOLUMEN CONTRA EL PROMEDIO MENSUAL
      *              DEL CLIENTE EN LOS 6 MESES ANTERIORES, RE PAGOS
      *              DE VALOR REDONDO, CN PAGOS A CONTRATOS ABIERTOS
      *              DENTRO DE LA VENTANA.
      *           CADA ACIERTO ABRE UN CASO PENDIENTE EN PRDTWLAV
      *           PARA EL OFICIAL DE CUMPLIMIENTO (UNO SOLO POR
      *           CLIENTE, REGLA Y CONTRATO EN LA VENTANA, ASI LA
      *           CORRIDA SE PUEDE REPETIR). LOS CASOS LOS RESUELVE Y
      *           LOS REPORTA A LA UIAF PE3C0147
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
      *****************ARCHIVO DE SALIDA DEL REPORTE********************
           SELECT SALIDA    ASSIGN TO SALIDA
                            FILE STATUS IS WS-ESTADO.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  SALIDA
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-SALIDA             PIC X(132).
      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                VARIABLES DE CODIGOS DE RETORNO                 *
      ******************************************************************
       01 WS-ESTADO                      PIC XX    VALUE '00'.
      ******************************************************************
      *                           SWITCHES                             *
      ******************************************************************
       01 SWITCHES.
           05 SW-FIN-CURSOR          PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR                    VALUE 'S'.
             88 NO-FIN-CURSOR                    VALUE 'N'.
           05 SW-ERROR-PROCESO       PIC X       VALUE 'N'.
             88 SI-ERROR-PROCESO                 VALUE 'S'.
             88 NO-ERROR-PROCESO                 VALUE 'N'.
           05 SW-REGLA-ACTIVA        PIC X       VALUE 'N'.
             88 SI-REGLA-ACTIVA                  VALUE 'S'.
             88 NO-REGLA-ACTIVA                  VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-REGLAS-EVALUADAS         PIC 9(09) VALUE ZEROS.
          05 WS-REGLAS-INVALIDAS         PIC 9(09) VALUE ZEROS.
          05 WS-HALLAZGOS                PIC 9(09) VALUE ZEROS.
          05 WS-HALLAZGOS-REGLA          PIC 9(09) VALUE ZEROS.
          05 WS-CASOS-NUEVOS             PIC 9(09) VALUE ZEROS.
          05 WS-CASOS-EXISTENTES         PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                          CONSTANTES                            *
      ******************************************************************
       01 WS-CONSTANTES.
          05 CTE-PROGRAMA                PIC X(08) VALUE 'PE3C0146'.
      *    MESES DE HISTORIA PARA EL PROMEDIO DE LA REGLA VO
          05 CTE-MESES-HISTORIA          PIC 9(02) VALUE 06.

      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 WS-FECHA-PROCESO               PIC X(10) VALUE SPACES.
      *    INICIO DE LA VENTANA DE LA REGLA EN CURSO E INICIO DE LA
      *    HISTORIA DEL PROMEDIO (CTE-MESES-HISTORIA ANTES)
       01 WS-FECHA-DESDE                 PIC X(10) VALUE SPACES.
       01 WS-FECHA-HISTORIA              PIC X(10) VALUE SPACES.
       01 WS-REGLA-EN-CURSO              PIC X(2)  VALUE SPACES.

       01 WS-CONT-EXISTE                 PIC S9(9) COMP VALUE ZEROS.
       01 WS-ULTIMO-CASO                 PIC S9(9) COMP-3 VALUE ZEROS.

      *    PISO DEL FRACCIONAMIENTO (RLA_PORCENTAJE DEL UMBRAL)
       01 WS-VALOR-PISO                  PIC S9(11)V99 COMP-3
                                                   VALUE ZEROS.
       01 WS-PROMEDIO                    PIC S9(13)V99 COMP-3
                                                   VALUE ZEROS.
       01 WS-LIMITE-VOLUMEN              PIC S9(15)V99 COMP-3
                                                   VALUE ZEROS.

      *    CORTE POR CLIENTE DE LA REGLA RE
       01 WS-CLIENTE-ACTUAL              PIC X(8)  VALUE SPACES.
       01 WS-REDONDOS-CANT               PIC S9(9) COMP VALUE ZEROS.
       01 WS-REDONDOS-VALOR              PIC S9(13)V99 COMP-3
                                                   VALUE ZEROS.
       01 WS-COCIENTE-REDONDO            PIC S9(13) COMP-3
                                                   VALUE ZEROS.
       01 WS-RESTO-REDONDO               PIC S9(11)V99 COMP-3
                                                   VALUE ZEROS.

      ******************************************************************
      *   CALCULO DE LA VENTANA: SE RETROCEDE DIA A DIA DESDE LA       *
      *   FECHA DE NEGOCIO (MISMO CALCULO DE BISIESTOS DE PE3C0074)    *
      ******************************************************************
       01 WS-FECHA-CALCULO.
           05 VEN-ANO                    PIC 9(4).
           05 FILLER                     PIC X.
           05 VEN-MES                    PIC 9(2).
           05 FILLER                     PIC X.
           05 VEN-DIA                    PIC 9(2).
       01 WS-CALCULO-VENTANA.
           05 VEN-RETROCESOS             PIC S9(4) COMP VALUE ZEROS.
           05 VEN-DIAS-MES               PIC 9(2)  VALUE ZEROS.
           05 VEN-COCIENTE               PIC 9(4)  VALUE ZEROS.
           05 VEN-RESTO                  PIC 9(4)  VALUE ZEROS.

       01 PRDTW-RLA.
           05 RLA-REGLA                  PIC X(2).
           05 RLA-DESCRIPCION            PIC X(40).
           05 RLA-ACTIVA                 PIC X(1).
             88 RLA-SI-ACTIVA                VALUE 'S'.
           05 RLA-DIAS                   PIC S9(3) COMP-3.
           05 RLA-CANTIDAD               PIC S9(5) COMP-3.
           05 RLA-VALOR                  PIC S9(11)V99 COMP-3.
           05 RLA-PORCENTAJE             PIC S9(5) COMP-3.

       01 PRDTW-LAV.
           05 LAV-CASO                   PIC S9(9) COMP-3.
           05 LAV-REGLA                  PIC X(2).
           05 LAV-CLIENTE                PIC X(8).
           05 LAV-CONTRATO               PIC X(18).
           05 LAV-FECHA-DETECCION        PIC X(10).
           05 LAV-FECHA-DESDE            PIC X(10).
           05 LAV-CANT-MOV               PIC S9(5) COMP-3.
           05 LAV-VALOR-TOTAL            PIC S9(13)V99 COMP-3.
           05 LAV-VALOR-REFERENCIA       PIC S9(13)V99 COMP-3.
           05 LAV-ESTADO                 PIC X(1).

      *    GRUPO LEIDO DE LOS CURSORES DE LAS REGLAS
       01 WS-GRUPO-LEIDO.
           05 GRU-CLIENTE                PIC X(8).
           05 GRU-CONTRATO               PIC X(18).
           05 GRU-CANT-MOV               PIC S9(9) COMP.
           05 GRU-VALOR                  PIC S9(13)V99 COMP-3.
           05 GRU-VALOR-HISTORIA         PIC S9(13)V99 COMP-3.

      *    PAGO LEIDO EN LA REGLA RE
       01 WS-PAGO-LEIDO.
           05 MOV-CLIENTE                PIC X(8).
           05 MOV-VALOR                  PIC S9(11)V99 COMP-3.

       01 WS-TITULO1.
          05 FILLER             PIC X(38) VALUE
                         'MONITOREO DE OPERACIONES SARLAFT'.
          05 FILLER             PIC X(8)  VALUE ' FECHA: '.
          05 TIT-FECHA          PIC X(10).
       01 WS-TITULO2.
          05 FILLER             PIC X(4)  VALUE 'RG  '.
          05 FILLER             PIC X(10) VALUE 'CLIENTE'.
          05 FILLER             PIC X(20) VALUE 'CONTRATO'.
          05 FILLER             PIC X(12) VALUE 'DESDE'.
          05 FILLER             PIC X(7)  VALUE ' PAGOS '.
          05 FILLER             PIC X(22) VALUE
                                '         VALOR TOTAL  '.
          05 FILLER             PIC X(22) VALUE
                                '          REFERENCIA  '.
          05 FILLER             PIC X(11) VALUE '     CASO  '.
          05 FILLER             PIC X(9)  VALUE 'RESULTADO'.

       01 WS-DETALLE.
          05 DET-REGLA                 PIC X(2).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DET-CLIENTE               PIC X(8).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DET-CONTRATO              PIC X(18).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DET-DESDE                 PIC X(10).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DET-CANT-MOV              PIC ZZZZ9.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DET-VALOR-TOTAL           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DET-VALOR-REFERENCIA      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DET-CASO                  PIC Z(8)9.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DET-RESULTADO             PIC X(24).

      *    UNA LINEA POR REGLA CON SU VENTANA Y SUS HALLAZGOS
       01 WS-LINEA-REGLA.
          05 FILLER                    PIC X(6) VALUE 'REGLA '.
          05 LRG-REGLA                 PIC X(2).
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 LRG-DESCRIPCION           PIC X(40).
          05 FILLER                    PIC X(7) VALUE ' DESDE '.
          05 LRG-DESDE                 PIC X(10).
          05 FILLER                    PIC X(11) VALUE ' HALLAZGOS '.
          05 LRG-HALLAZGOS             PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 LRG-RESULTADO             PIC X(30).

       01 WS-RESUMEN.
          05 CTE-RESUMEN              PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(08) VALUE 'REGLAS='.
          05 RES-REGLAS                PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(12) VALUE ' HALLAZGOS='.
          05 RES-HALLAZGOS             PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(14) VALUE ' CASOS NUEVOS='.
          05 RES-CASOS-NUEVOS          PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(12) VALUE ' EXISTENTES='.
          05 RES-CASOS-EXISTENTES      PIC ZZZZZZZZ9.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE FECHA DE PROCESO PE3C0060           *
      ******************************************************************
       COPY PE3CFPRO.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA CENTRAL DE ALERTAS PE3C0048            *
      ******************************************************************
       COPY PE3COALR.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOW02
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCON
           END-EXEC.

           EXEC SQL
               INCLUDE PETCORLA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOLAV
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1 (FR): CLIENTES CON VARIOS PAGOS JUSTO DEBAJO  **
      ******   DEL UMBRAL QUE JUNTOS LO ALCANZAN                      **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT W02_CLIENTE, COUNT(*), SUM(W02_VALOR_NUM)
               FROM PRDTW02
               WHERE W02_FECHA_MOV BETWEEN :WS-FECHA-DESDE
                                       AND :WS-FECHA-PROCESO
               AND   W02_TIPO_MOV   = 'N'
               AND   W02_VALOR_NUM >= :WS-VALOR-PISO
               AND   W02_VALOR_NUM  < :RLA-VALOR
               GROUP BY W02_CLIENTE
               HAVING COUNT(*)           >= :RLA-CANTIDAD
               AND    SUM(W02_VALOR_NUM) >= :RLA-VALOR
               FOR FETCH ONLY
           END-EXEC.

      ******   CURSOR_2 (VO): PAGOS DEL CLIENTE EN LA VENTANA Y EN    **
      ******   LOS MESES DE HISTORIA ANTERIORES A ELLA                **
           EXEC SQL
               DECLARE CURSOR_2 CURSOR FOR
               SELECT W02_CLIENTE,
                      SUM(CASE WHEN W02_FECHA_MOV >= :WS-FECHA-DESDE
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN W02_FECHA_MOV >= :WS-FECHA-DESDE
                               THEN W02_VALOR_NUM ELSE 0 END),
                      SUM(CASE WHEN W02_FECHA_MOV <  :WS-FECHA-DESDE
                               THEN W02_VALOR_NUM ELSE 0 END)
               FROM PRDTW02
               WHERE W02_FECHA_MOV BETWEEN :WS-FECHA-HISTORIA
                                       AND :WS-FECHA-PROCESO
               AND   W02_TIPO_MOV   = 'N'
               GROUP BY W02_CLIENTE
               HAVING SUM(CASE WHEN W02_FECHA_MOV >= :WS-FECHA-DESDE
                               THEN W02_VALOR_NUM ELSE 0 END)
                      >= :RLA-VALOR
               FOR FETCH ONLY
           END-EXEC.

      ******   CURSOR_3 (RE): PAGOS DE LA VENTANA QUE PUEDEN SER      **
      ******   MULTIPLO DEL VALOR REDONDO, POR CLIENTE                **
           EXEC SQL
               DECLARE CURSOR_3 CURSOR FOR
               SELECT W02_CLIENTE, W02_VALOR_NUM
               FROM PRDTW02
               WHERE W02_FECHA_MOV BETWEEN :WS-FECHA-DESDE
                                       AND :WS-FECHA-PROCESO
               AND   W02_TIPO_MOV   = 'N'
               AND   W02_VALOR_NUM >= :RLA-VALOR
               ORDER BY W02_CLIENTE
               FOR FETCH ONLY
           END-EXEC.

      ******   CURSOR_4 (CN): PAGOS A CONTRATOS ABIERTOS DENTRO DE    **
      ******   LA VENTANA, POR CONTRATO                               **
           EXEC SQL
               DECLARE CURSOR_4 CURSOR FOR
               SELECT C.CON_CLIENTE, C.CON_CONTRATO, COUNT(*),
                      SUM(W.W02_VALOR_NUM)
               FROM PRDTWCON C, PRDTW02 W
               WHERE C.CON_FECHA_APERTURA BETWEEN :WS-FECHA-DESDE
                                              AND :WS-FECHA-PROCESO
               AND   W.W02_CONTRATO  = C.CON_CONTRATO
               AND   W.W02_FECHA_MOV BETWEEN C.CON_FECHA_APERTURA
                                         AND :WS-FECHA-PROCESO
               AND   W.W02_TIPO_MOV  = 'N'
               GROUP BY C.CON_CLIENTE, C.CON_CONTRATO
               HAVING COUNT(*)             >= :RLA-CANTIDAD
               AND    SUM(W.W02_VALOR_NUM) >= :RLA-VALOR
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 01-INICIO
           PERFORM 02-PROCESO
           PERFORM 03-FINAL.
      ******************************************************************
      *                          01-INICIO                             *
      ******************************************************************
       01-INICIO.
           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO TO WS-FECHA-PROCESO TIT-FECHA

           MOVE WS-FECHA-PROCESO TO WS-FECHA-CALCULO
           IF VEN-ANO IS NOT NUMERIC OR VEN-MES IS NOT NUMERIC
              OR VEN-DIA IS NOT NUMERIC
              OR VEN-MES = ZEROS OR VEN-MES > 12
                DISPLAY 'FECHA DE PROCESO ILEGIBLE: ' WS-FECHA-PROCESO
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF

           OPEN OUTPUT SALIDA
           IF WS-ESTADO NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ARCHIVO SALIDA  ' WS-ESTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-TITULO1 TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO2 TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           EXEC SQL
               SELECT VALUE(MAX(LAV_CASO), 0)
               INTO  :WS-ULTIMO-CASO
               FROM  PRDTWLAV
           END-EXEC
           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR SELECT PRDTWLAV SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *                        02-PROCESO                              *
      *   LAS REGLAS CORREN UNA TRAS OTRA; CADA UNA CONFIRMA SUS       *
      *   CASOS AL TERMINAR                                            *
      ******************************************************************
       02-PROCESO.
           MOVE 'FR' TO WS-REGLA-EN-CURSO
           PERFORM 020-EVALUAR-REGLA
           MOVE 'VO' TO WS-REGLA-EN-CURSO
           PERFORM 020-EVALUAR-REGLA
           MOVE 'RE' TO WS-REGLA-EN-CURSO
           PERFORM 020-EVALUAR-REGLA
           MOVE 'CN' TO WS-REGLA-EN-CURSO
           PERFORM 020-EVALUAR-REGLA.

      ******************************************************************
      *                   020-EVALUAR-REGLA                            *
      *   UNA REGLA SIN FILA O INACTIVA NO CORRE; CON PARAMETROS QUE   *
      *   NO TIENEN SENTIDO TAMPOCO, Y LA CORRIDA TERMINA EN RC 4      *
      ******************************************************************
       020-EVALUAR-REGLA.
           SET NO-REGLA-ACTIVA  TO TRUE
           MOVE ZEROS           TO WS-HALLAZGOS-REGLA
           MOVE SPACES          TO WS-FECHA-DESDE
           MOVE WS-REGLA-EN-CURSO TO RLA-REGLA
           MOVE SPACES          TO RLA-DESCRIPCION

           EXEC SQL
               SELECT RLA_DESCRIPCION, RLA_ACTIVA, RLA_DIAS,
                      RLA_CANTIDAD, RLA_VALOR, RLA_PORCENTAJE
               INTO  :RLA-DESCRIPCION, :RLA-ACTIVA, :RLA-DIAS,
                     :RLA-CANTIDAD, :RLA-VALOR, :RLA-PORCENTAJE
               FROM  PRDTWRLA
               WHERE RLA_REGLA = :RLA-REGLA
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = +100
                   MOVE 'SIN PARAMETROS, NO CORRE' TO LRG-RESULTADO
              WHEN SQLCODE NOT = ZEROS
                   DISPLAY 'ERROR SELECT PRDTWRLA SQLCODE ' SQLCODE
                           ' REGLA ' RLA-REGLA
                   SET SI-ERROR-PROCESO TO TRUE
                   MOVE 'ERROR LEYENDO LA REGLA'   TO LRG-RESULTADO
              WHEN NOT RLA-SI-ACTIVA
                   MOVE 'INACTIVA, NO CORRE'       TO LRG-RESULTADO
              WHEN RLA-DIAS < 1 OR RLA-CANTIDAD < 1
                OR RLA-VALOR < ZEROS
                OR (RLA-VALOR = ZEROS
                    AND (RLA-REGLA = 'FR' OR RLA-REGLA = 'RE'))
                OR (RLA-PORCENTAJE NOT > ZEROS
                    AND (RLA-REGLA = 'FR' OR RLA-REGLA = 'VO'))
                   ADD 1 TO WS-REGLAS-INVALIDAS
                   MOVE 'PARAMETROS INVALIDOS'     TO LRG-RESULTADO
              WHEN OTHER
                   SET SI-REGLA-ACTIVA TO TRUE
                   MOVE 'EVALUADA'                 TO LRG-RESULTADO
           END-EVALUATE

           IF SI-REGLA-ACTIVA
              ADD 1 TO WS-REGLAS-EVALUADAS
              PERFORM 05-CALCULAR-VENTANA
              EVALUATE RLA-REGLA
                 WHEN 'FR'
                      PERFORM 021-REGLA-FRACCIONAMIENTO
                 WHEN 'VO'
                      PERFORM 022-REGLA-VOLUMEN
                 WHEN 'RE'
                      PERFORM 023-REGLA-REDONDOS
                 WHEN 'CN'
                      PERFORM 024-REGLA-CONTRATO-NUEVO
              END-EVALUATE
              PERFORM 028-CONFIRMAR-AVANCE
           END-IF

           MOVE RLA-REGLA          TO LRG-REGLA
           MOVE RLA-DESCRIPCION    TO LRG-DESCRIPCION
           MOVE WS-FECHA-DESDE     TO LRG-DESDE
           MOVE WS-HALLAZGOS-REGLA TO LRG-HALLAZGOS
           MOVE WS-LINEA-REGLA     TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

      ******************************************************************
      *              021-REGLA-FRACCIONAMIENTO (FR)                    *
      ******************************************************************
       021-REGLA-FRACCIONAMIENTO.
           COMPUTE WS-VALOR-PISO = RLA-VALOR * RLA-PORCENTAJE / 100
           SET NO-FIN-CURSOR TO TRUE
           EXEC SQL
               OPEN CURSOR_1
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_1 SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-MONITOREO
           END-IF
           PERFORM 0211-FETCH-FRACCIONAMIENTO
           PERFORM 0212-HALLAZGO-FRACCIONAMIENTO UNTIL SI-FIN-CURSOR
           EXEC SQL
               CLOSE CURSOR_1
           END-EXEC.

       0211-FETCH-FRACCIONAMIENTO.
           EXEC SQL
               FETCH CURSOR_1
               INTO :GRU-CLIENTE, :GRU-CANT-MOV, :GRU-VALOR
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   SET SI-FIN-CURSOR TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_1 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

       0212-HALLAZGO-FRACCIONAMIENTO.
           MOVE GRU-CLIENTE       TO LAV-CLIENTE
           MOVE SPACES            TO LAV-CONTRATO
           MOVE GRU-CANT-MOV      TO LAV-CANT-MOV
           MOVE GRU-VALOR         TO LAV-VALOR-TOTAL
           MOVE RLA-VALOR         TO LAV-VALOR-REFERENCIA
           PERFORM 027-REGISTRAR-CASO
           PERFORM 0211-FETCH-FRACCIONAMIENTO.

      ******************************************************************
      *                   022-REGLA-VOLUMEN (VO)                       *
      *   EL PROMEDIO ES MENSUAL SOBRE LOS CTE-MESES-HISTORIA MESES    *
      *   ANTERIORES A LA VENTANA; SIN HISTORIA NO HAY CONTRA QUE      *
      *   COMPARAR (EL CLIENTE NUEVO LO CUBRE LA REGLA CN)             *
      ******************************************************************
       022-REGLA-VOLUMEN.
           SET NO-FIN-CURSOR TO TRUE
           EXEC SQL
               OPEN CURSOR_2
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_2 SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-MONITOREO
           END-IF
           PERFORM 0221-FETCH-VOLUMEN
           PERFORM 0222-EVALUAR-VOLUMEN UNTIL SI-FIN-CURSOR
           EXEC SQL
               CLOSE CURSOR_2
           END-EXEC.

       0221-FETCH-VOLUMEN.
           EXEC SQL
               FETCH CURSOR_2
               INTO :GRU-CLIENTE, :GRU-CANT-MOV, :GRU-VALOR,
                    :GRU-VALOR-HISTORIA
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   SET SI-FIN-CURSOR TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_2 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

       0222-EVALUAR-VOLUMEN.
           COMPUTE WS-PROMEDIO ROUNDED =
                   GRU-VALOR-HISTORIA / CTE-MESES-HISTORIA
           COMPUTE WS-LIMITE-VOLUMEN =
                   WS-PROMEDIO * RLA-PORCENTAJE / 100
           IF WS-PROMEDIO > ZEROS
              AND GRU-VALOR > WS-LIMITE-VOLUMEN
                MOVE GRU-CLIENTE   TO LAV-CLIENTE
                MOVE SPACES        TO LAV-CONTRATO
                MOVE GRU-CANT-MOV  TO LAV-CANT-MOV
                MOVE GRU-VALOR     TO LAV-VALOR-TOTAL
                MOVE WS-PROMEDIO   TO LAV-VALOR-REFERENCIA
                PERFORM 027-REGISTRAR-CASO
           END-IF
           PERFORM 0221-FETCH-VOLUMEN.

      ******************************************************************
      *                   023-REGLA-REDONDOS (RE)                      *
      *   CORTE POR CLIENTE: SE CUENTAN LOS PAGOS QUE SON MULTIPLO     *
      *   EXACTO DE RLA_VALOR                                          *
      ******************************************************************
       023-REGLA-REDONDOS.
           MOVE SPACES TO WS-CLIENTE-ACTUAL
           MOVE ZEROS  TO WS-REDONDOS-CANT WS-REDONDOS-VALOR
           SET NO-FIN-CURSOR TO TRUE
           EXEC SQL
               OPEN CURSOR_3
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_3 SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-MONITOREO
           END-IF
           PERFORM 0231-FETCH-REDONDO
           PERFORM 0232-ACUMULAR-REDONDO UNTIL SI-FIN-CURSOR
           IF WS-CLIENTE-ACTUAL NOT = SPACES
              PERFORM 0233-EVALUAR-REDONDOS
           END-IF
           EXEC SQL
               CLOSE CURSOR_3
           END-EXEC.

       0231-FETCH-REDONDO.
           EXEC SQL
               FETCH CURSOR_3
               INTO :MOV-CLIENTE, :MOV-VALOR
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   SET SI-FIN-CURSOR TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_3 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

       0232-ACUMULAR-REDONDO.
           IF MOV-CLIENTE NOT = WS-CLIENTE-ACTUAL
              IF WS-CLIENTE-ACTUAL NOT = SPACES
                 PERFORM 0233-EVALUAR-REDONDOS
              END-IF
              MOVE MOV-CLIENTE TO WS-CLIENTE-ACTUAL
              MOVE ZEROS       TO WS-REDONDOS-CANT WS-REDONDOS-VALOR
           END-IF

           DIVIDE MOV-VALOR BY RLA-VALOR
                  GIVING WS-COCIENTE-REDONDO
                  REMAINDER WS-RESTO-REDONDO
           IF WS-RESTO-REDONDO = ZEROS
              ADD 1         TO WS-REDONDOS-CANT
              ADD MOV-VALOR TO WS-REDONDOS-VALOR
           END-IF

           PERFORM 0231-FETCH-REDONDO.

       0233-EVALUAR-REDONDOS.
           IF WS-REDONDOS-CANT NOT < RLA-CANTIDAD
              MOVE WS-CLIENTE-ACTUAL TO LAV-CLIENTE
              MOVE SPACES            TO LAV-CONTRATO
              MOVE WS-REDONDOS-CANT  TO LAV-CANT-MOV
              MOVE WS-REDONDOS-VALOR TO LAV-VALOR-TOTAL
              MOVE RLA-VALOR         TO LAV-VALOR-REFERENCIA
              PERFORM 027-REGISTRAR-CASO
           END-IF.

      ******************************************************************
      *               024-REGLA-CONTRATO-NUEVO (CN)                    *
      ******************************************************************
       024-REGLA-CONTRATO-NUEVO.
           SET NO-FIN-CURSOR TO TRUE
           EXEC SQL
               OPEN CURSOR_4
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_4 SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-MONITOREO
           END-IF
           PERFORM 0241-FETCH-CONTRATO-NUEVO
           PERFORM 0242-HALLAZGO-CONTRATO-NUEVO UNTIL SI-FIN-CURSOR
           EXEC SQL
               CLOSE CURSOR_4
           END-EXEC.

       0241-FETCH-CONTRATO-NUEVO.
           EXEC SQL
               FETCH CURSOR_4
               INTO :GRU-CLIENTE, :GRU-CONTRATO, :GRU-CANT-MOV,
                    :GRU-VALOR
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   SET SI-FIN-CURSOR TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_4 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

       0242-HALLAZGO-CONTRATO-NUEVO.
           MOVE GRU-CLIENTE       TO LAV-CLIENTE
           MOVE GRU-CONTRATO      TO LAV-CONTRATO
           MOVE GRU-CANT-MOV      TO LAV-CANT-MOV
           MOVE GRU-VALOR         TO LAV-VALOR-TOTAL
           MOVE RLA-VALOR         TO LAV-VALOR-REFERENCIA
           PERFORM 027-REGISTRAR-CASO
           PERFORM 0241-FETCH-CONTRATO-NUEVO.

      ******************************************************************
      *                   027-REGISTRAR-CASO                           *
      *   UN ACIERTO NO ABRE CASO SI EL CLIENTE YA TIENE UNO DE LA     *
      *   MISMA REGLA Y CONTRATO PENDIENTE O DETECTADO DENTRO DE LA    *
      *   VENTANA: ES EL MISMO PATRON VISTO OTRA NOCHE                 *
      ******************************************************************
       027-REGISTRAR-CASO.
           ADD 1 TO WS-HALLAZGOS WS-HALLAZGOS-REGLA
           MOVE RLA-REGLA         TO LAV-REGLA
           MOVE WS-FECHA-DESDE    TO LAV-FECHA-DESDE

           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-CONT-EXISTE
               FROM   PRDTWLAV
               WHERE  LAV_REGLA    = :LAV-REGLA
               AND    LAV_CLIENTE  = :LAV-CLIENTE
               AND    LAV_CONTRATO = :LAV-CONTRATO
               AND   (LAV_ESTADO   = 'P'
                OR    LAV_FECHA_DETECCION >= :LAV-FECHA-DESDE)
           END-EXEC
           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR SELECT PRDTWLAV SQLCODE ' SQLCODE
                      ' CLIENTE ' LAV-CLIENTE
              PERFORM 09-ABORTAR-MONITOREO
           END-IF

           IF WS-CONT-EXISTE > ZEROS
              ADD 1 TO WS-CASOS-EXISTENTES
           ELSE
              PERFORM 0271-INSERTAR-CASO
           END-IF.

       0271-INSERTAR-CASO.
           ADD 1                  TO WS-ULTIMO-CASO
           MOVE WS-ULTIMO-CASO    TO LAV-CASO
           MOVE 'P'               TO LAV-ESTADO
           MOVE WS-FECHA-PROCESO  TO LAV-FECHA-DETECCION
           EXEC SQL
               INSERT INTO PRDTWLAV
                   (LAV_CASO, LAV_REGLA, LAV_CLIENTE, LAV_CONTRATO,
                    LAV_FECHA_DETECCION, LAV_FECHA_DESDE,
                    LAV_CANT_MOV, LAV_VALOR_TOTAL,
                    LAV_VALOR_REFERENCIA, LAV_ESTADO, LAV_ANALISTA,
                    LAV_FECHA_RESOLUCION, LAV_OBSERVACION,
                    LAV_PERIODO_ROS, LAV_VERSION_ROS)
               VALUES
                   (:LAV-CASO, :LAV-REGLA, :LAV-CLIENTE,
                    :LAV-CONTRATO, :LAV-FECHA-DETECCION,
                    :LAV-FECHA-DESDE, :LAV-CANT-MOV,
                    :LAV-VALOR-TOTAL, :LAV-VALOR-REFERENCIA,
                    :LAV-ESTADO, ' ', ' ', ' ', ' ', 0)
           END-EXEC
           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR INSERT PRDTWLAV SQLCODE ' SQLCODE
                      ' CLIENTE ' LAV-CLIENTE
              PERFORM 09-ABORTAR-MONITOREO
           END-IF
           ADD 1 TO WS-CASOS-NUEVOS

           INITIALIZE WS-DETALLE
           MOVE LAV-REGLA            TO DET-REGLA
           MOVE LAV-CLIENTE          TO DET-CLIENTE
           MOVE LAV-CONTRATO         TO DET-CONTRATO
           MOVE LAV-FECHA-DESDE      TO DET-DESDE
           MOVE LAV-CANT-MOV         TO DET-CANT-MOV
           MOVE LAV-VALOR-TOTAL      TO DET-VALOR-TOTAL
           MOVE LAV-VALOR-REFERENCIA TO DET-VALOR-REFERENCIA
           MOVE LAV-CASO             TO DET-CASO
           MOVE 'CASO NUEVO PENDIENTE'  TO DET-RESULTADO
           MOVE WS-DETALLE TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

      ******************************************************************
      *                  028-CONFIRMAR-AVANCE                          *
      *   EL MONITOREO SE PUEDE REPETIR SIN DUPLICAR CASOS, ASI QUE    *
      *   UNA CORRIDA CAIDA SE RELANZA COMPLETA SIN PUNTO DE CONTROL   *
      ******************************************************************
       028-CONFIRMAR-AVANCE.
           EXEC SQL
               COMMIT
           END-EXEC
           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR EN COMMIT SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-MONITOREO
           END-IF.

      ******************************************************************
      *                   05-CALCULAR-VENTANA                          *
      *   LA VENTANA SON LOS ULTIMOS RLA_DIAS DIAS CALENDARIO HASTA LA *
      *   FECHA DE NEGOCIO INCLUSIVE; LA HISTORIA DE LA REGLA VO       *
      *   EMPIEZA CTE-MESES-HISTORIA MESES ANTES QUE LA VENTANA (UN    *
      *   DIA 29 A 31 QUE NO EXISTA EN ESE MES SIRVE IGUAL COMO COTA   *
      *   DE COMPARACION)                                              *
      ******************************************************************
       05-CALCULAR-VENTANA.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-CALCULO
           COMPUTE VEN-RETROCESOS = RLA-DIAS - 1
           PERFORM 051-RETROCEDER-UN-DIA VEN-RETROCESOS TIMES
           MOVE WS-FECHA-CALCULO TO WS-FECHA-DESDE

           IF VEN-MES > CTE-MESES-HISTORIA
              SUBTRACT CTE-MESES-HISTORIA FROM VEN-MES
           ELSE
              COMPUTE VEN-MES = VEN-MES + 12 - CTE-MESES-HISTORIA
              SUBTRACT 1 FROM VEN-ANO
           END-IF
           MOVE WS-FECHA-CALCULO TO WS-FECHA-HISTORIA.

       051-RETROCEDER-UN-DIA.
           IF VEN-DIA > 1
              SUBTRACT 1 FROM VEN-DIA
           ELSE
              IF VEN-MES > 1
                 SUBTRACT 1 FROM VEN-MES
              ELSE
                 MOVE 12 TO VEN-MES
                 SUBTRACT 1 FROM VEN-ANO
              END-IF
              PERFORM 052-CALCULAR-DIAS-MES
              MOVE VEN-DIAS-MES TO VEN-DIA
           END-IF.

       052-CALCULAR-DIAS-MES.
           EVALUATE VEN-MES
              WHEN 01 WHEN 03 WHEN 05 WHEN 07
              WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO VEN-DIAS-MES
              WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO VEN-DIAS-MES
              WHEN 02
                   DIVIDE VEN-ANO BY 4 GIVING VEN-COCIENTE
                          REMAINDER VEN-RESTO
                   IF VEN-RESTO = ZEROS
                      MOVE 29 TO VEN-DIAS-MES
                      DIVIDE VEN-ANO BY 100 GIVING VEN-COCIENTE
                             REMAINDER VEN-RESTO
                      IF VEN-RESTO = ZEROS
                         DIVIDE VEN-ANO BY 400 GIVING VEN-COCIENTE
                                REMAINDER VEN-RESTO
                         IF VEN-RESTO = ZEROS
                            MOVE 29 TO VEN-DIAS-MES
                         ELSE
                            MOVE 28 TO VEN-DIAS-MES
                         END-IF
                      END-IF
                   ELSE
                      MOVE 28 TO VEN-DIAS-MES
                   END-IF
           END-EVALUATE.

       09-ABORTAR-MONITOREO.
           DISPLAY 'SE REVERSA LA REGLA EN CURSO Y SE DETIENE EL '
                   'MONITOREO'
           EXEC SQL
               ROLLBACK
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR EN ROLLBACK SQLCODE ' SQLCODE
           END-IF
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      *                        999999-ESCRIBIR                         *
      ******************************************************************
       99-ESCRIBIR.
           WRITE REG-SALIDA
           IF WS-ESTADO NOT = '00'
              DISPLAY 'ERROR WRITE ARCHIVO SALIDA ' WS-ESTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *                        03-FINAL                                *
      *   LOS CASOS NUEVOS SE AVISAN AL OFICIAL DE CUMPLIMIENTO CON    *
      *   UNA ALERTA DE ADVERTENCIA                                    *
      ******************************************************************
       03-FINAL.
           IF WS-CASOS-NUEVOS > ZEROS
              INITIALIZE CAI-PE9CALR0
              MOVE CTE-PROGRAMA         TO ALR0-PROGRAMA
              SET ALR0-SEV-ADVERTENCIA  TO TRUE
              MOVE 'CASOS NUEVOS DE MONITOREO DE OPERACIONES'
                                        TO ALR0-MENSAJE
              MOVE WS-HALLAZGOS         TO ALR0-LEIDOS
              MOVE WS-CASOS-NUEVOS      TO ALR0-ESCRITOS
              CALL 'PE3C0048' USING CAI-PE9CALR0
           END-IF

           MOVE WS-REGLAS-EVALUADAS   TO RES-REGLAS
           MOVE WS-HALLAZGOS          TO RES-HALLAZGOS
           MOVE WS-CASOS-NUEVOS       TO RES-CASOS-NUEVOS
           MOVE WS-CASOS-EXISTENTES   TO RES-CASOS-EXISTENTES
           MOVE WS-RESUMEN            TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           CLOSE SALIDA

           DISPLAY 'FECHA DE NEGOCIO          : ' WS-FECHA-PROCESO
           DISPLAY 'REGLAS EVALUADAS          : ' WS-REGLAS-EVALUADAS
           DISPLAY 'REGLAS CON PARAMETROS MAL : ' WS-REGLAS-INVALIDAS
           DISPLAY 'HALLAZGOS                 : ' WS-HALLAZGOS
           DISPLAY 'CASOS NUEVOS              : ' WS-CASOS-NUEVOS
           DISPLAY 'CASOS YA EXISTENTES       : ' WS-CASOS-EXISTENTES

           EVALUATE TRUE
              WHEN SI-ERROR-PROCESO
                   MOVE 8 TO RETURN-CODE
              WHEN WS-REGLAS-INVALIDAS > ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.
