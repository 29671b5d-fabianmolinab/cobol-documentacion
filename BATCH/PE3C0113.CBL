       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0113.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           REPORTE SEMANAL DE RECLAMOS VENCIDOS: LISTA LOS
      *           RECLAMOS ABIERTOS DE PRDTWDIS (PE3C0112) CUYO PLAZO
      *           REGULATORIO DE RESPUESTA YA PASO CONTRA LA FECHA DE
      *           NEGOCIO, DEL MAS ATRASADO AL MAS RECIENTE, CON LOS
      *           DIAS CALENDARIO DE VENCIMIENTO. SI HAY ALGUNO DEJA
      *           UNA ALERTA DE ADVERTENCIA EN PE3C0048 Y TERMINA CON
      *           RC 4 PARA QUE SERVICIO AL CLIENTE LO ATIENDA
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
      *****************ARCHIVO DE SALIDA DEL REPORTE*********************
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
       01 REG-SALIDA             PIC X(120).
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
           05 SW-FIN-CURSOR-1        PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR-1                  VALUE 'S'.
             88 NO-FIN-CURSOR-1                  VALUE 'N'.
           05 SW-ERROR-PROCESO       PIC X       VALUE 'N'.
             88 SI-ERROR-PROCESO                 VALUE 'S'.
             88 NO-ERROR-PROCESO                 VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-VENCIDOS                 PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 WS-FECHA-PROCESO               PIC X(10) VALUE SPACES.

       01 PRDTW-DIS.
           05 DIS-RECLAMO                       PIC X(12).
           05 DIS-ID-MOV                        PIC S9(13) COMP-3.
           05 DIS-CLIENTE                       PIC X(8).
           05 DIS-PRODUCTO                      PIC XX.
           05 DIS-FECHA                         PIC X(10).
           05 DIS-MOTIVO                        PIC XX.
           05 DIS-FECHA-APERTURA                PIC X(10).
           05 DIS-FECHA-LIMITE                  PIC X(10).

      ******************************************************************
      *   CONVERSION DE FECHA A NUMERO DE DIA JULIANO PARA CALCULAR    *
      *   LOS DIAS DE VENCIMIENTO (MISMO CALCULO DE PE3C0036)          *
      ******************************************************************
       01 WS-FECHA-PARTES.
           05 FEC-ANO                    PIC 9(4).
           05 FILLER                     PIC X.
           05 FEC-MES                    PIC 9(2).
           05 FILLER                     PIC X.
           05 FEC-DIA                    PIC 9(2).

       01 WS-CALCULO-JULIANO.
           05 JUL-A                      PIC 9(2)  VALUE ZEROS.
           05 JUL-ANO                    PIC 9(5)  VALUE ZEROS.
           05 JUL-MES                    PIC 9(2)  VALUE ZEROS.
           05 JUL-TRABAJO                PIC 9(8)  VALUE ZEROS.
           05 JUL-AUXILIAR               PIC 9(8)  VALUE ZEROS.
           05 JUL-RESULTADO              PIC 9(8)  VALUE ZEROS.

       01 WS-EDADES.
           05 WS-DIA-PROCESO             PIC 9(8)  VALUE ZEROS.
           05 WS-DIA-LIMITE              PIC 9(8)  VALUE ZEROS.
           05 WS-DIAS-VENCIDO            PIC S9(8) VALUE ZEROS.

      *    TEXTO DE LA ALERTA (40 POSICIONES DE ALR0-MENSAJE)
       01 WS-MENSAJE-ALERTA.
           05 FILLER                     PIC X(18) VALUE
                                          'RECLAMOS VENCIDOS '.
           05 MSJ-CANTIDAD               PIC ZZZZ9.
           05 FILLER                     PIC X(17) VALUE SPACES.

       01 WS-TITULO1.
          05 FILLER             PIC X(30) VALUE
                                 'RECLAMOS CON PLAZO VENCIDO'.
          05 FILLER             PIC X(8)  VALUE ' FECHA: '.
          05 TIT-FECHA          PIC X(10).
       01 WS-TITULO2.
          05 FILLER             PIC X(13) VALUE 'RECLAMO      '.
          05 FILLER             PIC X(12) VALUE 'CLIENTE  PR '.
          05 FILLER             PIC X(14) VALUE '    ID-MOV    '.
          05 FILLER             PIC X(11) VALUE 'FECHA PROG '.
          05 FILLER             PIC X(3)  VALUE 'MO '.
          05 FILLER             PIC X(11) VALUE 'APERTURA   '.
          05 FILLER             PIC X(11) VALUE 'LIMITE     '.
          05 FILLER             PIC X(5)  VALUE ' DIAS'.

       01 WS-DETALLE.
          05 DET-RECLAMO               PIC X(12).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-CLIENTE               PIC X(8).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-PRODUCTO              PIC X(2).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-ID-MOV                PIC Z(12)9.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-FECHA                 PIC X(10).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-MOTIVO                PIC X(2).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-APERTURA              PIC X(10).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-LIMITE                PIC X(10).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-DIAS                  PIC ZZZZ9.

       01 WS-RESUMEN.
          05 CTE-RESUMEN              PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(19) VALUE
                                       'RECLAMOS VENCIDOS ='.
          05 RES-VENCIDOS              PIC ZZZZZZZZ9.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE FECHA DE PROCESO PE3C0060           *
      ******************************************************************
       COPY PE3CFPRO.
      ******************************************************************
      *      INTERFAZ DE LA RUTINA CENTRAL DE ALERTAS PE3C0048         *
      ******************************************************************
       COPY PE3COALR.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCODIS
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: RECLAMOS ABIERTOS CON EL PLAZO DE RESPUESTA  **
      ******   ANTERIOR A LA FECHA DE NEGOCIO                         **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT DIS_RECLAMO, DIS_ID_MOV, DIS_CLIENTE,
                      DIS_PRODUCTO, DIS_FECHA, DIS_MOTIVO,
                      DIS_FECHA_APERTURA, DIS_FECHA_LIMITE
               FROM PRDTWDIS
               WHERE DIS_ESTADO       = 'A'
               AND   DIS_FECHA_LIMITE < :WS-FECHA-PROCESO
               ORDER BY DIS_FECHA_LIMITE, DIS_RECLAMO
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 01-INICIO
           PERFORM 02-PROCESO UNTIL SI-FIN-CURSOR-1
           PERFORM 03-FINAL.
      ******************************************************************
      *                          01-INICIO                              *
      ******************************************************************
       01-INICIO.
           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO TO WS-FECHA-PROCESO TIT-FECHA
           MOVE FPR0-FECHA-PROCESO TO WS-FECHA-PARTES
           PERFORM 014-CALCULAR-DIA-JULIANO
           MOVE JUL-RESULTADO TO WS-DIA-PROCESO

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
               OPEN CURSOR_1
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_1 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 021-FETCH-CURSOR-1.

      ******************************************************************
      *                014-CALCULAR-DIA-JULIANO                        *
      *   NUMERO DE DIA JULIANO DE WS-FECHA-PARTES, CON DIVISIONES     *
      *   ENTERAS EXPLICITAS PARA GARANTIZAR EL TRUNCAMIENTO           *
      ******************************************************************
       014-CALCULAR-DIA-JULIANO.
           COMPUTE JUL-A = (14 - FEC-MES) / 12
           COMPUTE JUL-ANO = FEC-ANO + 4800 - JUL-A
           COMPUTE JUL-MES = FEC-MES + (12 * JUL-A) - 3
           COMPUTE JUL-TRABAJO = (153 * JUL-MES) + 2
           DIVIDE JUL-TRABAJO BY 5 GIVING JUL-TRABAJO
           COMPUTE JUL-RESULTADO = FEC-DIA + JUL-TRABAJO
                                 + (365 * JUL-ANO) - 32045
           DIVIDE JUL-ANO BY 4 GIVING JUL-AUXILIAR
           ADD JUL-AUXILIAR TO JUL-RESULTADO
           DIVIDE JUL-ANO BY 100 GIVING JUL-AUXILIAR
           SUBTRACT JUL-AUXILIAR FROM JUL-RESULTADO
           DIVIDE JUL-ANO BY 400 GIVING JUL-AUXILIAR
           ADD JUL-AUXILIAR TO JUL-RESULTADO.

      ******************************************************************
      *                        02-PROCESO                              *
      ******************************************************************
       02-PROCESO.
           MOVE DIS-FECHA-LIMITE TO WS-FECHA-PARTES
           PERFORM 014-CALCULAR-DIA-JULIANO
           MOVE JUL-RESULTADO TO WS-DIA-LIMITE
           COMPUTE WS-DIAS-VENCIDO = WS-DIA-PROCESO - WS-DIA-LIMITE
           IF WS-DIAS-VENCIDO > 99999
              MOVE 99999 TO WS-DIAS-VENCIDO
           END-IF

           INITIALIZE WS-DETALLE
           MOVE DIS-RECLAMO        TO DET-RECLAMO
           MOVE DIS-CLIENTE        TO DET-CLIENTE
           MOVE DIS-PRODUCTO       TO DET-PRODUCTO
           MOVE DIS-ID-MOV         TO DET-ID-MOV
           MOVE DIS-FECHA          TO DET-FECHA
           MOVE DIS-MOTIVO         TO DET-MOTIVO
           MOVE DIS-FECHA-APERTURA TO DET-APERTURA
           MOVE DIS-FECHA-LIMITE   TO DET-LIMITE
           MOVE WS-DIAS-VENCIDO    TO DET-DIAS
           MOVE WS-DETALLE         TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           PERFORM 021-FETCH-CURSOR-1.

       021-FETCH-CURSOR-1.
           EXEC SQL
               FETCH CURSOR_1
               INTO :DIS-RECLAMO, :DIS-ID-MOV, :DIS-CLIENTE,
                    :DIS-PRODUCTO, :DIS-FECHA, :DIS-MOTIVO,
                    :DIS-FECHA-APERTURA, :DIS-FECHA-LIMITE
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   ADD 1 TO WS-VENCIDOS
              WHEN +100
                   SET SI-FIN-CURSOR-1 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_1 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR-1 TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

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
      ******************************************************************
       03-FINAL.
           EXEC SQL
               CLOSE CURSOR_1
           END-EXEC

           MOVE WS-VENCIDOS TO RES-VENCIDOS
           MOVE WS-RESUMEN  TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           CLOSE SALIDA

           DISPLAY 'RECLAMOS VENCIDOS       : ' WS-VENCIDOS

           IF WS-VENCIDOS > ZEROS
              MOVE WS-VENCIDOS         TO MSJ-CANTIDAD
              INITIALIZE CAI-PE9CALR0
              MOVE 'PE3C0113'          TO ALR0-PROGRAMA
              SET ALR0-SEV-ADVERTENCIA TO TRUE
              MOVE WS-MENSAJE-ALERTA   TO ALR0-MENSAJE
              MOVE WS-VENCIDOS         TO ALR0-LEIDOS ALR0-ESCRITOS
              CALL 'PE3C0048' USING CAI-PE9CALR0
           END-IF

           EVALUATE TRUE
              WHEN SI-ERROR-PROCESO
                   MOVE 8 TO RETURN-CODE
              WHEN WS-VENCIDOS > ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.
