       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0101.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           REPORTE DIARIO DE LA COLA DE RE-PRESENTACION DEL
      *           DEBITO AUTOMATICO PRDTWRPR: LISTA LOS REINTENTOS
      *           VIVOS (PENDIENTES 'P' DE RE-PRESENTAR Y
      *           RE-PRESENTADOS 'E' ESPERANDO RESPUESTA DEL BANCO) Y
      *           LOS QUE SE CERRARON EN LA FECHA DE NEGOCIO
      *           (PE3C0060): COBRADOS EN UN REINTENTO 'C' Y AGOTADOS
      *           'X', QUE PE3C0073 YA PASO AL CAMINO DE COBRANZA.
      *           TOTALIZA CANTIDAD Y VALOR POR ESTADO. RC 4 SI HUBO
      *           AGOTADOS EN EL DIA
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
       01 REG-SALIDA             PIC X(100).
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
          05 WS-ITEMS-LEIDOS             PIC 9(09) VALUE ZEROS.
          05 WS-CANT-PENDIENTES          PIC 9(09) VALUE ZEROS.
          05 WS-CANT-ENVIADAS            PIC 9(09) VALUE ZEROS.
          05 WS-CANT-COBRADAS            PIC 9(09) VALUE ZEROS.
          05 WS-CANT-AGOTADAS            PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                          ACUMULADORES                          *
      ******************************************************************
       01 ACUMULADORES.
          05 WS-VALOR-PENDIENTES         PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
          05 WS-VALOR-ENVIADAS           PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
          05 WS-VALOR-COBRADAS           PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
          05 WS-VALOR-AGOTADAS           PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 PRDTW-RPR.
           05 RPR-CLIENTE                PIC X(8).
           05 RPR-CONTRATO               PIC X(18).
           05 RPR-FECHA-ORIGEN           PIC X(10).
           05 RPR-FECHA-COBRO            PIC X(10).
           05 RPR-VALOR                  PIC S9(9)V99 COMP-3.
           05 RPR-MOTIVO                 PIC X(4).
           05 RPR-INTENTOS               PIC S9(4) COMP.
           05 RPR-ESTADO                 PIC X(1).
             88 RPR-EST-PENDIENTE            VALUE 'P'.
             88 RPR-EST-ENVIADA              VALUE 'E'.
             88 RPR-EST-COBRADA              VALUE 'C'.
             88 RPR-EST-AGOTADA              VALUE 'X'.
           05 RPR-FECHA-ESTADO           PIC X(10).

       01 WS-FECHA-NEGOCIO               PIC X(10) VALUE SPACES.

      ******************************************************************
       01 WS-TITULO1.
          05 FILLER             PIC X(24) VALUE
                                 'COLA DE RE-PRESENTACION '.
          05 FILLER             PIC X(21) VALUE 'DEL DEBITO AUTOMATICO'.
          05 FILLER             PIC X(8)  VALUE ' FECHA: '.
          05 TIT-FECHA          PIC X(10).
       01 WS-TITULO2.
          05 FILLER             PIC X(13) VALUE 'ESTADO       '.
          05 FILLER             PIC X(9)  VALUE 'CLIENTE  '.
          05 FILLER             PIC X(19) VALUE 'CONTRATO           '.
          05 FILLER             PIC X(11) VALUE 'ORIGEN     '.
          05 FILLER             PIC X(11) VALUE 'ULT. COBRO '.
          05 FILLER             PIC X(15) VALUE '          VALOR'.
          05 FILLER             PIC X(6)  VALUE ' MOTI '.
          05 FILLER             PIC X(4)  VALUE 'INT.'.

       01 WS-DETALLE.
          05 DET-ESTADO                PIC X(12).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-CLIENTE               PIC X(8).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-CONTRATO              PIC X(18).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-FECHA-ORIGEN          PIC X(10).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-FECHA-COBRO           PIC X(10).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-VALOR                 PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-MOTIVO                PIC X(4).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-INTENTOS              PIC ZZZ9.

       01 WS-LINEA-ESTADO.
          05 FILLER                    PIC X(7) VALUE 'TOTAL  '.
          05 LIN-ESTADO                PIC X(22).
          05 FILLER                    PIC X(9) VALUE ' ITEMS = '.
          05 LIN-CANTIDAD              PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(9) VALUE ' VALOR = '.
          05 LIN-VALOR                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-RESUMEN.
          05 CTE-RESUMEN              PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(12) VALUE 'PENDIENTES ='.
          05 RES-PENDIENTES            PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(11) VALUE ' COBRADAS ='.
          05 RES-COBRADAS              PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(11) VALUE ' AGOTADAS ='.
          05 RES-AGOTADAS              PIC ZZZZZZZZ9.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE FECHA DE PROCESO PE3C0060 (DIA      *
      *   CUYOS COBRADOS Y AGOTADOS SE REPORTAN)                       *
      ******************************************************************
       COPY PE3CFPRO.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCORPR
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: REINTENTOS VIVOS Y CERRADOS EN LA FECHA DE   **
      ******   NEGOCIO, AGRUPADOS POR ESTADO                          **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT RPR_CLIENTE, RPR_CONTRATO, RPR_FECHA_ORIGEN,
                      RPR_FECHA_COBRO, RPR_VALOR, RPR_MOTIVO,
                      RPR_INTENTOS, RPR_ESTADO, RPR_FECHA_ESTADO
               FROM PRDTWRPR
               WHERE RPR_ESTADO IN ('P', 'E')
               OR   (RPR_ESTADO IN ('C', 'X')
                     AND RPR_FECHA_ESTADO = :WS-FECHA-NEGOCIO)
               ORDER BY RPR_ESTADO, RPR_CONTRATO, RPR_FECHA_ORIGEN
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
           MOVE FPR0-FECHA-PROCESO TO WS-FECHA-NEGOCIO TIT-FECHA

           OPEN OUTPUT SALIDA
           IF WS-ESTADO NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ARCHIVO SALIDA ' WS-ESTADO
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

       021-FETCH-CURSOR-1.
           EXEC SQL
               FETCH CURSOR_1
               INTO :RPR-CLIENTE, :RPR-CONTRATO, :RPR-FECHA-ORIGEN,
                    :RPR-FECHA-COBRO, :RPR-VALOR, :RPR-MOTIVO,
                    :RPR-INTENTOS, :RPR-ESTADO, :RPR-FECHA-ESTADO
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   ADD 1 TO WS-ITEMS-LEIDOS
              WHEN +100
                   SET SI-FIN-CURSOR-1 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_1 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR-1 TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

      ******************************************************************
      *                        02-PROCESO                              *
      *   ACUMULA EL ITEM EN SU ESTADO Y LO LISTA                      *
      ******************************************************************
       02-PROCESO.
           INITIALIZE WS-DETALLE
           EVALUATE TRUE
              WHEN RPR-EST-PENDIENTE
                   ADD 1         TO WS-CANT-PENDIENTES
                   ADD RPR-VALOR TO WS-VALOR-PENDIENTES
                   MOVE 'PENDIENTE'     TO DET-ESTADO
              WHEN RPR-EST-ENVIADA
                   ADD 1         TO WS-CANT-ENVIADAS
                   ADD RPR-VALOR TO WS-VALOR-ENVIADAS
                   MOVE 'RE-PRESENTAD'  TO DET-ESTADO
              WHEN RPR-EST-COBRADA
                   ADD 1         TO WS-CANT-COBRADAS
                   ADD RPR-VALOR TO WS-VALOR-COBRADAS
                   MOVE 'COBRADA'       TO DET-ESTADO
              WHEN RPR-EST-AGOTADA
                   ADD 1         TO WS-CANT-AGOTADAS
                   ADD RPR-VALOR TO WS-VALOR-AGOTADAS
                   MOVE 'AGOTADA'       TO DET-ESTADO
           END-EVALUATE

           PERFORM 022-ESCRIBIR-DETALLE

           PERFORM 021-FETCH-CURSOR-1.

       022-ESCRIBIR-DETALLE.
           MOVE RPR-CLIENTE        TO DET-CLIENTE
           MOVE RPR-CONTRATO       TO DET-CONTRATO
           MOVE RPR-FECHA-ORIGEN   TO DET-FECHA-ORIGEN
           MOVE RPR-FECHA-COBRO    TO DET-FECHA-COBRO
           MOVE RPR-VALOR          TO DET-VALOR
           MOVE RPR-MOTIVO         TO DET-MOTIVO
           MOVE RPR-INTENTOS       TO DET-INTENTOS
           MOVE WS-DETALLE         TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

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
      *   IMPRIME LOS TOTALES POR ESTADO Y EL RESUMEN                  *
      ******************************************************************
       03-FINAL.
           EXEC SQL
               CLOSE CURSOR_1
           END-EXEC

           MOVE 'PENDIENTES'           TO LIN-ESTADO
           MOVE WS-CANT-PENDIENTES     TO LIN-CANTIDAD
           MOVE WS-VALOR-PENDIENTES    TO LIN-VALOR
           PERFORM 031-ESCRIBIR-ESTADO

           MOVE 'RE-PRESENTADAS'       TO LIN-ESTADO
           MOVE WS-CANT-ENVIADAS       TO LIN-CANTIDAD
           MOVE WS-VALOR-ENVIADAS      TO LIN-VALOR
           PERFORM 031-ESCRIBIR-ESTADO

           MOVE 'COBRADAS EN REINTENTO' TO LIN-ESTADO
           MOVE WS-CANT-COBRADAS       TO LIN-CANTIDAD
           MOVE WS-VALOR-COBRADAS      TO LIN-VALOR
           PERFORM 031-ESCRIBIR-ESTADO

           MOVE 'AGOTADAS'             TO LIN-ESTADO
           MOVE WS-CANT-AGOTADAS       TO LIN-CANTIDAD
           MOVE WS-VALOR-AGOTADAS      TO LIN-VALOR
           PERFORM 031-ESCRIBIR-ESTADO

           ADD WS-CANT-PENDIENTES WS-CANT-ENVIADAS
                                   GIVING RES-PENDIENTES
           MOVE WS-CANT-COBRADAS   TO RES-COBRADAS
           MOVE WS-CANT-AGOTADAS   TO RES-AGOTADAS
           MOVE WS-RESUMEN         TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           DISPLAY 'REINTENTOS PENDIENTES         : '
                   WS-CANT-PENDIENTES
           DISPLAY 'REINTENTOS RE-PRESENTADOS     : ' WS-CANT-ENVIADAS
           DISPLAY 'COBRADAS EN REINTENTO (DIA)   : ' WS-CANT-COBRADAS
           DISPLAY 'AGOTADAS (DIA)                : ' WS-CANT-AGOTADAS

           CLOSE SALIDA

           EVALUATE TRUE
              WHEN SI-ERROR-PROCESO
                   MOVE 8 TO RETURN-CODE
              WHEN WS-CANT-AGOTADAS > ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       031-ESCRIBIR-ESTADO.
           MOVE WS-LINEA-ESTADO TO REG-SALIDA
           PERFORM 99-ESCRIBIR.
