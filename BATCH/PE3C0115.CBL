       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0115.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           REPORTE MENSUAL DE CONDONACIONES DE SANCIONES:
      *           LAS SOLICITUDES APROBADAS EN PRDTWCND (TRANSACCION
      *           PE3C0114) CON FECHA DE APROBACION EN EL MES DE LA
      *           FECHA DE NEGOCIO, AGRUPADAS POR OFICINA, APROBADOR
      *           Y MOTIVO, CON CANTIDAD Y VALOR CONDONADO. LLEVA
      *           SUBTOTAL POR OFICINA Y TOTAL POR MONEDA (NO SE
      *           SUMAN VALORES DE MONEDAS DISTINTAS)
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
          05 WS-GRUPOS                   PIC 9(09) VALUE ZEROS.
          05 WS-CONDONACIONES            PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 WS-FECHA-PROCESO               PIC X(10) VALUE SPACES.
      *    MES DEL REPORTE, YYYY-MM, PARA COMPARAR CONTRA LA FECHA DE
      *    APROBACION
       01 WS-MES-PROCESO                 PIC X(7)  VALUE SPACES.

      *    FILA AGRUPADA DEL CURSOR
       01 PRDTW-CND.
           05 CND-MONEDA                        PIC X(3).
           05 CND-OFICINA                       PIC X(4).
           05 CND-APROBADOR                     PIC X(8).
           05 CND-MOTIVO                        PIC X(2).
           05 WS-CANTIDAD                       PIC S9(9) COMP.
           05 WS-VALOR                          PIC S9(11)V99 COMP-3.

      *    CORTE DE CONTROL: MONEDA Y OFICINA ANTERIORES
       01 WS-CORTE.
           05 ANT-MONEDA                        PIC X(3)  VALUE SPACES.
           05 ANT-OFICINA                       PIC X(4)  VALUE SPACES.

       01 WS-ACUMULADOS.
           05 ACU-OFI-CANTIDAD                  PIC 9(09) VALUE ZEROS.
           05 ACU-OFI-VALOR                     PIC S9(13)V99 COMP-3
                                                          VALUE ZEROS.
           05 ACU-MON-CANTIDAD                  PIC 9(09) VALUE ZEROS.
           05 ACU-MON-VALOR                     PIC S9(13)V99 COMP-3
                                                          VALUE ZEROS.

       01 WS-TITULO1.
          05 FILLER             PIC X(30) VALUE
                                 'CONDONACIONES DE SANCIONES'.
          05 FILLER             PIC X(6)  VALUE ' MES: '.
          05 TIT-MES            PIC X(7).
          05 FILLER             PIC X(8)  VALUE ' FECHA: '.
          05 TIT-FECHA          PIC X(10).
       01 WS-TITULO2.
          05 FILLER             PIC X(4)  VALUE 'MON '.
          05 FILLER             PIC X(8)  VALUE 'OFICINA '.
          05 FILLER             PIC X(9)  VALUE 'APROBADOR'.
          05 FILLER             PIC X(7)  VALUE ' MOTIVO'.
          05 FILLER             PIC X(10) VALUE '  CANTIDAD'.
          05 FILLER             PIC X(20) VALUE
                                 '     VALOR CONDONADO'.

       01 WS-DETALLE.
          05 DET-MONEDA                PIC X(3).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-OFICINA               PIC X(4).
          05 FILLER                    PIC X(4) VALUE SPACES.
          05 DET-APROBADOR             PIC X(8).
          05 FILLER                    PIC X(4) VALUE SPACES.
          05 DET-MOTIVO                PIC X(2).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-CANTIDAD              PIC ZZZZZZZZ9.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-VALOR                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-SUBTOTAL.
          05 SUB-MONEDA                PIC X(3).
          05 FILLER                    PIC X VALUE SPACES.
          05 SUB-OFICINA               PIC X(4).
          05 FILLER                    PIC X(19) VALUE
                                        ' TOTAL OFICINA    '.
          05 SUB-CANTIDAD              PIC ZZZZZZZZ9.
          05 FILLER                    PIC X VALUE SPACES.
          05 SUB-VALOR                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-TOTAL-MONEDA.
          05 TOT-MONEDA                PIC X(3).
          05 FILLER                    PIC X(24) VALUE
                                        ' TOTAL MONEDA           '.
          05 TOT-CANTIDAD              PIC ZZZZZZZZ9.
          05 FILLER                    PIC X VALUE SPACES.
          05 TOT-VALOR                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-RESUMEN.
          05 CTE-RESUMEN              PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(16) VALUE
                                       'CONDONACIONES ='.
          05 RES-CONDONACIONES         PIC ZZZZZZZZ9.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE FECHA DE PROCESO PE3C0060           *
      ******************************************************************
       COPY PE3CFPRO.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCND
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: CONDONACIONES APROBADAS EN EL MES, POR       **
      ******   MONEDA, OFICINA, APROBADOR Y MOTIVO                    **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT CND_MONEDA, CND_OFICINA, CND_APROBADOR,
                      CND_MOTIVO, COUNT(*), SUM(CND_VALOR)
               FROM PRDTWCND
               WHERE CND_ESTADO = 'A'
               AND   SUBSTR(CND_FECHA_RESOLUCION, 1, 7)
                                = :WS-MES-PROCESO
               GROUP BY CND_MONEDA, CND_OFICINA, CND_APROBADOR,
                        CND_MOTIVO
               ORDER BY CND_MONEDA, CND_OFICINA, CND_APROBADOR,
                        CND_MOTIVO
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
      *                          01-INICIO                             *
      ******************************************************************
       01-INICIO.
           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO       TO WS-FECHA-PROCESO TIT-FECHA
           MOVE WS-FECHA-PROCESO(1:7)    TO WS-MES-PROCESO TIT-MES

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

           PERFORM 021-FETCH-CURSOR-1
           IF NO-FIN-CURSOR-1
              MOVE CND-MONEDA  TO ANT-MONEDA
              MOVE CND-OFICINA TO ANT-OFICINA
           END-IF.

      ******************************************************************
      *                        02-PROCESO                              *
      *   CORTE DE CONTROL POR MONEDA Y OFICINA ANTES DE CADA GRUPO    *
      ******************************************************************
       02-PROCESO.
           EVALUATE TRUE
              WHEN CND-MONEDA NOT = ANT-MONEDA
                   PERFORM 022-CORTE-OFICINA
                   PERFORM 023-CORTE-MONEDA
              WHEN CND-OFICINA NOT = ANT-OFICINA
                   PERFORM 022-CORTE-OFICINA
           END-EVALUATE

           INITIALIZE WS-DETALLE
           MOVE CND-MONEDA         TO DET-MONEDA
           MOVE CND-OFICINA        TO DET-OFICINA
           MOVE CND-APROBADOR      TO DET-APROBADOR
           MOVE CND-MOTIVO         TO DET-MOTIVO
           MOVE WS-CANTIDAD        TO DET-CANTIDAD
           MOVE WS-VALOR           TO DET-VALOR
           MOVE WS-DETALLE         TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           ADD WS-CANTIDAD TO ACU-OFI-CANTIDAD ACU-MON-CANTIDAD
                              WS-CONDONACIONES
           ADD WS-VALOR    TO ACU-OFI-VALOR ACU-MON-VALOR

           PERFORM 021-FETCH-CURSOR-1.

       021-FETCH-CURSOR-1.
           EXEC SQL
               FETCH CURSOR_1
               INTO :CND-MONEDA, :CND-OFICINA, :CND-APROBADOR,
                    :CND-MOTIVO, :WS-CANTIDAD, :WS-VALOR
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   ADD 1 TO WS-GRUPOS
              WHEN +100
                   SET SI-FIN-CURSOR-1 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_1 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR-1 TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

      ******************************************************************
      *                    022-CORTE-OFICINA                           *
      ******************************************************************
       022-CORTE-OFICINA.
           MOVE ANT-MONEDA         TO SUB-MONEDA
           MOVE ANT-OFICINA        TO SUB-OFICINA
           MOVE ACU-OFI-CANTIDAD   TO SUB-CANTIDAD
           MOVE ACU-OFI-VALOR      TO SUB-VALOR
           MOVE WS-SUBTOTAL        TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           MOVE ZEROS              TO ACU-OFI-CANTIDAD ACU-OFI-VALOR
           MOVE CND-OFICINA        TO ANT-OFICINA.

      ******************************************************************
      *                    023-CORTE-MONEDA                            *
      ******************************************************************
       023-CORTE-MONEDA.
           MOVE ANT-MONEDA         TO TOT-MONEDA
           MOVE ACU-MON-CANTIDAD   TO TOT-CANTIDAD
           MOVE ACU-MON-VALOR      TO TOT-VALOR
           MOVE WS-TOTAL-MONEDA    TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           MOVE ZEROS              TO ACU-MON-CANTIDAD ACU-MON-VALOR
           MOVE CND-MONEDA         TO ANT-MONEDA.

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

           IF WS-GRUPOS > ZEROS
              PERFORM 022-CORTE-OFICINA
              PERFORM 023-CORTE-MONEDA
           END-IF

           MOVE WS-CONDONACIONES TO RES-CONDONACIONES
           MOVE WS-RESUMEN       TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           CLOSE SALIDA

           DISPLAY 'MES REPORTADO           : ' WS-MES-PROCESO
           DISPLAY 'GRUPOS REPORTADOS       : ' WS-GRUPOS
           DISPLAY 'CONDONACIONES APROBADAS : ' WS-CONDONACIONES

           IF SI-ERROR-PROCESO
              MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.
