       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0117.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           REPORTE MENSUAL DE EMBARGOS JUDICIALES POR JUZGADO:
      *           CADA EMBARGO DE PRDTWEMB (RUTINA PE3C0116) VIGENTE
      *           EN ALGUN DIA DEL MES DE LA FECHA DE NEGOCIO, CON EL
      *           VALOR ORDENADO Y EL VALOR RETENIDO. EL RETENIDO ES
      *           EL NETO DE PAGOS ('N' MAS SUS REVERSOS 'R') EN PESOS
      *           QUE ENTRARON EN PRDTW02 AL CLIENTE (O AL CONTRATO
      *           EMBARGADO) DESDE LA FECHA EFECTIVA HASTA LA FECHA
      *           DE NEGOCIO O LA DE LEVANTAMIENTO, SIN PASAR DEL
      *           VALOR ORDENADO. LLEVA SUBTOTAL POR JUZGADO Y TOTAL
      *           GENERAL
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
          05 WS-EMBARGOS                 PIC 9(09) VALUE ZEROS.
          05 WS-JUZGADOS                 PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 WS-FECHA-PROCESO               PIC X(10) VALUE SPACES.
      *    PRIMER Y ULTIMO DIA DEL MES DEL REPORTE (EL '31' SIRVE PARA
      *    COMPARAR FECHAS YYYY-MM-DD EN CUALQUIER MES)
       01 WS-INICIO-MES.
           05 WS-MES-PROCESO                    PIC X(7).
           05 FILLER                            PIC X(3)  VALUE '-01'.
       01 WS-FIN-MES.
           05 WS-MES-FIN                        PIC X(7).
           05 FILLER                            PIC X(3)  VALUE '-31'.
      *    CORTE DE LA SUMA DE PAGOS: LA FECHA DE NEGOCIO O LA DE
      *    LEVANTAMIENTO SI ES ANTERIOR (EXCLUSIVE)
       01 WS-FECHA-CORTE                 PIC X(10) VALUE SPACES.

      *    FILA DEL CURSOR
       01 PRDTW-EMB.
           05 EMB-JUZGADO                       PIC X(10).
           05 EMB-PROCESO                       PIC X(23).
           05 EMB-CLIENTE                       PIC X(8).
           05 EMB-CONTRATO                      PIC X(18).
           05 EMB-VALOR                         PIC S9(11)V99 COMP-3.
           05 EMB-FECHA-EFECTIVA                PIC X(10).
           05 EMB-FECHA-LEVANTA                 PIC X(10).
           05 EMB-ESTADO                        PIC X(1).

       01 WS-VALOR-RETENIDO              PIC S9(11)V99 COMP-3
                                                   VALUE ZEROS.

      *    CORTE DE CONTROL: JUZGADO ANTERIOR
       01 WS-CORTE.
           05 ANT-JUZGADO                       PIC X(10) VALUE SPACES.

       01 WS-ACUMULADOS.
           05 ACU-JUZ-CANTIDAD                  PIC 9(09) VALUE ZEROS.
           05 ACU-JUZ-ORDENADO                  PIC S9(13)V99 COMP-3
                                                          VALUE ZEROS.
           05 ACU-JUZ-RETENIDO                  PIC S9(13)V99 COMP-3
                                                          VALUE ZEROS.
           05 ACU-TOT-ORDENADO                  PIC S9(13)V99 COMP-3
                                                          VALUE ZEROS.
           05 ACU-TOT-RETENIDO                  PIC S9(13)V99 COMP-3
                                                          VALUE ZEROS.

       01 WS-TITULO1.
          05 FILLER             PIC X(32) VALUE
                                 'EMBARGOS JUDICIALES POR JUZGADO'.
          05 FILLER             PIC X(6)  VALUE ' MES: '.
          05 TIT-MES            PIC X(7).
          05 FILLER             PIC X(8)  VALUE ' FECHA: '.
          05 TIT-FECHA          PIC X(10).
       01 WS-TITULO2.
          05 FILLER             PIC X(11) VALUE 'JUZGADO'.
          05 FILLER             PIC X(24) VALUE 'PROCESO'.
          05 FILLER             PIC X(9)  VALUE 'CLIENTE'.
          05 FILLER             PIC X(19) VALUE 'CONTRATO'.
          05 FILLER             PIC X(2)  VALUE 'E'.
          05 FILLER             PIC X(11) VALUE 'EFECTIVA'.
          05 FILLER             PIC X(11) VALUE 'LEVANTA'.
          05 FILLER             PIC X(18) VALUE
                                 '    VALOR ORDENADO'.
          05 FILLER             PIC X(19) VALUE
                                 '    VALOR RETENIDO'.

       01 WS-DETALLE.
          05 DET-JUZGADO               PIC X(10).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-PROCESO               PIC X(23).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-CLIENTE               PIC X(8).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-CONTRATO              PIC X(18).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-ESTADO                PIC X(1).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-FECHA-EFECTIVA        PIC X(10).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-FECHA-LEVANTA         PIC X(10).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-ORDENADO              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-RETENIDO              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-SUBTOTAL.
          05 SUB-JUZGADO               PIC X(10).
          05 FILLER                    PIC X(16) VALUE
                                        ' TOTAL JUZGADO '.
          05 SUB-CANTIDAD              PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(10) VALUE ' EMBARGOS '.
          05 FILLER                    PIC X(42) VALUE SPACES.
          05 SUB-ORDENADO              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X VALUE SPACES.
          05 SUB-RETENIDO              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-TOTAL.
          05 FILLER                    PIC X(26) VALUE
                                        'TOTAL GENERAL'.
          05 TOT-CANTIDAD              PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(10) VALUE ' EMBARGOS '.
          05 FILLER                    PIC X(42) VALUE SPACES.
          05 TOT-ORDENADO              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X VALUE SPACES.
          05 TOT-RETENIDO              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-RESUMEN.
          05 CTE-RESUMEN              PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(11) VALUE 'JUZGADOS ='.
          05 RES-JUZGADOS             PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(12) VALUE ' EMBARGOS ='.
          05 RES-EMBARGOS             PIC ZZZZZZZZ9.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE FECHA DE PROCESO PE3C0060           *
      ******************************************************************
       COPY PE3CFPRO.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOEMB
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOW02
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: EMBARGOS VIGENTES EN ALGUN DIA DEL MES,      **
      ******   POR JUZGADO (UN LEVANTADO EN EL MES TAMBIEN SALE)      **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT EMB_JUZGADO, EMB_PROCESO, EMB_CLIENTE,
                      EMB_CONTRATO, EMB_VALOR, EMB_FECHA_EFECTIVA,
                      EMB_FECHA_LEVANTA, EMB_ESTADO
               FROM PRDTWEMB
               WHERE EMB_FECHA_EFECTIVA <= :WS-FIN-MES
               AND   EMB_FECHA_LEVANTA   > :WS-INICIO-MES
               ORDER BY EMB_JUZGADO, EMB_PROCESO, EMB_CLIENTE,
                        EMB_CONTRATO
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
           MOVE WS-FECHA-PROCESO(1:7)    TO WS-MES-PROCESO WS-MES-FIN
                                            TIT-MES

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
              MOVE EMB-JUZGADO TO ANT-JUZGADO
              ADD 1            TO WS-JUZGADOS
           END-IF.

      ******************************************************************
      *                        02-PROCESO                              *
      *   CORTE DE CONTROL POR JUZGADO ANTES DE CADA EMBARGO           *
      ******************************************************************
       02-PROCESO.
           IF EMB-JUZGADO NOT = ANT-JUZGADO
              PERFORM 023-CORTE-JUZGADO
           END-IF

           PERFORM 022-CALCULAR-RETENIDO

           INITIALIZE WS-DETALLE
           MOVE EMB-JUZGADO        TO DET-JUZGADO
           MOVE EMB-PROCESO        TO DET-PROCESO
           MOVE EMB-CLIENTE        TO DET-CLIENTE
           MOVE EMB-CONTRATO       TO DET-CONTRATO
           MOVE EMB-ESTADO         TO DET-ESTADO
           MOVE EMB-FECHA-EFECTIVA TO DET-FECHA-EFECTIVA
           MOVE EMB-FECHA-LEVANTA  TO DET-FECHA-LEVANTA
           MOVE EMB-VALOR          TO DET-ORDENADO
           MOVE WS-VALOR-RETENIDO  TO DET-RETENIDO
           MOVE WS-DETALLE         TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           ADD 1                 TO ACU-JUZ-CANTIDAD WS-EMBARGOS
           ADD EMB-VALOR         TO ACU-JUZ-ORDENADO ACU-TOT-ORDENADO
           ADD WS-VALOR-RETENIDO TO ACU-JUZ-RETENIDO ACU-TOT-RETENIDO

           PERFORM 021-FETCH-CURSOR-1.

       021-FETCH-CURSOR-1.
           EXEC SQL
               FETCH CURSOR_1
               INTO :EMB-JUZGADO, :EMB-PROCESO, :EMB-CLIENTE,
                    :EMB-CONTRATO, :EMB-VALOR, :EMB-FECHA-EFECTIVA,
                    :EMB-FECHA-LEVANTA, :EMB-ESTADO
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   SET SI-FIN-CURSOR-1 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_1 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR-1 TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

      ******************************************************************
      *                  022-CALCULAR-RETENIDO                         *
      *   NETO DE PAGOS EN PESOS AL CLIENTE (O SOLO AL CONTRATO        *
      *   EMBARGADO) DENTRO DE LA VIGENCIA DEL EMBARGO HASTA LA FECHA  *
      *   DE NEGOCIO; LO QUE EXCEDE EL VALOR ORDENADO NO ES RETENIDO   *
      ******************************************************************
       022-CALCULAR-RETENIDO.
           IF EMB-FECHA-LEVANTA > WS-FECHA-PROCESO
              MOVE WS-FECHA-PROCESO  TO WS-FECHA-CORTE
              EXEC SQL
                  SELECT COALESCE(SUM(W02_VALOR_NUM), 0)
                  INTO  :WS-VALOR-RETENIDO
                  FROM  PRDTW02
                  WHERE W02_CLIENTE    = :EMB-CLIENTE
                  AND  (:EMB-CONTRATO  = ' '
                   OR   W02_CONTRATO   = :EMB-CONTRATO)
                  AND   W02_TIPO_MOV  IN ('N', 'R')
                  AND   W02_MONEDA     = 'COP'
                  AND   W02_FECHA_MOV >= :EMB-FECHA-EFECTIVA
                  AND   W02_FECHA_MOV <= :WS-FECHA-CORTE
              END-EXEC
           ELSE
              MOVE EMB-FECHA-LEVANTA TO WS-FECHA-CORTE
              EXEC SQL
                  SELECT COALESCE(SUM(W02_VALOR_NUM), 0)
                  INTO  :WS-VALOR-RETENIDO
                  FROM  PRDTW02
                  WHERE W02_CLIENTE    = :EMB-CLIENTE
                  AND  (:EMB-CONTRATO  = ' '
                   OR   W02_CONTRATO   = :EMB-CONTRATO)
                  AND   W02_TIPO_MOV  IN ('N', 'R')
                  AND   W02_MONEDA     = 'COP'
                  AND   W02_FECHA_MOV >= :EMB-FECHA-EFECTIVA
                  AND   W02_FECHA_MOV  < :WS-FECHA-CORTE
              END-EXEC
           END-IF

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR SELECT PRDTW02 SQLCODE ' SQLCODE
                      ' PROCESO ' EMB-PROCESO
              SET SI-ERROR-PROCESO TO TRUE
              MOVE ZEROS TO WS-VALOR-RETENIDO
           END-IF

           IF WS-VALOR-RETENIDO < ZEROS
              MOVE ZEROS     TO WS-VALOR-RETENIDO
           END-IF
           IF WS-VALOR-RETENIDO > EMB-VALOR
              MOVE EMB-VALOR TO WS-VALOR-RETENIDO
           END-IF.

      ******************************************************************
      *                    023-CORTE-JUZGADO                           *
      ******************************************************************
       023-CORTE-JUZGADO.
           MOVE ANT-JUZGADO        TO SUB-JUZGADO
           MOVE ACU-JUZ-CANTIDAD   TO SUB-CANTIDAD
           MOVE ACU-JUZ-ORDENADO   TO SUB-ORDENADO
           MOVE ACU-JUZ-RETENIDO   TO SUB-RETENIDO
           MOVE WS-SUBTOTAL        TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           MOVE ZEROS              TO ACU-JUZ-CANTIDAD ACU-JUZ-ORDENADO
                                      ACU-JUZ-RETENIDO
           IF NO-FIN-CURSOR-1
              MOVE EMB-JUZGADO     TO ANT-JUZGADO
              ADD 1                TO WS-JUZGADOS
           END-IF.

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

           IF WS-EMBARGOS > ZEROS
              PERFORM 023-CORTE-JUZGADO
           END-IF

           MOVE WS-EMBARGOS      TO TOT-CANTIDAD
           MOVE ACU-TOT-ORDENADO TO TOT-ORDENADO
           MOVE ACU-TOT-RETENIDO TO TOT-RETENIDO
           MOVE WS-TOTAL         TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           MOVE WS-JUZGADOS      TO RES-JUZGADOS
           MOVE WS-EMBARGOS      TO RES-EMBARGOS
           MOVE WS-RESUMEN       TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           CLOSE SALIDA

           DISPLAY 'MES REPORTADO           : ' WS-MES-PROCESO
           DISPLAY 'JUZGADOS REPORTADOS     : ' WS-JUZGADOS
           DISPLAY 'EMBARGOS REPORTADOS     : ' WS-EMBARGOS

           IF SI-ERROR-PROCESO
              MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.
