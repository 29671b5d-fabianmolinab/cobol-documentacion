       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0120.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           GENERACION DE LAS ORDENES DE DEVOLUCION AL BANCO:
      *           LAS DEVOLUCIONES APROBADAS EN PRDTWDEV (PE3C0119)
      *           SALEN EN UN ARCHIVO POR BANCO (DD DEVNNNN) CON
      *           CABECERA, DETALLE Y CIERRE DE CONTROL AL ESTILO DE
      *           LAS ORDENES DE DEBITO DE PE3C0072, ABONADAS A LA
      *           CUENTA DEL MANDATO DEL CONTRATO (PRDTWMAN). CADA
      *           DEVOLUCION EMITIDA GENERA ADEMAS SU AJUSTE NEGATIVO
      *           (ARCHIVO AJUSTE, LAYOUT PE3CCTRX) PARA QUE PE3C0029
      *           LO APLIQUE VIA PE3C0022 Y EL SALDO A FAVOR SE CIERRE.
      *           UNA DEVOLUCION CON EMBARGO JUDICIAL VIGENTE SOBRE EL
      *           CLIENTE O EL CONTRATO, O SIN CUENTA DE MANDATO, NO
      *           SALE Y QUEDA APROBADA PARA UN PROXIMO CICLO
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
      *****ARCHIVO DE DEVOLUCIONES DEL BANCO EN CURSO (DD DEVNNNN)******
           SELECT ORDEN     ASSIGN TO WS-DSN-ORDEN
                            FILE STATUS IS WS-ESTADO-ORD.
      *****ARCHIVO DE TRABAJO CON LAS ORDENES SIN ORDENAR***************
           SELECT TRABAJO   ASSIGN TO TRABAJO
                            FILE STATUS IS WS-ESTADO-TRA.
      *****ARCHIVO DE CLASIFICACION POR BANCO***************************
           SELECT ORDENA    ASSIGN TO SORTWK.
      *****ARCHIVO DE AJUSTES DE LAS DEVOLUCIONES (LAYOUT PE3CCTRX)*****
           SELECT AJUSTE    ASSIGN TO AJUSTE
                            FILE STATUS IS WS-ESTADO-AJU.
      *****************ARCHIVO DE SALIDA DEL REPORTE********************
           SELECT SALIDA    ASSIGN TO SALIDA
                            FILE STATUS IS WS-ESTADO.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ORDEN
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-ORDEN.
           05 ORD-TIPO-REG                      PIC X(1).
             88 ORD-REG-CABECERA                    VALUE 'H'.
             88 ORD-REG-DETALLE                     VALUE 'D'.
             88 ORD-REG-CONTROL                     VALUE 'T'.
           05 ORD-RESTO                         PIC X(80).
           05 ORD-CABECERA REDEFINES ORD-RESTO.
              10 ORD-CAB-FECHA-PROCESO          PIC X(10).
              10 ORD-CAB-BANCO                  PIC X(4).
              10 FILLER                         PIC X(66).
           05 ORD-DETALLE REDEFINES ORD-RESTO.
              10 ORD-DET-CLIENTE                PIC X(8).
              10 ORD-DET-CONTRATO               PIC X(18).
              10 ORD-DET-CUENTA                 PIC X(20).
              10 ORD-DET-NUMERO                 PIC 9(9).
              10 ORD-DET-MONEDA                 PIC X(3).
              10 ORD-DET-VALOR                  PIC S9(11)V99 COMP-3.
              10 FILLER                         PIC X(15).
           05 ORD-CONTROL REDEFINES ORD-RESTO.
              10 ORD-CTL-CANT-DETALLE           PIC 9(9).
              10 ORD-CTL-VALOR-TOTAL            PIC S9(13)V99 COMP-3.
              10 FILLER                         PIC X(63).

       FD  TRABAJO
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-TRABAJO.
           05 TRA-BANCO                    PIC X(4).
           05 TRA-CLIENTE                  PIC X(8).
           05 TRA-CONTRATO                 PIC X(18).
           05 TRA-CUENTA                   PIC X(20).
           05 TRA-NUMERO                   PIC 9(9).
           05 TRA-MONEDA                   PIC X(3).
           05 TRA-VALOR                    PIC S9(11)V99 COMP-3.

       SD  ORDENA.
       01 REG-ORDENA.
           05 SRT-BANCO                    PIC X(4).
           05 SRT-CLIENTE                  PIC X(8).
           05 SRT-CONTRATO                 PIC X(18).
           05 SRT-CUENTA                   PIC X(20).
           05 SRT-NUMERO                   PIC 9(9).
           05 SRT-MONEDA                   PIC X(3).
           05 SRT-VALOR                    PIC S9(11)V99 COMP-3.

       FD  AJUSTE
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
           COPY PE3CCTRX.

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
       01 WS-ESTADO-ORD                  PIC XX    VALUE '00'.
       01 WS-ESTADO-TRA                  PIC XX    VALUE '00'.
       01 WS-ESTADO-AJU                  PIC XX    VALUE '00'.
      ******************************************************************
      *                           SWITCHES                             *
      ******************************************************************
       01 SWITCHES.
           05 SW-FIN-CURSOR-1        PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR-1                  VALUE 'S'.
             88 NO-FIN-CURSOR-1                  VALUE 'N'.
           05 SW-FIN-ORDENA          PIC X       VALUE 'N'.
             88 SI-FIN-ORDENA                    VALUE 'S'.
             88 NO-FIN-ORDENA                    VALUE 'N'.
           05 SW-ORDEN-ABIERTA       PIC X       VALUE 'N'.
             88 SI-ORDEN-ABIERTA                 VALUE 'S'.
             88 NO-ORDEN-ABIERTA                 VALUE 'N'.
           05 SW-ERROR-PROCESO       PIC X       VALUE 'N'.
             88 SI-ERROR-PROCESO                 VALUE 'S'.
             88 NO-ERROR-PROCESO                 VALUE 'N'.
           05 SW-EMITIBLE            PIC X       VALUE 'N'.
             88 SI-EMITIBLE                      VALUE 'S'.
             88 NO-EMITIBLE                      VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-APROBADAS-LEIDAS         PIC 9(09) VALUE ZEROS.
          05 WS-ORDENES-GENERADAS        PIC 9(09) VALUE ZEROS.
          05 WS-BANCOS-GENERADOS         PIC 9(04) VALUE ZEROS.
          05 WS-RETENIDAS-EMBARGO        PIC 9(09) VALUE ZEROS.
          05 WS-SIN-CUENTA               PIC 9(09) VALUE ZEROS.
          05 WS-CONT-EMBARGOS            PIC S9(9) COMP VALUE ZEROS.
       01 WS-VALOR-TOTAL                 PIC S9(13)V99 COMP-3
                                                   VALUE ZEROS.
      ******************************************************************
      *       NOMBRE LOGICO DEL ARCHIVO DEL BANCO EN CURSO:            *
      *       'DEV' MAS EL CODIGO DEL BANCO                            *
      ******************************************************************
       01 WS-DSN-ORDEN.
          05 FILLER                   PIC X(3)  VALUE 'DEV'.
          05 DSN-ORD-BANCO            PIC X(4).
          05 FILLER                   PIC X(37) VALUE SPACES.
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 WS-FECHA-PROCESO               PIC X(10) VALUE SPACES.
       01 WS-VALOR-TEXTO                 PIC 9(13)  VALUE ZEROS.

       01 PRDTW-DEV.
           05 DEV-NUMERO                        PIC S9(9) COMP-3.
           05 DEV-CLIENTE                       PIC X(8).
           05 DEV-CONTRATO                      PIC X(18).
           05 DEV-MONEDA                        PIC X(3).
           05 DEV-VALOR                         PIC S9(11)V99 COMP-3.

      *    CUENTA DEL CLIENTE EN EL BANCO DEL MANDATO DEL CONTRATO
       01 PRDTW-MAN.
           05 MAN-BANCO                         PIC X(4).
           05 MAN-CUENTA                        PIC X(20).

       01 WS-CONTROL-BANCO.
           05 WS-BANCO-ANTERIOR          PIC X(4) VALUE SPACES.
           05 WS-CANT-BANCO              PIC 9(09) VALUE ZEROS.
           05 WS-VALOR-BANCO             PIC S9(13)V99 COMP-3
                                                   VALUE ZEROS.

       01 WS-DETALLE.
          05 DET-NUMERO                PIC Z(8)9.
          05 FILLER                    PIC X     VALUE SPACE.
          05 DET-CLIENTE               PIC X(8).
          05 FILLER                    PIC X     VALUE SPACE.
          05 DET-CONTRATO              PIC X(18).
          05 FILLER                    PIC X     VALUE SPACE.
          05 DET-MONEDA                PIC X(3).
          05 DET-VALOR                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X     VALUE SPACE.
          05 DET-RESULTADO             PIC X(30).

       01 WS-TITULO1.
          05 FILLER             PIC X(32) VALUE
                                 'ORDENES DE DEVOLUCION AL BANCO '.
          05 TIT-FECHA          PIC X(10).

       01 WS-RESUMEN.
          05 CTE-RESUMEN              PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(11) VALUE 'APROBADAS='.
          05 RES-APROBADAS             PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(11) VALUE ' ORDENES ='.
          05 RES-ORDENES               PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(10) VALUE ' BANCOS ='.
          05 RES-BANCOS                PIC ZZZ9.
          05 FILLER                   PIC X(11) VALUE ' EMBARGO ='.
          05 RES-EMBARGO               PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(13) VALUE ' SIN CUENTA ='.
          05 RES-SIN-CUENTA            PIC ZZZZZZZZ9.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE FECHA DE PROCESO PE3C0060           *
      ******************************************************************
       COPY PE3CFPRO.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCODEV
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOMAN
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOEMB
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: DEVOLUCIONES APROBADAS PENDIENTES DE ORDEN   **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT DEV_NUMERO, DEV_CLIENTE, DEV_CONTRATO,
                      DEV_MONEDA, DEV_VALOR
               FROM PRDTWDEV
               WHERE DEV_ESTADO = 'A'
               ORDER BY DEV_NUMERO
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 01-INICIO
           PERFORM 02-PROCESO UNTIL SI-FIN-CURSOR-1
           PERFORM 03-GENERAR-POR-BANCO
           PERFORM 04-FINAL.
      ******************************************************************
      *                          01-INICIO                             *
      ******************************************************************
       01-INICIO.
           OPEN OUTPUT SALIDA
           IF WS-ESTADO NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ARCHIVO SALIDA ' WS-ESTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT TRABAJO
           IF WS-ESTADO-TRA NOT = '00' AND NOT = '97'
              CLOSE SALIDA
              DISPLAY 'ERROR ABRIENDO ARCHIVO TRABAJO ' WS-ESTADO-TRA
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT AJUSTE
           IF WS-ESTADO-AJU NOT = '00' AND NOT = '97'
              CLOSE SALIDA TRABAJO
              DISPLAY 'ERROR ABRIENDO ARCHIVO AJUSTE ' WS-ESTADO-AJU
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO TO WS-FECHA-PROCESO TIT-FECHA
           MOVE WS-TITULO1 TO REG-SALIDA
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
               INTO :DEV-NUMERO, :DEV-CLIENTE, :DEV-CONTRATO,
                    :DEV-MONEDA, :DEV-VALOR
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   ADD 1 TO WS-APROBADAS-LEIDAS
              WHEN +100
                   SET SI-FIN-CURSOR-1 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_1 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR-1 TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

      ******************************************************************
      *                        02-PROCESO                              *
      *   UNA DEVOLUCION APROBADA SALE AL BANCO SOLO SIN EMBARGO       *
      *   VIGENTE Y CON CUENTA DE MANDATO; SE MARCA EMITIDA ('E') Y    *
      *   DEJA SU ORDEN EN TRABAJO Y SU AJUSTE NEGATIVO                *
      ******************************************************************
       02-PROCESO.
           MOVE DEV-NUMERO   TO DET-NUMERO
           MOVE DEV-CLIENTE  TO DET-CLIENTE
           MOVE DEV-CONTRATO TO DET-CONTRATO
           MOVE DEV-MONEDA   TO DET-MONEDA
           MOVE DEV-VALOR    TO DET-VALOR
           SET SI-EMITIBLE   TO TRUE

           PERFORM 022-VALIDAR-EMBARGO
           IF SI-EMITIBLE
              PERFORM 023-LEER-CUENTA
           END-IF
           IF SI-EMITIBLE
              PERFORM 024-MARCAR-EMITIDA
           END-IF

           PERFORM 021-FETCH-CURSOR-1.

      *    EL DINERO DE UN CLIENTE O CONTRATO EMBARGADO QUEDA A
      *    DISPOSICION DEL JUZGADO: LA DEVOLUCION ESPERA EL LEVANTE
       022-VALIDAR-EMBARGO.
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CONT-EMBARGOS
               FROM  PRDTWEMB
               WHERE EMB_CLIENTE         = :DEV-CLIENTE
               AND  (EMB_CONTRATO        = ' '
                OR   EMB_CONTRATO        = :DEV-CONTRATO)
               AND   EMB_ESTADO          = 'A'
               AND   EMB_FECHA_EFECTIVA <= :WS-FECHA-PROCESO
               AND   EMB_FECHA_LEVANTA   > :WS-FECHA-PROCESO
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE NOT = ZEROS
                   DISPLAY 'ERROR SELECT PRDTWEMB SQLCODE ' SQLCODE
                           ' CONTRATO ' DEV-CONTRATO
                   SET NO-EMITIBLE      TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
              WHEN WS-CONT-EMBARGOS > ZEROS
                   SET NO-EMITIBLE      TO TRUE
                   ADD 1 TO WS-RETENIDAS-EMBARGO
                   MOVE 'RETENIDA POR EMBARGO (63)' TO DET-RESULTADO
                   PERFORM 025-ESCRIBIR-DETALLE
           END-EVALUATE.

      *    LA DEVOLUCION SE ABONA EN LA CUENTA Y EL BANCO DEL MANDATO
      *    DE DEBITO DEL CONTRATO, DE DONDE SALIO EL DINERO
       023-LEER-CUENTA.
           EXEC SQL
               SELECT MAN_BANCO, MAN_CUENTA
               INTO  :MAN-BANCO, :MAN-CUENTA
               FROM  PRDTWMAN
               WHERE MAN_CONTRATO = :DEV-CONTRATO
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = +100
                   SET NO-EMITIBLE      TO TRUE
                   ADD 1 TO WS-SIN-CUENTA
                   MOVE 'SIN CUENTA DE MANDATO' TO DET-RESULTADO
                   PERFORM 025-ESCRIBIR-DETALLE
              WHEN SQLCODE NOT = ZEROS
                   DISPLAY 'ERROR SELECT PRDTWMAN SQLCODE ' SQLCODE
                           ' CONTRATO ' DEV-CONTRATO
                   SET NO-EMITIBLE      TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
              WHEN MAN-BANCO = SPACES
                   MOVE DEV-CONTRATO(1:4) TO MAN-BANCO
           END-EVALUATE.

       024-MARCAR-EMITIDA.
           EXEC SQL
               UPDATE PRDTWDEV
               SET    DEV_ESTADO      = 'E',
                      DEV_FECHA_ORDEN = :WS-FECHA-PROCESO
               WHERE  DEV_NUMERO      = :DEV-NUMERO
               AND    DEV_ESTADO      = 'A'
           END-EXEC

           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR UPDATE PRDTWDEV SQLCODE ' SQLCODE
                      ' NUMERO ' DET-NUMERO
              SET SI-ERROR-PROCESO TO TRUE
           ELSE
              PERFORM 0241-ESCRIBIR-TRABAJO
              PERFORM 0242-GRABAR-AJUSTE
              MOVE 'ORDEN EMITIDA'  TO DET-RESULTADO
              PERFORM 025-ESCRIBIR-DETALLE
           END-IF.

       0241-ESCRIBIR-TRABAJO.
           MOVE MAN-BANCO         TO TRA-BANCO
           MOVE DEV-CLIENTE       TO TRA-CLIENTE
           MOVE DEV-CONTRATO      TO TRA-CONTRATO
           MOVE MAN-CUENTA        TO TRA-CUENTA
           MOVE DEV-NUMERO        TO TRA-NUMERO
           MOVE DEV-MONEDA        TO TRA-MONEDA
           MOVE DEV-VALOR         TO TRA-VALOR
           WRITE REG-TRABAJO
           IF WS-ESTADO-TRA NOT = '00'
              DISPLAY 'ERROR WRITE ARCHIVO TRABAJO ' WS-ESTADO-TRA
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1         TO WS-ORDENES-GENERADAS
           ADD DEV-VALOR TO WS-VALOR-TOTAL.

      *    EL AJUSTE VIAJA COMO ALTA CON LA FECHA DE NEGOCIO Y EL
      *    VALOR DEVUELTO EN NEGATIVO, POR EL MISMO CAMINO
      *    PE3C0029/PE3C0022 DE LOS REVERSOS DE PE3C0112
       0242-GRABAR-AJUSTE.
           INITIALIZE REG-TRANSAC
           SET TRX-OP-ALTA         TO TRUE
           MOVE DEV-CLIENTE        TO TRX-CLIENTE
           MOVE DEV-CONTRATO       TO TRX-CONTRATO
           MOVE WS-FECHA-PROCESO   TO TRX-FECHA-MOV
           MOVE DEV-VALOR          TO WS-VALOR-TEXTO
           MOVE WS-VALOR-TEXTO     TO TRX-VALOR
           COMPUTE TRX-VALOR-NUM = ZEROS - DEV-VALOR
           MOVE 'A'                TO TRX-TIPO-MOV
           MOVE DEV-MONEDA         TO TRX-MONEDA
           MOVE 'PE3C0120'         TO TRX-ORIGEN
           WRITE REG-TRANSAC
           IF WS-ESTADO-AJU NOT = '00'
              DISPLAY 'ERROR WRITE ARCHIVO AJUSTE ' WS-ESTADO-AJU
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       025-ESCRIBIR-DETALLE.
           MOVE WS-DETALLE TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

      ******************************************************************
      *                  03-GENERAR-POR-BANCO                          *
      *   CLASIFICA LAS DEVOLUCIONES POR BANCO Y LAS REPARTE EN UN     *
      *   ARCHIVO POR BANCO (DD DEVNNNN) CON CABECERA Y CIERRE DE      *
      *   CONTROL, COMO LAS ORDENES DE DEBITO DE PE3C0072              *
      ******************************************************************
       03-GENERAR-POR-BANCO.
           EXEC SQL
               CLOSE CURSOR_1
           END-EXEC
           CLOSE TRABAJO

           SORT ORDENA
                ON ASCENDING KEY SRT-BANCO SRT-NUMERO
                USING TRABAJO
                OUTPUT PROCEDURE IS 031-REPARTIR-ORDENADO.

       031-REPARTIR-ORDENADO.
           SET NO-FIN-ORDENA TO TRUE
           MOVE SPACES TO WS-BANCO-ANTERIOR
           PERFORM 032-RETORNAR-ORDEN UNTIL SI-FIN-ORDENA
           IF SI-ORDEN-ABIERTA
              PERFORM 035-CERRAR-BANCO
           END-IF.

       032-RETORNAR-ORDEN.
           RETURN ORDENA
              AT END
                 SET SI-FIN-ORDENA TO TRUE
              NOT AT END
                 PERFORM 033-PROCESAR-ORDEN
           END-RETURN.

       033-PROCESAR-ORDEN.
           IF SRT-BANCO NOT = WS-BANCO-ANTERIOR
              IF SI-ORDEN-ABIERTA
                 PERFORM 035-CERRAR-BANCO
              END-IF
              PERFORM 034-ABRIR-BANCO
           END-IF

           INITIALIZE REG-ORDEN
           SET ORD-REG-DETALLE   TO TRUE
           MOVE SRT-CLIENTE      TO ORD-DET-CLIENTE
           MOVE SRT-CONTRATO     TO ORD-DET-CONTRATO
           MOVE SRT-CUENTA       TO ORD-DET-CUENTA
           MOVE SRT-NUMERO       TO ORD-DET-NUMERO
           MOVE SRT-MONEDA       TO ORD-DET-MONEDA
           MOVE SRT-VALOR        TO ORD-DET-VALOR
           PERFORM 98-ESCRIBIR-ORDEN
           ADD 1         TO WS-CANT-BANCO
           ADD SRT-VALOR TO WS-VALOR-BANCO.

       034-ABRIR-BANCO.
           MOVE SRT-BANCO TO DSN-ORD-BANCO WS-BANCO-ANTERIOR
           OPEN OUTPUT ORDEN
           IF WS-ESTADO-ORD NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ' WS-DSN-ORDEN(1:8) ' '
                      WS-ESTADO-ORD
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           SET SI-ORDEN-ABIERTA TO TRUE
           MOVE ZEROS TO WS-CANT-BANCO WS-VALOR-BANCO

           INITIALIZE REG-ORDEN
           SET ORD-REG-CABECERA   TO TRUE
           MOVE WS-FECHA-PROCESO  TO ORD-CAB-FECHA-PROCESO
           MOVE SRT-BANCO         TO ORD-CAB-BANCO
           PERFORM 98-ESCRIBIR-ORDEN.

       035-CERRAR-BANCO.
           INITIALIZE REG-ORDEN
           SET ORD-REG-CONTROL    TO TRUE
           MOVE WS-CANT-BANCO     TO ORD-CTL-CANT-DETALLE
           MOVE WS-VALOR-BANCO    TO ORD-CTL-VALOR-TOTAL
           PERFORM 98-ESCRIBIR-ORDEN
           CLOSE ORDEN
           SET NO-ORDEN-ABIERTA   TO TRUE
           ADD 1 TO WS-BANCOS-GENERADOS.

       98-ESCRIBIR-ORDEN.
           WRITE REG-ORDEN
           IF WS-ESTADO-ORD NOT = '00'
              DISPLAY 'ERROR WRITE ' WS-DSN-ORDEN(1:8) ' '
                      WS-ESTADO-ORD
              MOVE 12 TO RETURN-CODE
              STOP RUN
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
      *                        04-FINAL                                *
      ******************************************************************
       04-FINAL.
           MOVE WS-APROBADAS-LEIDAS   TO RES-APROBADAS
           MOVE WS-ORDENES-GENERADAS  TO RES-ORDENES
           MOVE WS-BANCOS-GENERADOS   TO RES-BANCOS
           MOVE WS-RETENIDAS-EMBARGO  TO RES-EMBARGO
           MOVE WS-SIN-CUENTA         TO RES-SIN-CUENTA
           MOVE WS-RESUMEN            TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           DISPLAY 'APROBADAS LEIDAS    : ' WS-APROBADAS-LEIDAS
           DISPLAY 'ORDENES GENERADAS   : ' WS-ORDENES-GENERADAS
           DISPLAY 'VALOR DEVUELTO      : ' WS-VALOR-TOTAL
           DISPLAY 'BANCOS GENERADOS    : ' WS-BANCOS-GENERADOS
           DISPLAY 'RETENIDAS EMBARGO   : ' WS-RETENIDAS-EMBARGO
           DISPLAY 'SIN CUENTA MANDATO  : ' WS-SIN-CUENTA

           CLOSE AJUSTE SALIDA

           EVALUATE TRUE
              WHEN SI-ERROR-PROCESO
                   MOVE 8 TO RETURN-CODE
              WHEN WS-RETENIDAS-EMBARGO > ZEROS OR WS-SIN-CUENTA > ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.
