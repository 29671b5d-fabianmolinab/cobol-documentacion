       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0126.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           RESPUESTA DEL MAYOR AL COMPROBANTE CONTABLE: LEE EL
      *           ARCHIVO RESPUESTA QUE DEVUELVE CONTABILIDAD (FECHA Y
      *           ORIGEN DEL COMPROBANTE, LINEA, ESTADO 'A'/'R' Y
      *           MOTIVO) Y LO CRUZA CONTRA LOS COMPROBANTES Y LINEAS
      *           REGISTRADOS EN PRDTWCPB/PRDTWCPL (PE3C0069). LA
      *           LINEA 0 RESPONDE EL COMPROBANTE COMPLETO: 'A' ACEPTA
      *           TODA LINEA NO RECHAZADA UNA A UNA, 'R' LAS RECHAZA
      *           TODAS. AL CAMBIAR DE COMPROBANTE SE RECALCULA SU
      *           ESTADO (ACEPTADO, RECHAZADO, PARCIAL O PENDIENTE),
      *           SE LISTAN SUS LINEAS RECHAZADAS Y SE EMITE ALERTA
      *           CRITICA. UNA RESPUESTA SOBRE UN COMPROBANTE NO
      *           REGISTRADO O RETENIDO SE RECHAZA CON ALERTA 'W'
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
      ***********RESPUESTA DEL MAYOR AL COMPROBANTE CONTABLE************
           SELECT RESPUESTA ASSIGN TO RESPUEST
                            FILE STATUS IS WS-ESTADO-RSP.
      ***********LISTADO DE LA RESPUESTA********************************
           SELECT SALIDA    ASSIGN TO SALIDA
                            FILE STATUS IS WS-ESTADO-SAL.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  RESPUESTA  RECORDING MODE IS F
                      BLOCK CONTAINS 0 RECORDS.
       01 REG-RESPUESTA.
      *    FECHA (YYYY-MM-DD) Y ORIGEN DE LA CABECERA DEL COMPROBANTE
           05 RSP-FECHA                         PIC X(10).
           05 FILLER                            PIC X(1).
           05 RSP-ORIGEN                        PIC X(8).
           05 FILLER                            PIC X(1).
      *    LINEA DEL ASIENTO (CNT-LINEA); CEROS = COMPROBANTE COMPLETO
           05 RSP-LINEA                         PIC 9(7).
           05 FILLER                            PIC X(1).
           05 RSP-ESTADO                        PIC X(1).
             88 RSP-ACEPTADO                        VALUE 'A'.
             88 RSP-RECHAZADO                       VALUE 'R'.
           05 FILLER                            PIC X(1).
           05 RSP-MOTIVO                        PIC X(4).
           05 FILLER                            PIC X(1).
           05 RSP-DESCRIPCION                   PIC X(30).
           05 FILLER                            PIC X(15).

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
       01 WS-ESTADO-RSP                  PIC XX    VALUE '00'.
       01 WS-ESTADO-SAL                  PIC XX    VALUE '00'.
      ******************************************************************
      *                           SWITCHES                             *
      ******************************************************************
       01 SWITCHES.
           05 SW-FIN-RESPUESTA       PIC X       VALUE 'N'.
             88 SI-FIN-RESPUESTA                 VALUE 'S'.
             88 NO-FIN-RESPUESTA                 VALUE 'N'.
           05 SW-FIN-CURSOR-1        PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR-1                  VALUE 'S'.
             88 NO-FIN-CURSOR-1                  VALUE 'N'.
           05 SW-COMPROBANTE         PIC X       VALUE 'N'.
             88 SI-COMPROBANTE-VALIDO            VALUE 'S'.
             88 NO-COMPROBANTE-VALIDO            VALUE 'N'.
           05 SW-ERROR-PROCESO       PIC X       VALUE 'N'.
             88 SI-ERROR-PROCESO                 VALUE 'S'.
             88 NO-ERROR-PROCESO                 VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-RESPUESTAS-LEIDAS        PIC 9(09) VALUE ZEROS.
          05 WS-RESPUESTAS-APLICADAS     PIC 9(09) VALUE ZEROS.
          05 WS-RESPUESTAS-INVALIDAS     PIC 9(09) VALUE ZEROS.
          05 WS-COMPROBANTES             PIC 9(09) VALUE ZEROS.
          05 WS-COMPROBANTES-RECHAZO     PIC 9(09) VALUE ZEROS.
          05 WS-LINEAS-RECHAZADAS        PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
      *    COMPROBANTE EN CURSO (CORTE DE CONTROL DEL ARCHIVO)
       01 WS-COMPROBANTE-ACTUAL.
           05 WS-ACT-FECHA               PIC X(10) VALUE SPACES.
           05 WS-ACT-ORIGEN              PIC X(8)  VALUE SPACES.

       01 WS-COMPROBANTE-LEIDO.
           05 WS-LEI-FECHA               PIC X(10).
           05 WS-LEI-ORIGEN              PIC X(8).

       01 PRDTW-CPB.
           05 CPB-FECHA                  PIC X(10).
           05 CPB-ORIGEN                 PIC X(8).
           05 CPB-CANT-LINEAS            PIC S9(9) COMP.
           05 CPB-ESTADO                 PIC X(1).
             88 CPB-ENVIADO                        VALUE 'E'.
             88 CPB-RETENIDO                       VALUE 'H'.
             88 CPB-ACEPTADO                       VALUE 'A'.
             88 CPB-RECHAZADO                      VALUE 'R'.
             88 CPB-PARCIAL                        VALUE 'P'.
           05 CPB-LINEAS-RECHAZO         PIC S9(9) COMP.
           05 CPB-FECHA-RESPUESTA        PIC X(8).

       01 PRDTW-CPL.
           05 CPL-LINEA                  PIC S9(9) COMP.
           05 CPL-CUENTA                 PIC X(10).
           05 CPL-NATURALEZA             PIC X(1).
           05 CPL-VALOR                  PIC S9(11)V99 COMP-3.
           05 CPL-ID-MOV                 PIC S9(13) COMP-3.
           05 CPL-ESTADO                 PIC X(1).
           05 CPL-MOTIVO                 PIC X(4).
           05 CPL-DESCRIPCION            PIC X(30).

       01 WS-CANT-LINEAS                 PIC S9(9) COMP VALUE ZEROS.
       01 WS-CANT-PENDIENTES             PIC S9(9) COMP VALUE ZEROS.

       01 WS-TITULO1.
          05 FILLER             PIC X(35) VALUE
                                 'RESPUESTA DEL MAYOR AL COMPROBANTE'.
          05 FILLER             PIC X(16) VALUE ' CONTABLE - DEL '.
          05 TIT-FECHA          PIC X(8).
       01 WS-TITULO2.
          05 FILLER             PIC X(11) VALUE 'FECHA      '.
          05 FILLER             PIC X(8)  VALUE 'LINEA   '.
          05 FILLER             PIC X(13) VALUE 'CUENTA     N '.
          05 FILLER             PIC X(17) VALUE '           VALOR '.
          05 FILLER             PIC X(14) VALUE 'ID-MOV        '.
          05 FILLER             PIC X(5)  VALUE 'MOT  '.
          05 FILLER             PIC X(11) VALUE 'DESCRIPCION'.

      *    LINEA RECHAZADA POR EL MAYOR
       01 WS-DETALLE.
          05 DET-FECHA                 PIC X(10).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-LINEA                 PIC ZZZZZZ9.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-CUENTA                PIC X(10).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-NATURALEZA            PIC X(1).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-VALOR                 PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-ID-MOV                PIC 9(13).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-MOTIVO                PIC X(4).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-DESCRIPCION           PIC X(30).

      *    REGISTRO DE RESPUESTA QUE NO SE PUDO APLICAR
       01 WS-DETALLE-INVALIDA.
          05 FILLER                    PIC X(11) VALUE 'RESPUESTA: '.
          05 DIN-FECHA                 PIC X(10).
          05 FILLER                    PIC X VALUE SPACES.
          05 DIN-ORIGEN                PIC X(8).
          05 FILLER                    PIC X VALUE SPACES.
          05 DIN-LINEA                 PIC X(7).
          05 FILLER                    PIC X VALUE SPACES.
          05 DIN-ESTADO                PIC X(1).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DIN-MOTIVO                PIC X(26).

      *    ESTADO FINAL DE CADA COMPROBANTE RESPONDIDO
       01 WS-LINEA-COMPROBANTE.
          05 FILLER                    PIC X(12) VALUE 'COMPROBANTE '.
          05 LCP-FECHA                 PIC X(10).
          05 FILLER                    PIC X VALUE SPACES.
          05 LCP-ORIGEN                PIC X(8).
          05 FILLER                    PIC X(9) VALUE ' ESTADO: '.
          05 LCP-ESTADO                PIC X(10).
          05 FILLER                    PIC X(9) VALUE ' LINEAS ='.
          05 LCP-LINEAS                PIC ZZZZZZ9.
          05 FILLER                    PIC X(13) VALUE ' RECHAZADAS ='.
          05 LCP-RECHAZADAS            PIC ZZZZZZ9.
          05 FILLER                    PIC X(12) VALUE ' PENDIENTES='.
          05 LCP-PENDIENTES            PIC ZZZZZZ9.

       01 WS-MENSAJE-ALERTA.
          05 FILLER                   PIC X(14) VALUE 'MAYOR RECHAZA '.
          05 ALE-FECHA                PIC X(10).
          05 FILLER                   PIC X(8)  VALUE ' LINEAS='.
          05 ALE-LINEAS               PIC ZZZZZZ9.

       01 WS-MENSAJE-INVALIDA.
          05 FILLER                   PIC X(28) VALUE
                                       'RESPUESTA NO APLICABLE DEL '.
          05 AIN-FECHA                PIC X(10).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCPB
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCPL
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: LINEAS RECHAZADAS DEL COMPROBANTE QUE CIERRA **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT CPL_LINEA, CPL_CUENTA, CPL_NATURALEZA,
                      CPL_VALOR, CPL_ID_MOV, CPL_MOTIVO,
                      CPL_DESCRIPCION
               FROM PRDTWCPL
               WHERE CPL_FECHA  = :CPB-FECHA
               AND   CPL_ORIGEN = :CPB-ORIGEN
               AND   CPL_ESTADO = 'R'
               ORDER BY CPL_LINEA
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      *      INTERFAZ DE LA RUTINA CENTRAL DE ALERTAS PE3C0048         *
      ******************************************************************
       COPY PE3COALR.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 01-INICIO
           PERFORM 02-PROCESO UNTIL SI-FIN-RESPUESTA
           PERFORM 03-FINAL.
      ******************************************************************
      *                          01-INICIO                             *
      ******************************************************************
       01-INICIO.
           OPEN INPUT RESPUESTA
           IF WS-ESTADO-RSP NOT = '00'
              DISPLAY 'ERROR ABRIENDO ARCHIVO RESPUESTA ' WS-ESTADO-RSP
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT SALIDA
           IF WS-ESTADO-SAL NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ARCHIVO SALIDA ' WS-ESTADO-SAL
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           ACCEPT CPB-FECHA-RESPUESTA FROM DATE YYYYMMDD

           MOVE CPB-FECHA-RESPUESTA TO TIT-FECHA
           MOVE WS-TITULO1 TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO2 TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           PERFORM 011-LEER-RESPUESTA.

      *    UN ORIGEN EN BLANCO ES EL COMPROBANTE DIARIO DE PE3C0069
       011-LEER-RESPUESTA.
           READ RESPUESTA
              AT END SET SI-FIN-RESPUESTA TO TRUE
           END-READ
           IF NO-FIN-RESPUESTA
              IF WS-ESTADO-RSP NOT = '00'
                 DISPLAY 'ERROR LEYENDO RESPUESTA ' WS-ESTADO-RSP
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-RESPUESTAS-LEIDAS
              MOVE RSP-FECHA  TO WS-LEI-FECHA
              MOVE RSP-ORIGEN TO WS-LEI-ORIGEN
              IF WS-LEI-ORIGEN = SPACES OR LOW-VALUES
                 MOVE 'PE3C0069' TO WS-LEI-ORIGEN
              END-IF
           END-IF.

      ******************************************************************
      *                        02-PROCESO                              *
      *   AL CAMBIAR DE COMPROBANTE SE CIERRA EL ANTERIOR Y SE UBICA   *
      *   EL NUEVO EN PRDTWCPB. SOLO UN COMPROBANTE ENVIADO RECIBE     *
      *   RESPUESTA; LA DEL RETENIDO O LA DEL NO REGISTRADO SE RECHAZA *
      ******************************************************************
       02-PROCESO.
           IF WS-COMPROBANTE-LEIDO NOT = WS-COMPROBANTE-ACTUAL
              IF SI-COMPROBANTE-VALIDO
                 PERFORM 030-CERRAR-COMPROBANTE
              END-IF
              MOVE WS-COMPROBANTE-LEIDO TO WS-COMPROBANTE-ACTUAL
              PERFORM 021-UBICAR-COMPROBANTE
           END-IF

           EVALUATE TRUE
              WHEN NO-COMPROBANTE-VALIDO
                   PERFORM 029-RESPUESTA-INVALIDA
              WHEN NOT RSP-ACEPTADO AND NOT RSP-RECHAZADO
                   MOVE 'ESTADO INVALIDO' TO DIN-MOTIVO
                   PERFORM 029-RESPUESTA-INVALIDA
              WHEN RSP-LINEA IS NOT NUMERIC
                   MOVE 'LINEA INVALIDA' TO DIN-MOTIVO
                   PERFORM 029-RESPUESTA-INVALIDA
              WHEN RSP-LINEA = ZEROS
                   PERFORM 022-MARCAR-COMPROBANTE
              WHEN OTHER
                   PERFORM 023-MARCAR-LINEA
           END-EVALUATE

           PERFORM 011-LEER-RESPUESTA.

       021-UBICAR-COMPROBANTE.
           MOVE WS-ACT-FECHA  TO CPB-FECHA
           MOVE WS-ACT-ORIGEN TO CPB-ORIGEN
           SET NO-COMPROBANTE-VALIDO TO TRUE

           EXEC SQL
               SELECT CPB_CANT_LINEAS, CPB_ESTADO
               INTO  :CPB-CANT-LINEAS, :CPB-ESTADO
               FROM  PRDTWCPB
               WHERE CPB_FECHA  = :CPB-FECHA
               AND   CPB_ORIGEN = :CPB-ORIGEN
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = +100
                   MOVE 'COMPROBANTE NO REGISTRADO' TO DIN-MOTIVO
                   PERFORM 0211-ALERTAR-INVALIDA
              WHEN SQLCODE NOT = ZEROS
                   DISPLAY 'ERROR SELECT PRDTWCPB SQLCODE ' SQLCODE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
              WHEN CPB-RETENIDO
                   MOVE 'COMPROBANTE RETENIDO' TO DIN-MOTIVO
                   PERFORM 0211-ALERTAR-INVALIDA
              WHEN OTHER
                   ADD 1 TO WS-COMPROBANTES
                   SET SI-COMPROBANTE-VALIDO TO TRUE
           END-EVALUATE.

      *    UNA SOLA ALERTA POR COMPROBANTE; SUS REGISTROS SE LISTAN
      *    UNO A UNO EN 029 CON EL MISMO MOTIVO
       0211-ALERTAR-INVALIDA.
           MOVE WS-ACT-FECHA       TO AIN-FECHA
           INITIALIZE CAI-PE9CALR0
           MOVE 'PE3C0126'          TO ALR0-PROGRAMA
           SET ALR0-SEV-ADVERTENCIA TO TRUE
           MOVE WS-MENSAJE-INVALIDA TO ALR0-MENSAJE
           MOVE WS-RESPUESTAS-LEIDAS TO ALR0-LEIDOS

           CALL 'PE3C0048' USING CAI-PE9CALR0.

      ******************************************************************
      *                  022-MARCAR-COMPROBANTE                        *
      *   LA ACEPTACION GLOBAL NO PISA LAS LINEAS YA RECHAZADAS UNA A  *
      *   UNA; EL RECHAZO GLOBAL LAS RECHAZA TODAS CON SU MOTIVO       *
      ******************************************************************
       022-MARCAR-COMPROBANTE.
           MOVE RSP-ESTADO      TO CPL-ESTADO
           MOVE RSP-MOTIVO      TO CPL-MOTIVO
           MOVE RSP-DESCRIPCION TO CPL-DESCRIPCION

           IF RSP-ACEPTADO
              EXEC SQL
                  UPDATE PRDTWCPL
                  SET    CPL_ESTADO      = 'A',
                         CPL_MOTIVO      = ' ',
                         CPL_DESCRIPCION = ' '
                  WHERE  CPL_FECHA       = :CPB-FECHA
                  AND    CPL_ORIGEN      = :CPB-ORIGEN
                  AND    CPL_ESTADO     <> 'R'
              END-EXEC
           ELSE
              EXEC SQL
                  UPDATE PRDTWCPL
                  SET    CPL_ESTADO      = 'R',
                         CPL_MOTIVO      = :CPL-MOTIVO,
                         CPL_DESCRIPCION = :CPL-DESCRIPCION
                  WHERE  CPL_FECHA       = :CPB-FECHA
                  AND    CPL_ORIGEN      = :CPB-ORIGEN
              END-EXEC
           END-IF

           IF SQLCODE NOT = ZEROS AND NOT = +100
              DISPLAY 'ERROR UPDATE PRDTWCPL SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO TO TRUE
           ELSE
              ADD 1 TO WS-RESPUESTAS-APLICADAS
           END-IF.

       023-MARCAR-LINEA.
           MOVE RSP-LINEA       TO CPL-LINEA
           MOVE RSP-ESTADO      TO CPL-ESTADO
           MOVE RSP-MOTIVO      TO CPL-MOTIVO
           MOVE RSP-DESCRIPCION TO CPL-DESCRIPCION
           IF RSP-ACEPTADO
              MOVE SPACES TO CPL-MOTIVO CPL-DESCRIPCION
           END-IF

           EXEC SQL
               UPDATE PRDTWCPL
               SET    CPL_ESTADO      = :CPL-ESTADO,
                      CPL_MOTIVO      = :CPL-MOTIVO,
                      CPL_DESCRIPCION = :CPL-DESCRIPCION
               WHERE  CPL_FECHA       = :CPB-FECHA
               AND    CPL_ORIGEN      = :CPB-ORIGEN
               AND    CPL_LINEA       = :CPL-LINEA
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                   ADD 1 TO WS-RESPUESTAS-APLICADAS
              WHEN +100
                   MOVE 'LINEA NO EXISTE' TO DIN-MOTIVO
                   PERFORM 029-RESPUESTA-INVALIDA
              WHEN OTHER
                   DISPLAY 'ERROR UPDATE PRDTWCPL SQLCODE ' SQLCODE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

       029-RESPUESTA-INVALIDA.
           ADD 1 TO WS-RESPUESTAS-INVALIDAS
           MOVE RSP-FECHA          TO DIN-FECHA
           MOVE WS-ACT-ORIGEN      TO DIN-ORIGEN
           MOVE RSP-LINEA          TO DIN-LINEA
           MOVE RSP-ESTADO         TO DIN-ESTADO
           MOVE WS-DETALLE-INVALIDA TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

      ******************************************************************
      *                  030-CERRAR-COMPROBANTE                        *
      *   EL ESTADO DEL COMPROBANTE SALE DE SUS LINEAS: TODAS          *
      *   RECHAZADAS 'R', ALGUNA RECHAZADA 'P', ALGUNA SIN RESPUESTA   *
      *   'E', TODAS ACEPTADAS 'A'. LAS RECHAZADAS SE LISTAN Y ALERTAN *
      ******************************************************************
       030-CERRAR-COMPROBANTE.
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE WHEN CPL_ESTADO = 'R'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN CPL_ESTADO = 'E'
                                        THEN 1 ELSE 0 END), 0)
               INTO  :WS-CANT-LINEAS, :CPB-LINEAS-RECHAZO,
                     :WS-CANT-PENDIENTES
               FROM  PRDTWCPL
               WHERE CPL_FECHA  = :CPB-FECHA
               AND   CPL_ORIGEN = :CPB-ORIGEN
           END-EXEC

           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR SELECT PRDTWCPL SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO TO TRUE
           END-IF

           EVALUATE TRUE
              WHEN CPB-LINEAS-RECHAZO > ZEROS
                   AND CPB-LINEAS-RECHAZO = WS-CANT-LINEAS
                   SET CPB-RECHAZADO TO TRUE
                   MOVE 'RECHAZADO'  TO LCP-ESTADO
              WHEN CPB-LINEAS-RECHAZO > ZEROS
                   SET CPB-PARCIAL   TO TRUE
                   MOVE 'PARCIAL'    TO LCP-ESTADO
              WHEN WS-CANT-PENDIENTES > ZEROS
                   SET CPB-ENVIADO   TO TRUE
                   MOVE 'PENDIENTE'  TO LCP-ESTADO
              WHEN OTHER
                   SET CPB-ACEPTADO  TO TRUE
                   MOVE 'ACEPTADO'   TO LCP-ESTADO
           END-EVALUATE

           EXEC SQL
               UPDATE PRDTWCPB
               SET    CPB_ESTADO          = :CPB-ESTADO,
                      CPB_LINEAS_RECHAZO  = :CPB-LINEAS-RECHAZO,
                      CPB_FECHA_RESPUESTA = :CPB-FECHA-RESPUESTA
               WHERE  CPB_FECHA           = :CPB-FECHA
               AND    CPB_ORIGEN          = :CPB-ORIGEN
           END-EXEC

           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR UPDATE PRDTWCPB SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO TO TRUE
           END-IF

           IF CPB-LINEAS-RECHAZO > ZEROS
              ADD 1                  TO WS-COMPROBANTES-RECHAZO
              ADD CPB-LINEAS-RECHAZO TO WS-LINEAS-RECHAZADAS
              PERFORM 031-LISTAR-RECHAZADAS
              PERFORM 033-ALERTAR-RECHAZO
           END-IF

           MOVE CPB-FECHA          TO LCP-FECHA
           MOVE CPB-ORIGEN         TO LCP-ORIGEN
           MOVE WS-CANT-LINEAS     TO LCP-LINEAS
           MOVE CPB-LINEAS-RECHAZO TO LCP-RECHAZADAS
           MOVE WS-CANT-PENDIENTES TO LCP-PENDIENTES
           MOVE WS-LINEA-COMPROBANTE TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

       031-LISTAR-RECHAZADAS.
           EXEC SQL
               OPEN CURSOR_1
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_1 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           SET NO-FIN-CURSOR-1 TO TRUE
           PERFORM 0311-FETCH-CURSOR-1
           PERFORM 0312-LISTAR-LINEA UNTIL SI-FIN-CURSOR-1

           EXEC SQL
               CLOSE CURSOR_1
           END-EXEC.

       0311-FETCH-CURSOR-1.
           EXEC SQL
               FETCH CURSOR_1
               INTO :CPL-LINEA, :CPL-CUENTA, :CPL-NATURALEZA,
                    :CPL-VALOR, :CPL-ID-MOV, :CPL-MOTIVO,
                    :CPL-DESCRIPCION
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

       0312-LISTAR-LINEA.
           MOVE CPB-FECHA       TO DET-FECHA
           MOVE CPL-LINEA       TO DET-LINEA
           MOVE CPL-CUENTA      TO DET-CUENTA
           MOVE CPL-NATURALEZA  TO DET-NATURALEZA
           MOVE CPL-VALOR       TO DET-VALOR
           MOVE CPL-ID-MOV      TO DET-ID-MOV
           MOVE CPL-MOTIVO      TO DET-MOTIVO
           MOVE CPL-DESCRIPCION TO DET-DESCRIPCION
           MOVE WS-DETALLE      TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           PERFORM 0311-FETCH-CURSOR-1.

       033-ALERTAR-RECHAZO.
           MOVE CPB-FECHA          TO ALE-FECHA
           MOVE CPB-LINEAS-RECHAZO TO ALE-LINEAS
           INITIALIZE CAI-PE9CALR0
           MOVE 'PE3C0126'         TO ALR0-PROGRAMA
           SET ALR0-SEV-CRITICA    TO TRUE
           MOVE WS-MENSAJE-ALERTA  TO ALR0-MENSAJE
           MOVE WS-CANT-LINEAS     TO ALR0-LEIDOS
           MOVE CPB-LINEAS-RECHAZO TO ALR0-ESCRITOS

           CALL 'PE3C0048' USING CAI-PE9CALR0.

      ******************************************************************
      *                        999999-ESCRIBIR                         *
      ******************************************************************
       99-ESCRIBIR.
           WRITE REG-SALIDA
           IF WS-ESTADO-SAL NOT = '00'
              DISPLAY 'ERROR WRITE ARCHIVO SALIDA ' WS-ESTADO-SAL
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *                        03-FINAL                                *
      *   SE CIERRA EL ULTIMO COMPROBANTE. LINEAS RECHAZADAS O         *
      *   RESPUESTAS QUE NO SE PUDIERON APLICAR DEJAN RC 4             *
      ******************************************************************
       03-FINAL.
           IF SI-COMPROBANTE-VALIDO
              PERFORM 030-CERRAR-COMPROBANTE
           END-IF

           DISPLAY 'RESPUESTAS LEIDAS       : ' WS-RESPUESTAS-LEIDAS
           DISPLAY 'RESPUESTAS APLICADAS    : ' WS-RESPUESTAS-APLICADAS
           DISPLAY 'RESPUESTAS INVALIDAS    : ' WS-RESPUESTAS-INVALIDAS
           DISPLAY 'COMPROBANTES RESPONDIDOS: ' WS-COMPROBANTES
           DISPLAY 'COMPROBANTES CON RECHAZO: ' WS-COMPROBANTES-RECHAZO
           DISPLAY 'LINEAS RECHAZADAS       : ' WS-LINEAS-RECHAZADAS

           CLOSE RESPUESTA SALIDA

           EVALUATE TRUE
              WHEN SI-ERROR-PROCESO
                   MOVE 8 TO RETURN-CODE
              WHEN WS-LINEAS-RECHAZADAS > ZEROS
                   MOVE 4 TO RETURN-CODE
              WHEN WS-RESPUESTAS-INVALIDAS > ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.
