       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0165.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           REIMPRESION DE ESTADOS DE CUENTA ARCHIVADOS. ATIENDE
      *           LA COLA PRDTWREI QUE LLENA LA TRANSACCION PE3C0164
      *           (PF5): POR CADA SOLICITUD PENDIENTE LEE DEL KSDS
      *           ESTARCH LAS LINEAS DEL ESTADO TAL COMO SE EMITIO Y
      *           LAS ESCRIBE EN REIMPRES (IMPRENTA) ENTRE DOS LINEAS
      *           DE COPIA CON LA OFICINA Y EL USUARIO QUE LA PIDIERON.
      *           NO SE REGENERA NADA DESDE LOS DATOS DE HOY: SALE LO
      *           MISMO QUE SE ENVIO. LA SOLICITUD QUEDA EN 'A' CON SU
      *           FECHA, O EN 'X' SI EL ESTADO YA SALIO DEL ARCHIVO
      *           POR RETENCION (PE3C0163)
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
      *****************KSDS DE ESTADOS ARCHIVADOS***********************
           SELECT ESTARCH   ASSIGN TO ESTARCH
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS DYNAMIC
                            RECORD KEY IS VES-LLAVE
                            FILE STATUS IS WS-ESTADO-ARC.
      *****************COPIAS PARA LA IMPRENTA**************************
           SELECT REIMPRES  ASSIGN TO REIMPRES
                            FILE STATUS IS WS-ESTADO-REI.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ESTARCH.
           COPY PE3CVEST.

       FD  REIMPRES
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-REIMPRES                   PIC X(100).
      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                VARIABLES DE CODIGOS DE RETORNO                 *
      ******************************************************************
       01 WS-ESTADO-ARC                  PIC XX    VALUE '00'.
       01 WS-ESTADO-REI                  PIC XX    VALUE '00'.
      ******************************************************************
      *                           SWITCHES                             *
      ******************************************************************
       01 SWITCHES.
           05 SW-FIN-SOLICITUDES       PIC X      VALUE 'N'.
             88 SI-FIN-SOLICITUDES                VALUE 'S'.
             88 NO-FIN-SOLICITUDES                VALUE 'N'.
           05 SW-FIN-ESTADO            PIC X      VALUE 'N'.
             88 SI-FIN-ESTADO                     VALUE 'S'.
             88 NO-FIN-ESTADO                     VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-SOLICITUDES-LEIDAS        PIC 9(09) VALUE ZEROS.
          05 WS-SOLICITUDES-ATENDIDAS     PIC 9(09) VALUE ZEROS.
          05 WS-SOLICITUDES-NO-ARCHIVO    PIC 9(09) VALUE ZEROS.
          05 WS-LINEAS-ESTADO             PIC 9(09) VALUE ZEROS.
          05 WS-LINEAS-IMPRESAS           PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
      *    FILA DE LA COLA EN CURSO
       01 PRDTW-REI.
           05 REI-CLIENTE                PIC X(8).
           05 REI-PERIODO                PIC X(7).
           05 REI-FECHA-CORRIDA          PIC X(10).
           05 REI-OFICINA                PIC X(4).
           05 REI-USUARIO                PIC X(8).
           05 REI-FECHA-SOL              PIC X(8).
           05 REI-HORA-SOL               PIC X(6).
           05 REI-ESTADO                 PIC X(1).
           05 REI-FECHA-ATEN             PIC X(8).

      *    LLAVE DEL ESTADO PEDIDO: EL BROWSE ARRANCA EN SU LINEA 1 Y
      *    TERMINA CUANDO CAMBIA CLIENTE, PERIODO O FECHA DE CORRIDA
       01 WS-LLAVE-ESTADO.
           05 LLE-CLIENTE                PIC X(8).
           05 LLE-PERIODO                PIC X(7).
           05 LLE-FECHA-CORRIDA          PIC X(10).

      *    MARCA DE COPIA AL INICIO Y AL FINAL DE CADA ESTADO
       01 WS-LINEA-COPIA.
           05 FILLER                     PIC X(17) VALUE
                                          '*** COPIA ***    '.
           05 LCO-TITULO                 PIC X(27).
           05 FILLER                     PIC X(08) VALUE 'OFICINA '.
           05 LCO-OFICINA                PIC X(4).
           05 FILLER                     PIC X(09) VALUE ' USUARIO '.
           05 LCO-USUARIO                PIC X(8).
           05 FILLER                     PIC X(13) VALUE
                                          ' SOLICITADA: '.
           05 LCO-FECHA-SOL              PIC X(8).
           05 FILLER                     PIC X(06) VALUE SPACES.

       01 CTE-TITULOS.
           05 CTE-TITULO-INICIO          PIC X(27) VALUE
                                   'REIMPRESION DE ESTADO  -   '.
           05 CTE-TITULO-FIN             PIC X(27) VALUE
                                   'FIN DE LA COPIA        -   '.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOREI
           END-EXEC.

      ******************************************************************
      ******   CURSOR_REI: SOLICITUDES DE REIMPRESION PENDIENTES      **
      ******   POR OFICINA, PARA QUE LA IMPRENTA LAS AGRUPE           **
           EXEC SQL
               DECLARE CURSOR_REI CURSOR FOR
               SELECT REI_CLIENTE, REI_PERIODO, REI_FECHA_CORRIDA,
                      REI_OFICINA, REI_USUARIO, REI_FECHA_SOL,
                      REI_HORA_SOL
               FROM PRDTWREI
               WHERE REI_ESTADO = 'P'
               ORDER BY REI_OFICINA, REI_CLIENTE, REI_PERIODO,
                        REI_FECHA_CORRIDA
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 01-INICIO
           PERFORM 02-PROCESO UNTIL SI-FIN-SOLICITUDES
           PERFORM 03-FINAL.
      ******************************************************************
      *                          01-INICIO                             *
      ******************************************************************
       01-INICIO.
           OPEN INPUT ESTARCH
           IF WS-ESTADO-ARC NOT = '00'
              DISPLAY 'ERROR ABRIENDO ARCHIVO ESTARCH ' WS-ESTADO-ARC
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT REIMPRES
           IF WS-ESTADO-REI NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ARCHIVO REIMPRES ' WS-ESTADO-REI
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           ACCEPT REI-FECHA-ATEN FROM DATE YYYYMMDD

           EXEC SQL
               OPEN CURSOR_REI
           END-EXEC
           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_REI SQLCODE ' SQLCODE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 011-FETCH-SOLICITUD.

       011-FETCH-SOLICITUD.
           EXEC SQL
               FETCH CURSOR_REI
               INTO :REI-CLIENTE, :REI-PERIODO, :REI-FECHA-CORRIDA,
                    :REI-OFICINA, :REI-USUARIO, :REI-FECHA-SOL,
                    :REI-HORA-SOL
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZEROS
                   ADD 1 TO WS-SOLICITUDES-LEIDAS
               WHEN +100
                   SET SI-FIN-SOLICITUDES TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR CURSOR_REI SQLCODE ' SQLCODE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      ******************************************************************
      *                        02-PROCESO                              *
      *   UNA SOLICITUD: SE UBICA EL ESTADO EN EL ARCHIVO; SI ESTA SE  *
      *   COPIA COMPLETO Y LA SOLICITUD QUEDA ATENDIDA, SI NO QUEDA    *
      *   EN 'X' PARA QUE LA OFICINA SEPA QUE YA NO SE PUEDE REPRODUCIR*
      ******************************************************************
       02-PROCESO.
           MOVE REI-CLIENTE       TO LLE-CLIENTE
           MOVE REI-PERIODO       TO LLE-PERIODO
           MOVE REI-FECHA-CORRIDA TO LLE-FECHA-CORRIDA
           PERFORM 021-UBICAR-ESTADO

           IF SI-FIN-ESTADO
              DISPLAY 'ESTADO NO ARCHIVADO: ' WS-LLAVE-ESTADO
                      ' OFICINA ' REI-OFICINA
              MOVE 'X' TO REI-ESTADO
              ADD 1 TO WS-SOLICITUDES-NO-ARCHIVO
           ELSE
              MOVE CTE-TITULO-INICIO TO LCO-TITULO
              PERFORM 99-ESCRIBIR-COPIA
              PERFORM 022-COPIAR-LINEA UNTIL SI-FIN-ESTADO
              MOVE CTE-TITULO-FIN    TO LCO-TITULO
              PERFORM 99-ESCRIBIR-COPIA
              MOVE 'A' TO REI-ESTADO
              ADD 1 TO WS-SOLICITUDES-ATENDIDAS
           END-IF

           PERFORM 023-MARCAR-SOLICITUD
           PERFORM 011-FETCH-SOLICITUD.

      *    START EN LA LINEA 1 DEL ESTADO; LA PRIMERA LECTURA DICE SI
      *    EXISTE (LA LLAVE SIGUIENTE PUEDE SER DE OTRO ESTADO)
       021-UBICAR-ESTADO.
           SET NO-FIN-ESTADO      TO TRUE
           MOVE WS-LLAVE-ESTADO   TO VES-LLAVE(1:25)
           MOVE 1                 TO VES-LINEA
           START ESTARCH KEY IS NOT LESS THAN VES-LLAVE
           EVALUATE WS-ESTADO-ARC
              WHEN '00'
                   PERFORM 0211-LEER-LINEA
              WHEN '23'
                   SET SI-FIN-ESTADO TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR START ESTARCH ' WS-ESTADO-ARC ' '
                           WS-LLAVE-ESTADO
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       0211-LEER-LINEA.
           READ ESTARCH NEXT RECORD
              AT END
                 SET SI-FIN-ESTADO TO TRUE
           END-READ
           IF WS-ESTADO-ARC NOT = '00' AND NOT = '10'
              DISPLAY 'ERROR LEYENDO ARCHIVO ESTARCH ' WS-ESTADO-ARC
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           IF NO-FIN-ESTADO
              AND VES-LLAVE(1:25) NOT = WS-LLAVE-ESTADO
                SET SI-FIN-ESTADO TO TRUE
           END-IF.

      *    LA LINEA SALE TAL COMO SE ARCHIVO
       022-COPIAR-LINEA.
           MOVE VES-TEXTO TO REG-REIMPRES
           PERFORM 99-ESCRIBIR
           ADD 1 TO WS-LINEAS-ESTADO
           PERFORM 0211-LEER-LINEA.

       023-MARCAR-SOLICITUD.
           EXEC SQL
               UPDATE PRDTWREI
               SET    REI_ESTADO     = :REI-ESTADO,
                      REI_FECHA_ATEN = :REI-FECHA-ATEN
               WHERE  REI_CLIENTE       = :REI-CLIENTE
               AND    REI_PERIODO       = :REI-PERIODO
               AND    REI_FECHA_CORRIDA = :REI-FECHA-CORRIDA
               AND    REI_OFICINA       = :REI-OFICINA
               AND    REI_ESTADO        = 'P'
           END-EXEC
           IF SQLCODE NOT = ZEROS
              DISPLAY 'AVISO: NO SE PUDO MARCAR LA REIMPRESION DE '
                      REI-CLIENTE ' SQLCODE ' SQLCODE
           END-IF.

      ******************************************************************
      *                        99-ESCRIBIR                             *
      ******************************************************************
       99-ESCRIBIR-COPIA.
           MOVE REI-OFICINA   TO LCO-OFICINA
           MOVE REI-USUARIO   TO LCO-USUARIO
           MOVE REI-FECHA-SOL TO LCO-FECHA-SOL
           MOVE WS-LINEA-COPIA TO REG-REIMPRES
           PERFORM 99-ESCRIBIR.

       99-ESCRIBIR.
           WRITE REG-REIMPRES
           IF WS-ESTADO-REI NOT = '00'
              DISPLAY 'ERROR WRITE REIMPRES ' WS-ESTADO-REI
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-LINEAS-IMPRESAS.

      ******************************************************************
      *                        03-FINAL                                *
      ******************************************************************
       03-FINAL.
           EXEC SQL
               CLOSE CURSOR_REI
           END-EXEC

           DISPLAY 'SOLICITUDES LEIDAS    : ' WS-SOLICITUDES-LEIDAS
           DISPLAY 'SOLICITUDES ATENDIDAS : ' WS-SOLICITUDES-ATENDIDAS
           DISPLAY 'ESTADOS NO ARCHIVADOS : ' WS-SOLICITUDES-NO-ARCHIVO
           DISPLAY 'LINEAS DE ESTADO      : ' WS-LINEAS-ESTADO
           DISPLAY 'LINEAS IMPRESAS       : ' WS-LINEAS-IMPRESAS

           CLOSE ESTARCH REIMPRES

           IF WS-SOLICITUDES-NO-ARCHIVO > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
