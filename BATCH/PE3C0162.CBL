       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0162.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           ACUSES DE RECIBO DE LOS PAQUETES POR OFICINA
      *           (PE3C0161). CON PARM 'R' LEE EL ARCHIVO RECIBOS QUE
      *           DEVUELVEN LAS OFICINAS (OFICINA, FECHA, REPORTES,
      *           REGISTROS Y USUARIO), LO VERIFICA CONTRA PRDTWPAQ Y
      *           DEJA EL PAQUETE EN ESTADO 'A' (ACUSADO); UN RECIBO DE
      *           UN PAQUETE NO ENVIADO O QUE NO CUADRA EN CANTIDADES
      *           SE RECHAZA CON ALERTA 'W'. CON PARM 'V' (CHEQUEO DEL
      *           MEDIODIA) ALERTA CON SEVERIDAD 'W', VISIBLE EN EL
      *           TABLERO PE3C0049, CADA PAQUETE ENVIADO ANTES DE HOY
      *           QUE SIGUE SIN ACUSE, UNA SOLA VEZ POR PAQUETE. ANTES
      *           DE LAS 12:00 EL CHEQUEO NO ALERTA NADA
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
      ***********ARCHIVO DE RECIBOS DE LAS OFICINAS*********************
           SELECT RECIBOS   ASSIGN TO RECIBOS
                            FILE STATUS IS WS-ESTADO-REC.
      ***********LISTADO DE ACUSES Y PAQUETES SIN ACUSE*****************
           SELECT SALIDA    ASSIGN TO SALIDA
                            FILE STATUS IS WS-ESTADO-SAL.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  RECIBOS RECORDING MODE IS F
                   BLOCK CONTAINS 0 RECORDS.
       01 REG-RECIBO.
           05 REC-OFICINA                       PIC X(4).
           05 FILLER                            PIC X(1).
           05 REC-FECHA                         PIC X(10).
           05 FILLER                            PIC X(1).
           05 REC-REPORTES                      PIC 9(3).
           05 FILLER                            PIC X(1).
           05 REC-REGISTROS                     PIC 9(9).
           05 FILLER                            PIC X(1).
           05 REC-USUARIO                       PIC X(8).
           05 FILLER                            PIC X(42).

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
       01 WS-ESTADO-REC                  PIC XX    VALUE '00'.
       01 WS-ESTADO-SAL                  PIC XX    VALUE '00'.
      ******************************************************************
      *                           SWITCHES                             *
      ******************************************************************
       01 SWITCHES.
           05 SW-FIN-RECIBOS         PIC X       VALUE 'N'.
             88 SI-FIN-RECIBOS                   VALUE 'S'.
             88 NO-FIN-RECIBOS                   VALUE 'N'.
           05 SW-FIN-CURSOR-1        PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR-1                  VALUE 'S'.
             88 NO-FIN-CURSOR-1                  VALUE 'N'.
           05 SW-CURSOR-ABIERTO      PIC X       VALUE 'N'.
             88 SI-CURSOR-ABIERTO                VALUE 'S'.
             88 NO-CURSOR-ABIERTO                VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-RECIBOS-LEIDOS           PIC 9(09) VALUE ZEROS.
          05 WS-RECIBOS-ACEPTADOS        PIC 9(09) VALUE ZEROS.
          05 WS-RECIBOS-RECHAZADOS       PIC 9(09) VALUE ZEROS.
          05 WS-SIN-ACUSE                PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                          CONSTANTES                            *
      ******************************************************************
       01 WS-CONSTANTES.
          05 CTE-LONG-MAX-PARM           PIC 9(02) VALUE 01.
          05 CTE-HORA-LIMITE             PIC 9(02) VALUE 12.
          05 WS-LONG-NUM                 PIC 9(02) VALUE ZEROS.
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 WS-FECHA-HOY                   PIC X(8)  VALUE SPACES.
       01 WS-HORA-AHORA                  PIC X(6)  VALUE SPACES.
       01 WS-HORA-AHORA-R REDEFINES WS-HORA-AHORA.
           05 AHO-HH                     PIC 9(2).
           05 AHO-RESTO                  PIC X(4).

       01 PRDTW-PAQ.
           05 PAQ-FECHA                  PIC X(10).
           05 PAQ-OFICINA                PIC X(4).
           05 PAQ-REPORTES               PIC S9(9) COMP.
           05 PAQ-REGISTROS              PIC S9(9) COMP.
           05 PAQ-ESTADO                 PIC X(1).
           05 PAQ-FECHA-ENVIO            PIC X(8).
           05 PAQ-HORA-ENVIO             PIC X(6).

       01 WS-DETALLE.
          05 DET-RESULTADO             PIC X(10).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-OFICINA               PIC X(4).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-FECHA                 PIC X(10).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-USUARIO               PIC X(8).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-ENVIO                 PIC X(8).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-HORA                  PIC X(6).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-MOTIVO                PIC X(24).

       01 WS-TITULO-RECIBOS.
          05 FILLER             PIC X(40) VALUE
                       'ACUSES DE RECIBO DE PAQUETES POR OFICINA'.

       01 WS-TITULO-SIN-ACUSE.
          05 FILLER             PIC X(45) VALUE
                         'PAQUETES ENVIADOS SIN ACUSE AL MEDIODIA DE '.
          05 TIT-FECHA-HOY      PIC X(8).

       01 WS-MENSAJE-ALERTA.
          05 FILLER                   PIC X(18) VALUE
                                      'PAQUETE SIN ACUSE'.
          05 ALE-OFICINA              PIC X(4).
          05 FILLER                   PIC X(1)  VALUE SPACE.
          05 ALE-FECHA                PIC X(10).

       01 WS-MENSAJE-RECHAZO.
          05 FILLER                   PIC X(17) VALUE
                                      'RECIBO RECHAZADO'.
          05 RCH-OFICINA              PIC X(4).
          05 FILLER                   PIC X(1)  VALUE SPACE.
          05 RCH-FECHA                PIC X(10).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOPAQ
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: PAQUETES ENVIADOS ANTES DE HOY QUE SIGUEN    **
      ******   SIN ACUSE Y AUN NO SE HAN ALERTADO                     **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT PAQ_FECHA, PAQ_OFICINA, PAQ_FECHA_ENVIO,
                      PAQ_HORA_ENVIO
               FROM   PRDTWPAQ
               WHERE  PAQ_ESTADO      = 'E'
               AND    PAQ_ALERTADO    = 'N'
               AND    PAQ_FECHA_ENVIO < :WS-FECHA-HOY
               ORDER BY PAQ_FECHA, PAQ_OFICINA
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      *      INTERFAZ DE LA RUTINA CENTRAL DE ALERTAS PE3C0048         *
      ******************************************************************
       COPY PE3COALR.

       LINKAGE SECTION.
       01 REG-PARM.
           05 PARM-LONG                         PIC X(02).
      *    'R' CARGA LOS RECIBOS; 'V' CHEQUEO DEL MEDIODIA
           05 PARM-MODO                         PIC X(01).
             88 PARM-MODO-RECIBOS               VALUE 'R'.
             88 PARM-MODO-VERIFICAR             VALUE 'V'.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING REG-PARM.
           PERFORM 01-INICIO
           PERFORM 02-PROCESO-RECIBO UNTIL SI-FIN-RECIBOS
           PERFORM 03-PAQUETE-SIN-ACUSE UNTIL SI-FIN-CURSOR-1
           PERFORM 04-FINAL.
      ******************************************************************
      *                          01-INICIO                             *
      ******************************************************************
       01-INICIO.
           PERFORM 010-VALIDAR-PARM

           OPEN OUTPUT SALIDA
           IF WS-ESTADO-SAL NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ARCHIVO SALIDA ' WS-ESTADO-SAL
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           ACCEPT WS-FECHA-HOY  FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME

           SET SI-FIN-RECIBOS  TO TRUE
           SET SI-FIN-CURSOR-1 TO TRUE
           IF PARM-MODO-RECIBOS
              PERFORM 011-INICIAR-RECIBOS
           ELSE
              PERFORM 013-INICIAR-SIN-ACUSE
           END-IF.

       010-VALIDAR-PARM.
           IF PARM-LONG IS NOT NUMERIC
              DISPLAY 'PARM-LONG INVALIDO: ' PARM-LONG
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE PARM-LONG TO WS-LONG-NUM
           IF WS-LONG-NUM = ZEROS OR WS-LONG-NUM > CTE-LONG-MAX-PARM
              DISPLAY 'PARM-LONG INVALIDO: ' PARM-LONG
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           IF NOT PARM-MODO-RECIBOS AND NOT PARM-MODO-VERIFICAR
              DISPLAY 'MODO INVALIDO (R/V): ' PARM-MODO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       011-INICIAR-RECIBOS.
           OPEN INPUT RECIBOS
           IF WS-ESTADO-REC NOT = '00'
              DISPLAY 'ERROR ABRIENDO ARCHIVO RECIBOS ' WS-ESTADO-REC
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-TITULO-RECIBOS TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           SET NO-FIN-RECIBOS TO TRUE
           PERFORM 012-LEER-RECIBO.

       012-LEER-RECIBO.
           READ RECIBOS
              AT END SET SI-FIN-RECIBOS TO TRUE
           END-READ
           IF NO-FIN-RECIBOS
              IF WS-ESTADO-REC NOT = '00'
                 DISPLAY 'ERROR LEYENDO RECIBOS ' WS-ESTADO-REC
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-RECIBOS-LEIDOS
           END-IF.

      *    EL PAQUETE SE ENVIA DE NOCHE; HASTA EL MEDIODIA LA OFICINA
      *    TIENE PLAZO PARA ACUSARLO Y EL CHEQUEO NO ALERTA NADA
       013-INICIAR-SIN-ACUSE.
           MOVE WS-FECHA-HOY TO TIT-FECHA-HOY
           MOVE WS-TITULO-SIN-ACUSE TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           IF AHO-HH < CTE-HORA-LIMITE
              DISPLAY 'CHEQUEO ANTES DEL MEDIODIA (' WS-HORA-AHORA
                      '), NO SE ALERTAN PAQUETES'
           ELSE
              EXEC SQL
                  OPEN CURSOR_1
              END-EXEC
              IF SQLCODE NOT EQUAL ZEROS
                 DISPLAY 'ERROR ABRIENDO CURSOR_1 SQLCODE ' SQLCODE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET SI-CURSOR-ABIERTO TO TRUE
              SET NO-FIN-CURSOR-1   TO TRUE
              PERFORM 031-FETCH-CURSOR-1
           END-IF.

      ******************************************************************
      *                     02-PROCESO-RECIBO                          *
      *   EL RECIBO SE VERIFICA CONTRA LO ENVIADO: PAQUETE INEXISTENTE *
      *   O CANTIDADES DISTINTAS RECHAZAN EL RECIBO CON ALERTA 'W'     *
      ******************************************************************
       02-PROCESO-RECIBO.
           MOVE REC-OFICINA TO PAQ-OFICINA
           MOVE REC-FECHA   TO PAQ-FECHA

           EXEC SQL
               SELECT PAQ_REPORTES, PAQ_REGISTROS, PAQ_ESTADO,
                      PAQ_FECHA_ENVIO, PAQ_HORA_ENVIO
               INTO  :PAQ-REPORTES, :PAQ-REGISTROS, :PAQ-ESTADO,
                     :PAQ-FECHA-ENVIO, :PAQ-HORA-ENVIO
               FROM  PRDTWPAQ
               WHERE PAQ_FECHA   = :PAQ-FECHA
               AND   PAQ_OFICINA = :PAQ-OFICINA
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = +100
                   MOVE SPACES                 TO PAQ-FECHA-ENVIO
                                                  PAQ-HORA-ENVIO
                   MOVE 'PAQUETE NO ENVIADO'   TO DET-MOTIVO
                   PERFORM 022-RECHAZAR-RECIBO
              WHEN SQLCODE NOT = ZEROS
                   DISPLAY 'ERROR SELECT PRDTWPAQ SQLCODE ' SQLCODE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
              WHEN REC-REPORTES IS NOT NUMERIC
              WHEN REC-REGISTROS IS NOT NUMERIC
              WHEN PAQ-REPORTES NOT = REC-REPORTES
              WHEN PAQ-REGISTROS NOT = REC-REGISTROS
                   MOVE 'CANTIDAD NO CUADRA'   TO DET-MOTIVO
                   PERFORM 022-RECHAZAR-RECIBO
              WHEN PAQ-ESTADO = 'A'
      *            LA OFICINA YA HABIA ACUSADO ESTE PAQUETE: UN
      *            REPROCESO DEL ARCHIVO DE RECIBOS NO ES ERROR
                   ADD 1 TO WS-RECIBOS-ACEPTADOS
                   MOVE 'ACEPTADO  '         TO DET-RESULTADO
                   MOVE 'YA ESTABA ACUSADO'  TO DET-MOTIVO
                   PERFORM 023-ESCRIBIR-DETALLE
              WHEN OTHER
                   PERFORM 021-ACEPTAR-RECIBO
           END-EVALUATE

           PERFORM 012-LEER-RECIBO.

       021-ACEPTAR-RECIBO.
           EXEC SQL
               UPDATE PRDTWPAQ
               SET    PAQ_ESTADO        = 'A',
                      PAQ_USUARIO_ACUSE = :REC-USUARIO,
                      PAQ_FECHA_ACUSE   = :WS-FECHA-HOY,
                      PAQ_HORA_ACUSE    = :WS-HORA-AHORA
               WHERE  PAQ_FECHA   = :PAQ-FECHA
               AND    PAQ_OFICINA = :PAQ-OFICINA
           END-EXEC

           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR UPDATE PRDTWPAQ SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           ADD 1 TO WS-RECIBOS-ACEPTADOS
           MOVE 'ACEPTADO  '  TO DET-RESULTADO
           MOVE SPACES        TO DET-MOTIVO
           PERFORM 023-ESCRIBIR-DETALLE.

       022-RECHAZAR-RECIBO.
           ADD 1 TO WS-RECIBOS-RECHAZADOS
           MOVE 'RECHAZADO ' TO DET-RESULTADO
           PERFORM 023-ESCRIBIR-DETALLE

           MOVE REC-OFICINA TO RCH-OFICINA
           MOVE REC-FECHA   TO RCH-FECHA
           INITIALIZE CAI-PE9CALR0
           MOVE 'PE3C0162'          TO ALR0-PROGRAMA
           SET ALR0-SEV-ADVERTENCIA TO TRUE
           MOVE WS-MENSAJE-RECHAZO  TO ALR0-MENSAJE

           CALL 'PE3C0048' USING CAI-PE9CALR0.

       023-ESCRIBIR-DETALLE.
           MOVE REC-OFICINA     TO DET-OFICINA
           MOVE REC-FECHA       TO DET-FECHA
           MOVE REC-USUARIO     TO DET-USUARIO
           MOVE PAQ-FECHA-ENVIO TO DET-ENVIO
           MOVE PAQ-HORA-ENVIO  TO DET-HORA
           MOVE WS-DETALLE      TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

      ******************************************************************
      *                   03-PAQUETE-SIN-ACUSE                         *
      *   CADA PAQUETE SE ALERTA UNA SOLA VEZ: PAQ_ALERTADO = 'S'      *
      *   EVITA REPETIR LA ALERTA EN LOS CHEQUEOS SIGUIENTES           *
      ******************************************************************
       03-PAQUETE-SIN-ACUSE.
           ADD 1 TO WS-SIN-ACUSE
           MOVE PAQ-OFICINA TO ALE-OFICINA
           MOVE PAQ-FECHA   TO ALE-FECHA

           INITIALIZE CAI-PE9CALR0
           MOVE 'PE3C0162'          TO ALR0-PROGRAMA
           SET ALR0-SEV-ADVERTENCIA TO TRUE
           MOVE WS-MENSAJE-ALERTA   TO ALR0-MENSAJE

           CALL 'PE3C0048' USING CAI-PE9CALR0

           EXEC SQL
               UPDATE PRDTWPAQ
               SET    PAQ_ALERTADO = 'S'
               WHERE  PAQ_FECHA    = :PAQ-FECHA
               AND    PAQ_OFICINA  = :PAQ-OFICINA
           END-EXEC

           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR UPDATE PRDTWPAQ SQLCODE ' SQLCODE
              MOVE 8 TO RETURN-CODE
           END-IF

           MOVE 'SIN ACUSE ' TO DET-RESULTADO
           MOVE PAQ-OFICINA  TO DET-OFICINA
           MOVE PAQ-FECHA    TO DET-FECHA
           MOVE SPACES       TO DET-USUARIO DET-MOTIVO
           MOVE PAQ-FECHA-ENVIO TO DET-ENVIO
           MOVE PAQ-HORA-ENVIO  TO DET-HORA
           MOVE WS-DETALLE   TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           PERFORM 031-FETCH-CURSOR-1.

       031-FETCH-CURSOR-1.
           EXEC SQL
               FETCH CURSOR_1
               INTO :PAQ-FECHA, :PAQ-OFICINA, :PAQ-FECHA-ENVIO,
                    :PAQ-HORA-ENVIO
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   SET SI-FIN-CURSOR-1 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_1 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR-1 TO TRUE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      ******************************************************************
      *                        99-ESCRIBIR                             *
      ******************************************************************
       99-ESCRIBIR.
           WRITE REG-SALIDA
           IF WS-ESTADO-SAL NOT = '00'
              DISPLAY 'ERROR WRITE ARCHIVO SALIDA ' WS-ESTADO-SAL
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *                        04-FINAL                                *
      ******************************************************************
       04-FINAL.
           IF PARM-MODO-RECIBOS
              CLOSE RECIBOS
              DISPLAY 'RECIBOS LEIDOS        : ' WS-RECIBOS-LEIDOS
              DISPLAY 'RECIBOS ACEPTADOS     : ' WS-RECIBOS-ACEPTADOS
              DISPLAY 'RECIBOS RECHAZADOS    : ' WS-RECIBOS-RECHAZADOS
           ELSE
              DISPLAY 'PAQUETES SIN ACUSE    : ' WS-SIN-ACUSE
           END-IF

           IF SI-CURSOR-ABIERTO
              EXEC SQL
                  CLOSE CURSOR_1
              END-EXEC
           END-IF

           CLOSE SALIDA

           IF RETURN-CODE = ZEROS
              IF WS-RECIBOS-RECHAZADOS > ZEROS OR WS-SIN-ACUSE > ZEROS
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           STOP RUN.
