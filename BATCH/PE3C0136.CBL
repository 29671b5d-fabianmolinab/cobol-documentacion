       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0136.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           CUADRE NOCTURNO DE LOS EVENTOS DE MANTENIMIENTO
      *           PUBLICADOS EN MQ (PE3CMQ03, LOS PONE PE3C0022)
      *           CONTRA EL DELTACDC DEL MISMO DIA (PE3C0051). EL
      *           CONSUMIDOR (APP DE SUCURSAL, CENTRO DE LLAMADAS)
      *           ENTREGA EN EL ARCHIVO EVENTOS LO QUE RECIBIO, UN
      *           REGISTRO POR MENSAJE TAL COMO LLEGO. SE VERIFICA
      *           QUE LA SECUENCIA DEL DIA ESTE COMPLETA Y SIN
      *           REPETIDOS HASTA LA ULTIMA PUBLICADA (PRDTWEVS), Y
      *           QUE CANTIDAD Y HASH DE VALORES DE LO RECIBIDO
      *           CUADREN CON LOS DEL DELTACDC. CADA SECUENCIA QUE
      *           FALTA SE LISTA: ES UN EVENTO PERDIDO. CUALQUIER
      *           DESCUADRE DEJA ALERTA 'W' (PE3C0048) Y RC 4
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
      ***********EVENTOS RECIBIDOS POR EL CONSUMIDOR********************
           SELECT EVENTOS   ASSIGN TO EVENTOS
                            FILE STATUS IS WS-ESTADO-EVT.
      ***********ARCHIVO DELTA DEL DIA (PE3C0051)***********************
           SELECT DELTACDC  ASSIGN TO DELTACDC
                            FILE STATUS IS WS-ESTADO-CDC.
      ***********LISTADO DEL CUADRE*************************************
           SELECT SALIDA    ASSIGN TO SALIDA
                            FILE STATUS IS WS-ESTADO-SAL.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  EVENTOS RECORDING MODE IS F
                   BLOCK CONTAINS 0 RECORDS.
           COPY PE3CMQ03.

       FD  DELTACDC RECORDING MODE IS F
                    BLOCK CONTAINS 0 RECORDS.
           COPY PE3CCDCD.

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
       01 WS-ESTADO-EVT                  PIC XX    VALUE '00'.
       01 WS-ESTADO-CDC                  PIC XX    VALUE '00'.
       01 WS-ESTADO-SAL                  PIC XX    VALUE '00'.
      ******************************************************************
      *                           SWITCHES                             *
      ******************************************************************
       01 SWITCHES.
           05 SW-FIN-EVENTOS         PIC X       VALUE 'N'.
             88 SI-FIN-EVENTOS                   VALUE 'S'.
             88 NO-FIN-EVENTOS                   VALUE 'N'.
           05 SW-FIN-DELTA           PIC X       VALUE 'N'.
             88 SI-FIN-DELTA                     VALUE 'S'.
             88 NO-FIN-DELTA                     VALUE 'N'.
           05 SW-DESCUADRE           PIC X       VALUE 'N'.
             88 SI-DESCUADRE                     VALUE 'S'.
             88 NO-DESCUADRE                     VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-EVENTOS-LEIDOS           PIC 9(09) VALUE ZEROS.
          05 WS-EVENTOS-OTRA-FECHA       PIC 9(09) VALUE ZEROS.
          05 WS-EVENTOS-RECIBIDOS        PIC 9(09) VALUE ZEROS.
          05 WS-EVENTOS-REPETIDOS        PIC 9(09) VALUE ZEROS.
          05 WS-EVENTOS-FUERA-RANGO      PIC 9(09) VALUE ZEROS.
          05 WS-EVENTOS-PERDIDOS         PIC 9(09) VALUE ZEROS.
          05 WS-DELTA-DETALLES           PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                          CONSTANTES                            *
      ******************************************************************
       01 WS-CONSTANTES.
          05 CTE-LONG-MAX-PARM           PIC 9(02) VALUE 20.
          05 WS-LONG-NUM                 PIC 9(02) VALUE ZEROS.
      *    TOPE DE SECUENCIAS DE UN DIA QUE SE PUEDEN CUADRAR
          05 CTE-MAX-SECUENCIA           PIC 9(09) VALUE 99999.
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 WS-FECHA-CUADRE                PIC X(10).

      *    MARCA POR SECUENCIA RECIBIDA ('S'); LA POSICION ES LA
      *    SECUENCIA DEL EVENTO
       01 WS-TABLA-RECIBIDOS.
          05 WS-RECIBIDO OCCURS 99999 TIMES
                         INDEXED BY I-SEC    PIC X(1).
             88 SEC-RECIBIDA                     VALUE 'S'.

       01 WS-TOTALES.
          05 WS-HASH-EVENTOS             PIC S9(15)V99 COMP-3
                                                   VALUE ZEROS.
          05 WS-HASH-DELTA               PIC S9(15)V99 COMP-3
                                                   VALUE ZEROS.
          05 WS-MAYOR-RECIBIDA           PIC 9(09) VALUE ZEROS.
          05 WS-ULTIMA-SECUENCIA         PIC 9(09) VALUE ZEROS.
          05 WS-SECUENCIA                PIC 9(09) VALUE ZEROS.

      *    LO PUBLICADO SEGUN EL PUBLICADOR (PRDTWEVS)
       01 PRDTW-EVS.
           05 EVS-FECHA                  PIC X(10).
           05 EVS-SECUENCIA              PIC S9(9) COMP VALUE ZEROS.
           05 EVS-HASH                   PIC S9(15)V99 COMP-3
                                                   VALUE ZEROS.

       01 WS-TITULO1.
          05 FILLER             PIC X(32) VALUE
                                 'CUADRE DE EVENTOS MQ CONSUMIDOR '.
          05 TIT-CONSUMIDOR     PIC X(8).
          05 FILLER             PIC X(8)  VALUE ' FECHA: '.
          05 TIT-FECHA          PIC X(10).

       01 WS-DETALLE.
          05 DET-CONCEPTO              PIC X(30).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-CANTIDAD              PIC ZZZZZZZZ9.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-HASH                  PIC -ZZZZZZZZZZZZZZ9.99.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-OBSERVACION           PIC X(30).

       01 WS-DETALLE-PERDIDO.
          05 FILLER                    PIC X(19) VALUE
                                        'EVENTO PERDIDO SEC '.
          05 DPE-SECUENCIA             PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(40) VALUE
             ' PUBLICADO Y NO RECIBIDO POR CONSUMIDOR'.

       01 WS-DETALLE-EVENTO.
          05 DEV-MOTIVO                PIC X(20).
          05 FILLER                    PIC X(5)  VALUE ' SEC '.
          05 DEV-SECUENCIA             PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(8)  VALUE ' ID-MOV '.
          05 DEV-ID-MOV                PIC 9(13).
          05 FILLER                    PIC X(1)  VALUE SPACE.
          05 DEV-OPERACION             PIC X(1).
          05 FILLER                    PIC X(1)  VALUE SPACE.
          05 DEV-CONTRATO              PIC X(18).

       01 WS-MENSAJE-ALERTA.
          05 FILLER                   PIC X(20) VALUE
                                       'EVENTOS MQ DESCUADRA'.
          05 FILLER                   PIC X(1)  VALUE SPACE.
          05 ALE-CONSUMIDOR           PIC X(8).
          05 FILLER                   PIC X(1)  VALUE SPACE.
          05 ALE-FECHA                PIC X(10).

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
               INCLUDE PETCOEVS
           END-EXEC.

       LINKAGE SECTION.
       01 REG-PARM.
           05 PARM-LONG                         PIC X(02).
      *    CONSUMIDOR QUE ENTREGA EL ARCHIVO EVENTOS (PARA EL LISTADO
      *    Y LA ALERTA)
           05 PARM-CONSUMIDOR                   PIC X(08).
      *    FECHA DE NEGOCIO A CUADRAR YYYY-MM-DD; EN BLANCO LA DE
      *    FECHAPRO
           05 PARM-FECHA                        PIC X(10).

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING REG-PARM.
           PERFORM 01-INICIO
           PERFORM 02-PROCESO UNTIL SI-FIN-EVENTOS
           PERFORM 03-FINAL.
      ******************************************************************
      *                          01-INICIO                              *
      ******************************************************************
       01-INICIO.
           CALL 'PE3C0060' USING CAI-PE9CFPR0

           PERFORM 010-VALIDAR-PARM

           OPEN INPUT EVENTOS
           IF WS-ESTADO-EVT NOT = '00'
              DISPLAY 'ERROR ABRIENDO ARCHIVO EVENTOS ' WS-ESTADO-EVT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT DELTACDC
           IF WS-ESTADO-CDC NOT = '00'
              DISPLAY 'ERROR ABRIENDO ARCHIVO DELTACDC ' WS-ESTADO-CDC
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT SALIDA
           IF WS-ESTADO-SAL NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ARCHIVO SALIDA ' WS-ESTADO-SAL
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE PARM-CONSUMIDOR TO TIT-CONSUMIDOR
           MOVE WS-FECHA-CUADRE TO TIT-FECHA
           MOVE WS-TITULO1      TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           INITIALIZE WS-TABLA-RECIBIDOS
           PERFORM 012-TOTALIZAR-DELTA
           PERFORM 013-LEER-PUBLICADO

           PERFORM 011-LEER-EVENTO.

       010-VALIDAR-PARM.
           IF PARM-LONG IS NOT NUMERIC
              DISPLAY 'PARM-LONG INVALIDO: ' PARM-LONG
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE PARM-LONG TO WS-LONG-NUM
           IF WS-LONG-NUM < 10 OR WS-LONG-NUM > CTE-LONG-MAX-PARM
              DISPLAY 'PARM-LONG INVALIDO: ' PARM-LONG
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           IF PARM-CONSUMIDOR = SPACES OR LOW-VALUES
              DISPLAY 'CONSUMIDOR INVALIDO'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-LONG-NUM < 20
              OR PARM-FECHA = SPACES OR LOW-VALUES
                MOVE FPR0-FECHA-PROCESO TO WS-FECHA-CUADRE
           ELSE
                MOVE PARM-FECHA         TO WS-FECHA-CUADRE
           END-IF.

       011-LEER-EVENTO.
           READ EVENTOS
              AT END SET SI-FIN-EVENTOS TO TRUE
           END-READ
           IF NO-FIN-EVENTOS
              IF WS-ESTADO-EVT NOT = '00'
                 DISPLAY 'ERROR LEYENDO EVENTOS ' WS-ESTADO-EVT
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-EVENTOS-LEIDOS
           END-IF.

      ******************************************************************
      *                   012-TOTALIZAR-DELTA                          *
      *   CANTIDAD Y HASH DE LOS DETALLES DEL DELTACDC; LA CABECERA    *
      *   DEBE SER DE LA FECHA A CUADRAR Y EL CIERRE DEBE CUADRAR CON  *
      *   LOS DETALLES, SI NO EL DELTA NO SIRVE DE REFERENCIA          *
      ******************************************************************
       012-TOTALIZAR-DELTA.
           PERFORM 0121-LEER-DELTA
           IF SI-FIN-DELTA OR NOT CDC-REG-CABECERA
              OR CDC-CAB-FECHA-PROCESO NOT = WS-FECHA-CUADRE
                DISPLAY 'DELTACDC SIN CABECERA DE LA FECHA '
                        WS-FECHA-CUADRE
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF

           PERFORM 0122-SUMAR-DETALLE
                   UNTIL SI-FIN-DELTA OR CDC-REG-CONTROL

           IF SI-FIN-DELTA
              OR CDC-CTL-CANT-DETALLE NOT = WS-DELTA-DETALLES
                DISPLAY 'DELTACDC INCOMPLETO: CIERRE NO CUADRA'
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF

           CLOSE DELTACDC.

       0121-LEER-DELTA.
           READ DELTACDC
              AT END SET SI-FIN-DELTA TO TRUE
           END-READ
           IF NO-FIN-DELTA AND WS-ESTADO-CDC NOT = '00'
              DISPLAY 'ERROR LEYENDO DELTACDC ' WS-ESTADO-CDC
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       0122-SUMAR-DETALLE.
           IF CDC-REG-DETALLE
              ADD 1             TO WS-DELTA-DETALLES
              ADD CDC-VALOR-NUM TO WS-HASH-DELTA
           END-IF
           PERFORM 0121-LEER-DELTA.

      *    UNA FECHA SIN FILA NO PUBLICO NADA
       013-LEER-PUBLICADO.
           MOVE WS-FECHA-CUADRE TO EVS-FECHA

           EXEC SQL
               SELECT EVS_SECUENCIA, EVS_HASH
               INTO  :EVS-SECUENCIA, :EVS-HASH
               FROM  PRDTWEVS
               WHERE EVS_FECHA = :EVS-FECHA
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   MOVE ZEROS TO EVS-SECUENCIA EVS-HASH
              WHEN OTHER
                   DISPLAY 'ERROR SELECT PRDTWEVS SQLCODE ' SQLCODE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      ******************************************************************
      *                        02-PROCESO                              *
      *   CADA SECUENCIA CUENTA UNA SOLA VEZ: UN REPETIDO (REENTREGA   *
      *   DE MQ) SE LISTA PERO NO SUMA                                 *
      ******************************************************************
       02-PROCESO.
           EVALUATE TRUE
              WHEN NOT EVT-TIPO-MANTENIMIENTO
              WHEN EVT-FECHA-NEGOCIO NOT = WS-FECHA-CUADRE
                   ADD 1 TO WS-EVENTOS-OTRA-FECHA
              WHEN EVT-SECUENCIA IS NOT NUMERIC
              WHEN EVT-SECUENCIA = ZEROS
              WHEN EVT-SECUENCIA > CTE-MAX-SECUENCIA
                   ADD 1 TO WS-EVENTOS-FUERA-RANGO
                   MOVE 'FUERA DE RANGO'  TO DEV-MOTIVO
                   PERFORM 021-LISTAR-EVENTO
              WHEN OTHER
                   SET I-SEC TO EVT-SECUENCIA
                   IF SEC-RECIBIDA (I-SEC)
                      ADD 1 TO WS-EVENTOS-REPETIDOS
                      MOVE 'REPETIDO'    TO DEV-MOTIVO
                      PERFORM 021-LISTAR-EVENTO
                   ELSE
                      SET SEC-RECIBIDA (I-SEC) TO TRUE
                      ADD 1             TO WS-EVENTOS-RECIBIDOS
                      ADD EVT-VALOR-NUM TO WS-HASH-EVENTOS
                      IF EVT-SECUENCIA > WS-MAYOR-RECIBIDA
                         MOVE EVT-SECUENCIA TO WS-MAYOR-RECIBIDA
                      END-IF
                   END-IF
           END-EVALUATE

           PERFORM 011-LEER-EVENTO.

       021-LISTAR-EVENTO.
           MOVE EVT-SECUENCIA     TO DEV-SECUENCIA
           MOVE EVT-ID-MOV        TO DEV-ID-MOV
           MOVE EVT-OPERACION     TO DEV-OPERACION
           MOVE EVT-CONTRATO      TO DEV-CONTRATO
           MOVE WS-DETALLE-EVENTO TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

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
      *   HUECOS HASTA LA MAYOR SECUENCIA CONOCIDA (PUBLICADA O        *
      *   RECIBIDA) Y LUEGO LOS TRES CUADRES: RECIBIDO CONTRA DELTA EN *
      *   CANTIDAD Y HASH, Y PUBLICADO CONTRA DELTA                    *
      ******************************************************************
       03-FINAL.
           MOVE EVS-SECUENCIA TO WS-ULTIMA-SECUENCIA
           IF WS-MAYOR-RECIBIDA > WS-ULTIMA-SECUENCIA
              MOVE WS-MAYOR-RECIBIDA TO WS-ULTIMA-SECUENCIA
           END-IF
           IF WS-ULTIMA-SECUENCIA > CTE-MAX-SECUENCIA
              MOVE CTE-MAX-SECUENCIA TO WS-ULTIMA-SECUENCIA
           END-IF

           PERFORM 031-BUSCAR-HUECO
                   VARYING WS-SECUENCIA FROM 1 BY 1
                   UNTIL WS-SECUENCIA > WS-ULTIMA-SECUENCIA

           PERFORM 032-CUADRAR-TOTALES

           IF WS-EVENTOS-PERDIDOS > ZEROS
              OR WS-EVENTOS-FUERA-RANGO > ZEROS
                SET SI-DESCUADRE TO TRUE
           END-IF

           IF SI-DESCUADRE
              MOVE PARM-CONSUMIDOR     TO ALE-CONSUMIDOR
              MOVE WS-FECHA-CUADRE     TO ALE-FECHA
              INITIALIZE CAI-PE9CALR0
              MOVE 'PE3C0136'          TO ALR0-PROGRAMA
              SET ALR0-SEV-ADVERTENCIA TO TRUE
              MOVE WS-MENSAJE-ALERTA   TO ALR0-MENSAJE
              MOVE WS-EVENTOS-LEIDOS   TO ALR0-LEIDOS
              CALL 'PE3C0048' USING CAI-PE9CALR0
           END-IF

           DISPLAY 'EVENTOS LEIDOS        : ' WS-EVENTOS-LEIDOS
           DISPLAY 'DE OTRA FECHA         : ' WS-EVENTOS-OTRA-FECHA
           DISPLAY 'RECIBIDOS (UNICOS)    : ' WS-EVENTOS-RECIBIDOS
           DISPLAY 'REPETIDOS             : ' WS-EVENTOS-REPETIDOS
           DISPLAY 'FUERA DE RANGO        : ' WS-EVENTOS-FUERA-RANGO
           DISPLAY 'PERDIDOS (HUECOS)     : ' WS-EVENTOS-PERDIDOS
           DISPLAY 'DETALLES DEL DELTACDC : ' WS-DELTA-DETALLES

           CLOSE EVENTOS SALIDA

           IF SI-DESCUADRE
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       031-BUSCAR-HUECO.
           SET I-SEC TO WS-SECUENCIA
           IF NOT SEC-RECIBIDA (I-SEC)
              ADD 1 TO WS-EVENTOS-PERDIDOS
              MOVE WS-SECUENCIA       TO DPE-SECUENCIA
              MOVE WS-DETALLE-PERDIDO TO REG-SALIDA
              PERFORM 99-ESCRIBIR
           END-IF.

       032-CUADRAR-TOTALES.
           MOVE 'RECIBIDO POR EL CONSUMIDOR' TO DET-CONCEPTO
           MOVE WS-EVENTOS-RECIBIDOS  TO DET-CANTIDAD
           MOVE WS-HASH-EVENTOS       TO DET-HASH
           MOVE SPACES                TO DET-OBSERVACION
           IF WS-EVENTOS-RECIBIDOS NOT = WS-DELTA-DETALLES
              MOVE 'CANTIDAD NO CUADRA CON DELTA' TO DET-OBSERVACION
              SET SI-DESCUADRE TO TRUE
           ELSE
              IF WS-HASH-EVENTOS NOT = WS-HASH-DELTA
                 MOVE 'HASH NO CUADRA CON DELTA' TO DET-OBSERVACION
                 SET SI-DESCUADRE TO TRUE
              END-IF
           END-IF
           MOVE WS-DETALLE TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           MOVE 'PUBLICADO (PRDTWEVS)'       TO DET-CONCEPTO
           MOVE EVS-SECUENCIA         TO DET-CANTIDAD
           MOVE EVS-HASH              TO DET-HASH
           MOVE SPACES                TO DET-OBSERVACION
           IF EVS-SECUENCIA NOT = WS-DELTA-DETALLES
              OR EVS-HASH NOT = WS-HASH-DELTA
                MOVE 'PUBLICADO NO CUADRA CON DELTA' TO DET-OBSERVACION
                SET SI-DESCUADRE TO TRUE
           END-IF
           MOVE WS-DETALLE TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           MOVE 'DELTACDC DEL DIA'           TO DET-CONCEPTO
           MOVE WS-DELTA-DETALLES     TO DET-CANTIDAD
           MOVE WS-HASH-DELTA         TO DET-HASH
           MOVE SPACES                TO DET-OBSERVACION
           MOVE WS-DETALLE TO REG-SALIDA
           PERFORM 99-ESCRIBIR.
