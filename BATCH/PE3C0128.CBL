       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0128.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           RECONSTRUCCION A UNA FECHA Y HORA PASADA DE LOS
      *           MOVIMIENTOS DE UN CONTRATO (O DE TODOS LOS DE UN
      *           CLIENTE): PARTE DE LAS FILAS DE HOY EN PRDTW02 Y
      *           RECORRE HACIA ATRAS LA BITACORA MANTLOG DE PE3C0022
      *           (LAS GENERACIONES ARCHIVADAS POR PE3C0092 EN EL DD
      *           MANHIST Y LA BITACORA EN LINEA EN MANTLOG),
      *           DESHACIENDO EN MEMORIA CADA OPERACION APLICADA
      *           DESPUES DEL CORTE, IGUAL QUE EL BACKOUT PE3C0031
      *           PERO SIN TOCAR LA TABLA: EL ALTA SE QUITA, EL
      *           CAMBIO VUELVE A LA IMAGEN ANTERIOR Y LA BAJA
      *           REAPARECE. IMPRIME EL CONTRATO COMO ESTABA EN ESE
      *           MOMENTO MARCANDO LAS FILAS QUE CAMBIARON DESDE
      *           ENTONCES, Y APARTE LAS QUE NACIERON DESPUES. LAS
      *           GENERACIONES QUE EL CORTE EXIGE SALEN DEL CATALOGO
      *           PRDTWLGC; SI MANHIST NO LAS TRAE COMPLETAS EL
      *           REPORTE SE MARCA INCOMPLETO (RC 4)
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
      ***********GENERACIONES ARCHIVADAS DE MANTLOG (PE3C0092)**********
           SELECT MANHIST   ASSIGN TO MANHIST
                            FILE STATUS IS WS-ESTADO-HIS.
      ***********BITACORA DE MANTENIMIENTO EN LINEA*********************
           SELECT MANTLOG   ASSIGN TO MANTLOG
                            FILE STATUS IS WS-ESTADO-LOG.
      ***********LISTADO DE LA RECONSTRUCCION***************************
           SELECT SALIDA    ASSIGN TO SALIDA
                            FILE STATUS IS WS-ESTADO-SAL.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  MANHIST RECORDING MODE IS F
                   BLOCK CONTAINS 0 RECORDS.
       01 REG-MANHIST            PIC X(146).

       FD  MANTLOG RECORDING MODE IS F
                   BLOCK CONTAINS 0 RECORDS.
           COPY PE3CMLOG.

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
       01 WS-ESTADO-HIS                  PIC XX    VALUE '00'.
       01 WS-ESTADO-LOG                  PIC XX    VALUE '00'.
       01 WS-ESTADO-SAL                  PIC XX    VALUE '00'.
      ******************************************************************
      *                           SWITCHES                             *
      ******************************************************************
       01 SWITCHES.
           05 SW-FIN-DATA              PIC X      VALUE 'N'.
             88 SI-FIN-DATA                       VALUE 'S'.
             88 NO-FIN-DATA                       VALUE 'N'.
           05 SW-FIN-CURSOR-1          PIC X      VALUE 'N'.
             88 SI-FIN-CURSOR-1                   VALUE 'S'.
             88 NO-FIN-CURSOR-1                   VALUE 'N'.
           05 SW-FIN-CURSOR-2          PIC X      VALUE 'N'.
             88 SI-FIN-CURSOR-2                   VALUE 'S'.
             88 NO-FIN-CURSOR-2                   VALUE 'N'.
           05 SW-HAY-HISTORIA          PIC X      VALUE 'N'.
             88 SI-HAY-HISTORIA                   VALUE 'S'.
             88 NO-HAY-HISTORIA                   VALUE 'N'.
           05 SW-FILA-HALLADA          PIC X      VALUE 'N'.
             88 SI-FILA-HALLADA                   VALUE 'S'.
             88 NO-FILA-HALLADA                   VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-LEIDOS-HIST              PIC 9(09) VALUE ZEROS.
          05 WS-LEIDOS-LOG               PIC 9(09) VALUE ZEROS.
          05 WS-FILAS-HOY                PIC 9(09) VALUE ZEROS.
          05 WS-OPERACIONES              PIC 9(09) VALUE ZEROS.
          05 WS-DESHECHAS                PIC 9(09) VALUE ZEROS.
          05 WS-INCONSISTENCIAS          PIC 9(09) VALUE ZEROS.
          05 WS-GENERACIONES             PIC 9(09) VALUE ZEROS.
          05 WS-FILAS-CATALOGO           PIC 9(09) VALUE ZEROS.
          05 WS-SIN-CAMBIO               PIC 9(09) VALUE ZEROS.
          05 WS-MODIFICADAS              PIC 9(09) VALUE ZEROS.
          05 WS-BORRADAS                 PIC 9(09) VALUE ZEROS.
          05 WS-POSTERIORES              PIC 9(09) VALUE ZEROS.
          05 WS-NETO-CORTE               PIC S9(13)V99 COMP-3
                                                   VALUE ZEROS.
      ******************************************************************
      *                          CONSTANTES                            *
      ******************************************************************
       01 WS-CONSTANTES.
          05 CTE-LONG-MAX-PARM           PIC 9(02) VALUE 42.
          05 WS-LONG-NUM                 PIC 9(02) VALUE ZEROS.
      *    CAPACIDAD DE LAS TABLAS EN MEMORIA: UNA RECONSTRUCCION QUE
      *    NO CABE SE ABORTA EN VEZ DE IMPRIMIRSE A MEDIAS
          05 CTE-MAX-FILAS               PIC 9(05) VALUE 03000.
          05 CTE-MAX-BITACORA            PIC 9(05) VALUE 05000.
      ******************************************************************
      *        FILAS DEL CONTRATO: LAS DE HOY MAS LAS QUE REAPARECEN   *
      *        AL DESHACER BAJAS. FIL-MARCA DICE COMO QUEDO CADA UNA   *
      ******************************************************************
       01 WS-TABLA-FILAS.
          05 WS-CANT-FILAS               PIC S9(4) COMP VALUE ZEROS.
          05 WS-FIL-ENTRADA OCCURS 3000 TIMES INDEXED BY I-FIL.
             07 FIL-CLIENTE              PIC X(8).
             07 FIL-CONTRATO             PIC X(18).
             07 FIL-FECHA-MOV            PIC X(10).
             07 FIL-VALOR-NUM            PIC S9(9)V99 COMP-3.
             07 FIL-TIPO-MOV             PIC X(1).
             07 FIL-MONEDA               PIC X(3).
             07 FIL-ID-MOV               PIC 9(13).
             07 FIL-HOY-VALOR-NUM        PIC S9(9)V99 COMP-3.
             07 FIL-HOY-TIPO-MOV         PIC X(1).
             07 FIL-MARCA                PIC X(1).
               88 FIL-SIN-CAMBIO                  VALUE ' '.
               88 FIL-MODIFICADA                  VALUE 'C'.
               88 FIL-BORRADA                     VALUE 'B'.
               88 FIL-POSTERIOR                   VALUE 'P'.
      ******************************************************************
      *        OPERACIONES POSTERIORES AL CORTE, EN EL ORDEN EN QUE    *
      *        SE APLICARON, PARA DESHACERLAS DE LA ULTIMA A LA PRIMERA*
      ******************************************************************
       01 WS-TABLA-BITACORA.
          05 WS-CANT-BITACORA            PIC S9(4) COMP VALUE ZEROS.
          05 WS-BIT-ENTRADA OCCURS 5000 TIMES INDEXED BY I-BIT.
             07 BIT-OPERACION            PIC X(1).
             07 BIT-CLIENTE              PIC X(8).
             07 BIT-CONTRATO             PIC X(18).
             07 BIT-FECHA-MOV            PIC X(10).
             07 BIT-VALOR-NUM            PIC S9(9)V99 COMP-3.
             07 BIT-ANT-FECHA-MOV        PIC X(10).
             07 BIT-ANT-VALOR-NUM        PIC S9(9)V99 COMP-3.
             07 BIT-ANT-TIPO-MOV         PIC X(1).
             07 BIT-ANT-MONEDA           PIC X(3).
             07 BIT-ID-MOV               PIC 9(13).
             07 BIT-MOMENTO              PIC X(14).
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
      *    MOMENTO DE CORTE (FECHA DE NEGOCIO YYYYMMDD Y HORA HHMMSS,
      *    LA MISMA PAREJA QUE GRABA PE3C0022 EN LA BITACORA)
       01 WS-MOMENTO-CORTE.
           05 WS-CORTE-FECHA             PIC X(8).
           05 WS-CORTE-HORA              PIC X(6).

       01 WS-MOMENTO-LOG.
           05 WS-LOG-FECHA               PIC X(8).
           05 WS-LOG-HORA                PIC X(6).

       01 PRDTW02.
           05 W02-CLIENTE                       PIC X(8).
           05 W02-FECHA-MOV                     PIC X(10).
           05 W02-CONTRATO                      PIC X(18).
           05 W02-VALOR-NUM                     PIC S9(9)V99 COMP-3.
           05 W02-TIPO-MOV                      PIC X(1).
           05 W02-MONEDA                        PIC X(3).
           05 W02-ID-MOV                        PIC S9(13) COMP-3.

       01 PRDTW-LGC.
           05 LGC-TIPO-LOG               PIC X(8)  VALUE 'MANTLOG'.
           05 LGC-GENERACION             PIC X(44).
           05 LGC-FECHA-MIN              PIC X(8).
           05 LGC-FECHA-MAX              PIC X(8).
           05 LGC-FILAS                  PIC S9(9) COMP.

       01 WS-TITULO1.
          05 FILLER             PIC X(36) VALUE
                                 'RECONSTRUCCION DE MOVIMIENTOS AL   '.
          05 TIT-FECHA          PIC X(8).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 TIT-HORA           PIC X(6).
          05 FILLER             PIC X(12) VALUE '  CLIENTE: '.
          05 TIT-CLIENTE        PIC X(8).
          05 FILLER             PIC X(12) VALUE '  CONTRATO: '.
          05 TIT-CONTRATO       PIC X(18).
       01 WS-TITULO2.
          05 FILLER             PIC X(17) VALUE 'MARCA            '.
          05 FILLER             PIC X(19) VALUE 'CONTRATO           '.
          05 FILLER             PIC X(11) VALUE 'FECHA MOV  '.
          05 FILLER             PIC X(2)  VALUE 'T '.
          05 FILLER             PIC X(16) VALUE '     VALOR CORTE'.
          05 FILLER             PIC X(5)  VALUE ' MON '.
          05 FILLER             PIC X(14) VALUE 'ID-MOV        '.
          05 FILLER             PIC X(18) VALUE '       VALOR HOY T'.

       01 WS-LINEA-GENERACION.
          05 FILLER                    PIC X(22) VALUE
                                 'GENERACION REQUERIDA: '.
          05 LGE-GENERACION            PIC X(44).
          05 FILLER                    PIC X VALUE SPACES.
          05 LGE-FECHA-MIN             PIC X(8).
          05 FILLER                    PIC X(1) VALUE '-'.
          05 LGE-FECHA-MAX             PIC X(8).
          05 FILLER                    PIC X(8) VALUE ' FILAS ='.
          05 LGE-FILAS                 PIC ZZZZZZZZ9.

       01 WS-DETALLE.
          05 DET-MARCA                 PIC X(16).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-CONTRATO              PIC X(18).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-FECHA-MOV             PIC X(10).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-TIPO-MOV              PIC X(1).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-VALOR                 PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-MONEDA                PIC X(3).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-ID-MOV                PIC 9(13).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-HOY-VALOR             PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-HOY-TIPO              PIC X(1).

       01 WS-LINEA-SECCION.
          05 FILLER                    PIC X(4) VALUE '*** '.
          05 LSE-TEXTO                 PIC X(60).

       01 WS-LINEA-NETO.
          05 FILLER                    PIC X(31) VALUE
                                 'NETO N/R DEL CONTRATO AL CORTE='.
          05 LNE-NETO                  PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-RESUMEN.
          05 CTE-RESUMEN              PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(12) VALUE 'SIN CAMBIO ='.
          05 RES-SIN-CAMBIO            PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(14) VALUE ' MODIFICADAS ='.
          05 RES-MODIFICADAS           PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(11) VALUE ' BORRADAS ='.
          05 RES-BORRADAS              PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(14) VALUE ' POSTERIORES ='.
          05 RES-POSTERIORES           PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(17) VALUE
                                                 ' INCONSISTENCIAS='.
          05 RES-INCONSISTENCIAS       PIC ZZZZZZZZ9.

       01 WS-LINEA-INCONSISTENCIA.
          05 FILLER                    PIC X(29) VALUE
                                 'OPERACION SIN FILA A DESHACER'.
          05 FILLER                    PIC X(2) VALUE ': '.
          05 LIN-OPERACION             PIC X(1).
          05 FILLER                    PIC X VALUE SPACES.
          05 LIN-CONTRATO              PIC X(18).
          05 FILLER                    PIC X VALUE SPACES.
          05 LIN-FECHA-MOV             PIC X(10).
          05 FILLER                    PIC X VALUE SPACES.
          05 LIN-ID-MOV                PIC 9(13).
          05 FILLER                    PIC X VALUE SPACES.
          05 LIN-MOMENTO               PIC X(14).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOW02
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOLGC
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: FILAS DE HOY DEL CONTRATO O DEL CLIENTE      **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT W02_CLIENTE, W02_FECHA_MOV, W02_CONTRATO,
                      W02_VALOR_NUM, W02_TIPO_MOV, W02_MONEDA,
                      W02_ID_MOV
               FROM PRDTW02
               WHERE (W02_CONTRATO = :W02-CONTRATO
                      OR :W02-CONTRATO = ' ')
               AND   (W02_CLIENTE  = :W02-CLIENTE
                      OR :W02-CLIENTE  = ' ')
               ORDER BY W02_CONTRATO, W02_FECHA_MOV, W02_ID_MOV
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      ******   CURSOR_2: GENERACIONES ARCHIVADAS DE MANTLOG CON       **
      ******   OPERACIONES DEL DIA DEL CORTE EN ADELANTE              **
           EXEC SQL
               DECLARE CURSOR_2 CURSOR FOR
               SELECT LGC_GENERACION, LGC_FECHA_MIN, LGC_FECHA_MAX,
                      LGC_FILAS
               FROM PRDTWLGC
               WHERE LGC_TIPO_LOG  = :LGC-TIPO-LOG
               AND   LGC_FECHA_MAX >= :WS-CORTE-FECHA
               ORDER BY LGC_FECHA_MIN
               FOR FETCH ONLY
           END-EXEC.

       LINKAGE SECTION.
       01 REG-PARM.
           05 PARM-LONG                         PIC X(02).
      *    CONTRATO A RECONSTRUIR; EN BLANCO, TODOS LOS DEL CLIENTE
           05 PARM-CLIENTE                      PIC X(08).
           05 PARM-CONTRATO                     PIC X(18).
      *    MOMENTO DEL CORTE: FECHA DE NEGOCIO YYYYMMDD Y HORA
      *    HHMMSS (EN BLANCO, EL FIN DEL DIA)
           05 PARM-FECHA-CORTE                  PIC X(08).
           05 PARM-HORA-CORTE                   PIC X(06).

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING REG-PARM.
           PERFORM 01-INICIO
           PERFORM 02-PROCESO
           PERFORM 03-FINAL.
      ******************************************************************
      *                          01-INICIO                             *
      *   - VALIDA EL PARM, CARGA LAS FILAS DE HOY Y LAS OPERACIONES   *
      *     POSTERIORES AL CORTE (PRIMERO LO ARCHIVADO, LUEGO LO EN    *
      *     LINEA: ASI LA TABLA QUEDA EN EL ORDEN EN QUE SE APLICO)    *
      ******************************************************************
       01-INICIO.
           PERFORM 010-VALIDAR-PARM
           PERFORM 011-ABRIR-ARCHIVOS
           PERFORM 012-CARGAR-FILAS
           PERFORM 013-VERIFICAR-CATALOGO
           PERFORM 014-CARGAR-HISTORIA
           PERFORM 015-CARGAR-BITACORA.

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

           IF (PARM-CLIENTE = SPACES OR LOW-VALUES)
              AND (PARM-CONTRATO = SPACES OR LOW-VALUES)
                DISPLAY 'INDIQUE CONTRATO O CLIENTE A RECONSTRUIR'
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF

           IF PARM-FECHA-CORTE IS NOT NUMERIC
              DISPLAY 'FECHA DE CORTE INVALIDA: ' PARM-FECHA-CORTE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-LONG-NUM < CTE-LONG-MAX-PARM
              OR PARM-HORA-CORTE = SPACES OR LOW-VALUES
                MOVE '235959'        TO PARM-HORA-CORTE
           END-IF
           IF PARM-HORA-CORTE IS NOT NUMERIC
              DISPLAY 'HORA DE CORTE INVALIDA: ' PARM-HORA-CORTE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE PARM-FECHA-CORTE TO WS-CORTE-FECHA
           MOVE PARM-HORA-CORTE  TO WS-CORTE-HORA
           MOVE SPACES           TO W02-CLIENTE W02-CONTRATO
           IF PARM-CLIENTE NOT = LOW-VALUES
              MOVE PARM-CLIENTE  TO W02-CLIENTE
           END-IF
           IF PARM-CONTRATO NOT = LOW-VALUES
              MOVE PARM-CONTRATO TO W02-CONTRATO
           END-IF.

      *    MANHIST ES OPCIONAL (DD DUMMY O AUSENTE CUANDO EL CORTE
      *    CAE DENTRO DE LO QUE AUN ESTA EN LINEA)
       011-ABRIR-ARCHIVOS.
           OPEN INPUT MANHIST
           EVALUATE WS-ESTADO-HIS
              WHEN '00'
                   SET SI-HAY-HISTORIA TO TRUE
              WHEN '35'
                   SET NO-HAY-HISTORIA TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR ABRIENDO ARCHIVO MANHIST '
                           WS-ESTADO-HIS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           OPEN INPUT MANTLOG
           IF WS-ESTADO-LOG NOT = '00'
              DISPLAY 'ERROR ABRIENDO ARCHIVO MANTLOG ' WS-ESTADO-LOG
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT SALIDA
           IF WS-ESTADO-SAL NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ARCHIVO SALIDA  ' WS-ESTADO-SAL
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-CORTE-FECHA TO TIT-FECHA
           MOVE WS-CORTE-HORA  TO TIT-HORA
           MOVE W02-CLIENTE    TO TIT-CLIENTE
           MOVE W02-CONTRATO   TO TIT-CONTRATO
           MOVE WS-TITULO1     TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

      ******************************************************************
      *                    012-CARGAR-FILAS                            *
      ******************************************************************
       012-CARGAR-FILAS.
           EXEC SQL
               OPEN CURSOR_1
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_1 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 0121-FETCH-CURSOR-1
           PERFORM 0122-GUARDAR-FILA UNTIL SI-FIN-CURSOR-1

           EXEC SQL
               CLOSE CURSOR_1
           END-EXEC.

       0121-FETCH-CURSOR-1.
           EXEC SQL
               FETCH CURSOR_1
               INTO :W02-CLIENTE, :W02-FECHA-MOV, :W02-CONTRATO,
                    :W02-VALOR-NUM, :W02-TIPO-MOV, :W02-MONEDA,
                    :W02-ID-MOV
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   ADD 1 TO WS-FILAS-HOY
              WHEN +100
                   SET SI-FIN-CURSOR-1 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_1 SQLCODE ' SQLCODE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       0122-GUARDAR-FILA.
           PERFORM 098-NUEVA-FILA
           MOVE W02-CLIENTE        TO FIL-CLIENTE(I-FIL)
           MOVE W02-CONTRATO       TO FIL-CONTRATO(I-FIL)
           MOVE W02-FECHA-MOV      TO FIL-FECHA-MOV(I-FIL)
           MOVE W02-VALOR-NUM      TO FIL-VALOR-NUM(I-FIL)
                                      FIL-HOY-VALOR-NUM(I-FIL)
           MOVE W02-TIPO-MOV       TO FIL-TIPO-MOV(I-FIL)
                                      FIL-HOY-TIPO-MOV(I-FIL)
           MOVE W02-MONEDA         TO FIL-MONEDA(I-FIL)
           MOVE W02-ID-MOV         TO FIL-ID-MOV(I-FIL)
           PERFORM 0121-FETCH-CURSOR-1.

      ******************************************************************
      *                  013-VERIFICAR-CATALOGO                        *
      *   LAS GENERACIONES DEL CATALOGO CON OPERACIONES DEL DIA DEL    *
      *   CORTE EN ADELANTE DEBEN VENIR CONCATENADAS EN MANHIST; SE    *
      *   LISTAN Y SE SUMAN SUS FILAS PARA COMPARAR CON LO LEIDO       *
      ******************************************************************
       013-VERIFICAR-CATALOGO.
           EXEC SQL
               OPEN CURSOR_2
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_2 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 0131-FETCH-CURSOR-2
           PERFORM 0132-LISTAR-GENERACION UNTIL SI-FIN-CURSOR-2

           EXEC SQL
               CLOSE CURSOR_2
           END-EXEC.

       0131-FETCH-CURSOR-2.
           EXEC SQL
               FETCH CURSOR_2
               INTO :LGC-GENERACION, :LGC-FECHA-MIN, :LGC-FECHA-MAX,
                    :LGC-FILAS
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   ADD 1 TO WS-GENERACIONES
              WHEN +100
                   SET SI-FIN-CURSOR-2 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_2 SQLCODE ' SQLCODE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       0132-LISTAR-GENERACION.
           ADD LGC-FILAS           TO WS-FILAS-CATALOGO
           MOVE LGC-GENERACION     TO LGE-GENERACION
           MOVE LGC-FECHA-MIN      TO LGE-FECHA-MIN
           MOVE LGC-FECHA-MAX      TO LGE-FECHA-MAX
           MOVE LGC-FILAS          TO LGE-FILAS
           MOVE WS-LINEA-GENERACION TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           PERFORM 0131-FETCH-CURSOR-2.

      ******************************************************************
      *                  014-CARGAR-HISTORIA                           *
      *   EL REGISTRO ARCHIVADO TIENE EL MISMO LAYOUT DE MANTLOG       *
      ******************************************************************
       014-CARGAR-HISTORIA.
           IF SI-HAY-HISTORIA
              SET NO-FIN-DATA TO TRUE
              PERFORM 0141-LEER-MANHIST
              PERFORM 0142-FILTRAR-HISTORIA UNTIL SI-FIN-DATA
              CLOSE MANHIST
           END-IF.

       0141-LEER-MANHIST.
           READ MANHIST
              AT END
                 SET SI-FIN-DATA     TO TRUE
              NOT AT END
                 ADD 1               TO WS-LEIDOS-HIST
           END-READ
           IF WS-ESTADO-HIS NOT = '00' AND NOT = '10'
              DISPLAY 'ERROR LEYENDO ARCHIVO MANHIST ' WS-ESTADO-HIS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       0142-FILTRAR-HISTORIA.
           MOVE REG-MANHIST TO REG-MANTLOG
           PERFORM 097-FILTRAR-OPERACION
           PERFORM 0141-LEER-MANHIST.

       015-CARGAR-BITACORA.
           SET NO-FIN-DATA TO TRUE
           PERFORM 0151-LEER-MANTLOG
           PERFORM 0152-FILTRAR-BITACORA UNTIL SI-FIN-DATA
           CLOSE MANTLOG.

       0151-LEER-MANTLOG.
           INITIALIZE REG-MANTLOG
           READ MANTLOG
              AT END
                 SET SI-FIN-DATA     TO TRUE
              NOT AT END
                 ADD 1               TO WS-LEIDOS-LOG
           END-READ
           IF WS-ESTADO-LOG NOT = '00' AND NOT = '10'
              DISPLAY 'ERROR LEYENDO ARCHIVO MANTLOG ' WS-ESTADO-LOG
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       0152-FILTRAR-BITACORA.
           PERFORM 097-FILTRAR-OPERACION
           PERFORM 0151-LEER-MANTLOG.

      ******************************************************************
      *                  097-FILTRAR-OPERACION                         *
      *   SOLO INTERESA LO APLICADO (COD-RET '00') SOBRE EL CONTRATO   *
      *   O CLIENTE PEDIDO Y POSTERIOR AL MOMENTO DEL CORTE            *
      ******************************************************************
       097-FILTRAR-OPERACION.
           MOVE LOG-FECHA-PROCESO TO WS-LOG-FECHA
           MOVE LOG-HORA-PROCESO  TO WS-LOG-HORA

           IF LOG-COD-RET = '00'
              AND WS-MOMENTO-LOG > WS-MOMENTO-CORTE
              AND (LOG-CONTRATO = W02-CONTRATO
                   OR W02-CONTRATO = SPACES)
              AND (LOG-CLIENTE = W02-CLIENTE
                   OR W02-CLIENTE = SPACES)
                PERFORM 0971-GUARDAR-OPERACION
           END-IF.

       0971-GUARDAR-OPERACION.
           IF WS-CANT-BITACORA >= CTE-MAX-BITACORA
              DISPLAY 'ERROR: MAS DE ' CTE-MAX-BITACORA
                      ' OPERACIONES POSTERIORES AL CORTE'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-CANT-BITACORA WS-OPERACIONES
           SET I-BIT TO WS-CANT-BITACORA
           MOVE LOG-OPERACION      TO BIT-OPERACION(I-BIT)
           MOVE LOG-CLIENTE        TO BIT-CLIENTE(I-BIT)
           MOVE LOG-CONTRATO       TO BIT-CONTRATO(I-BIT)
           MOVE LOG-FECHA-MOV      TO BIT-FECHA-MOV(I-BIT)
           MOVE LOG-VALOR-NUM      TO BIT-VALOR-NUM(I-BIT)
           MOVE LOG-ANT-FECHA-MOV  TO BIT-ANT-FECHA-MOV(I-BIT)
           MOVE LOG-ANT-VALOR-NUM  TO BIT-ANT-VALOR-NUM(I-BIT)
           MOVE LOG-ANT-TIPO-MOV   TO BIT-ANT-TIPO-MOV(I-BIT)
           MOVE LOG-ANT-MONEDA     TO BIT-ANT-MONEDA(I-BIT)
           MOVE WS-MOMENTO-LOG     TO BIT-MOMENTO(I-BIT)
           IF LOG-ID-MOV IS NUMERIC
              MOVE LOG-ID-MOV      TO BIT-ID-MOV(I-BIT)
           ELSE
              MOVE ZEROS           TO BIT-ID-MOV(I-BIT)
           END-IF.

      ******************************************************************
      *                  098-NUEVA-FILA                                *
      ******************************************************************
       098-NUEVA-FILA.
           IF WS-CANT-FILAS >= CTE-MAX-FILAS
              DISPLAY 'ERROR: MAS DE ' CTE-MAX-FILAS
                      ' FILAS A RECONSTRUIR, ACOTAR EL PARM'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-CANT-FILAS
           SET I-FIL TO WS-CANT-FILAS
           INITIALIZE WS-FIL-ENTRADA(I-FIL)
           SET FIL-SIN-CAMBIO(I-FIL) TO TRUE.

      ******************************************************************
      *                        02-PROCESO                              *
      *   DESHACE EN MEMORIA DESDE LA ULTIMA OPERACION HACIA LA        *
      *   PRIMERA POSTERIOR AL CORTE (MISMO RECORRIDO DE PE3C0031)     *
      ******************************************************************
       02-PROCESO.
           IF WS-CANT-BITACORA > ZEROS
              PERFORM 021-DESHACER-OPERACION
                      VARYING I-BIT FROM WS-CANT-BITACORA BY -1
                      UNTIL I-BIT < 1
           END-IF.

       021-DESHACER-OPERACION.
           EVALUATE BIT-OPERACION(I-BIT)
              WHEN 'A'
                   PERFORM 022-DESHACER-ALTA
              WHEN 'C'
                   PERFORM 023-DESHACER-CAMBIO
              WHEN 'D'
                   PERFORM 024-DESHACER-BAJA
           END-EVALUATE.

      *    LA FILA NACIO DESPUES DEL CORTE: NO EXISTIA EN ESE MOMENTO
       022-DESHACER-ALTA.
           PERFORM 025-UBICAR-FILA
           IF SI-FILA-HALLADA
              SET FIL-POSTERIOR(I-FIL) TO TRUE
              ADD 1 TO WS-DESHECHAS
           ELSE
              PERFORM 026-REPORTAR-INCONSISTENCIA
           END-IF.

      *    EL CAMBIO VUELVE A LA IMAGEN ANTERIOR. UNA FILA QUE ADEMAS
      *    SE BORRO DESPUES CONSERVA LA MARCA DE BORRADA
       023-DESHACER-CAMBIO.
           PERFORM 025-UBICAR-FILA
           IF SI-FILA-HALLADA
              MOVE BIT-ANT-VALOR-NUM(I-BIT) TO FIL-VALOR-NUM(I-FIL)
              MOVE BIT-ANT-TIPO-MOV(I-BIT)  TO FIL-TIPO-MOV(I-FIL)
              IF BIT-ANT-MONEDA(I-BIT) NOT = SPACES
                 MOVE BIT-ANT-MONEDA(I-BIT) TO FIL-MONEDA(I-FIL)
              END-IF
              IF FIL-SIN-CAMBIO(I-FIL)
                 SET FIL-MODIFICADA(I-FIL) TO TRUE
              END-IF
              ADD 1 TO WS-DESHECHAS
           ELSE
              PERFORM 026-REPORTAR-INCONSISTENCIA
           END-IF.

      *    LA FILA BORRADA REAPARECE CON SU IMAGEN ANTERIOR Y SU
      *    IDENTIDAD; NO TIENE VALOR DE HOY
       024-DESHACER-BAJA.
           PERFORM 098-NUEVA-FILA
           MOVE BIT-CLIENTE(I-BIT)       TO FIL-CLIENTE(I-FIL)
           MOVE BIT-CONTRATO(I-BIT)      TO FIL-CONTRATO(I-FIL)
           MOVE BIT-ANT-FECHA-MOV(I-BIT) TO FIL-FECHA-MOV(I-FIL)
           IF FIL-FECHA-MOV(I-FIL) = SPACES
              MOVE BIT-FECHA-MOV(I-BIT)  TO FIL-FECHA-MOV(I-FIL)
           END-IF
           MOVE BIT-ANT-VALOR-NUM(I-BIT) TO FIL-VALOR-NUM(I-FIL)
           MOVE BIT-ANT-TIPO-MOV(I-BIT)  TO FIL-TIPO-MOV(I-FIL)
           MOVE BIT-ANT-MONEDA(I-BIT)    TO FIL-MONEDA(I-FIL)
           IF FIL-MONEDA(I-FIL) = SPACES
              MOVE 'COP'                 TO FIL-MONEDA(I-FIL)
           END-IF
           MOVE BIT-ID-MOV(I-BIT)        TO FIL-ID-MOV(I-FIL)
           SET FIL-BORRADA(I-FIL)        TO TRUE
           ADD 1 TO WS-DESHECHAS.

      ******************************************************************
      *                    025-UBICAR-FILA                             *
      *   POR W02_ID_MOV CUANDO LA BITACORA LO TRAE; LAS BITACORAS     *
      *   ANTERIORES AL IDENTIFICADOR CAEN A CONTRATO MAS FECHA. SE    *
      *   BUSCA SOLO ENTRE LAS FILAS QUE AUN EXISTEN EN LA RECONSTRUC- *
      *   CION (UNA FILA YA MARCADA POSTERIOR NO SE VUELVE A TOCAR)    *
      ******************************************************************
       025-UBICAR-FILA.
           SET NO-FILA-HALLADA TO TRUE
           IF WS-CANT-FILAS > ZEROS
              PERFORM 0251-COMPARAR-FILA
                      VARYING I-FIL FROM 1 BY 1
                      UNTIL I-FIL > WS-CANT-FILAS
                         OR SI-FILA-HALLADA
           END-IF
           IF SI-FILA-HALLADA
              SET I-FIL DOWN BY 1
           END-IF.

       0251-COMPARAR-FILA.
           IF NOT FIL-POSTERIOR(I-FIL)
              IF BIT-ID-MOV(I-BIT) > ZEROS
                 IF FIL-ID-MOV(I-FIL) = BIT-ID-MOV(I-BIT)
                    SET SI-FILA-HALLADA TO TRUE
                 END-IF
              ELSE
                 IF FIL-CONTRATO(I-FIL)  = BIT-CONTRATO(I-BIT)
                    AND FIL-FECHA-MOV(I-FIL) = BIT-FECHA-MOV(I-BIT)
                    AND FIL-CLIENTE(I-FIL)   = BIT-CLIENTE(I-BIT)
                       SET SI-FILA-HALLADA TO TRUE
                 END-IF
              END-IF
           END-IF.

      *    LA BITACORA NO CALZA CON LA TABLA (FILAS TOCADAS POR FUERA
      *    DE PE3C0022, O HISTORIA INCOMPLETA): SE LISTA Y SE SIGUE
       026-REPORTAR-INCONSISTENCIA.
           ADD 1 TO WS-INCONSISTENCIAS
           MOVE BIT-OPERACION(I-BIT)  TO LIN-OPERACION
           MOVE BIT-CONTRATO(I-BIT)   TO LIN-CONTRATO
           MOVE BIT-FECHA-MOV(I-BIT)  TO LIN-FECHA-MOV
           MOVE BIT-ID-MOV(I-BIT)     TO LIN-ID-MOV
           MOVE BIT-MOMENTO(I-BIT)    TO LIN-MOMENTO
           MOVE WS-LINEA-INCONSISTENCIA TO REG-SALIDA
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
      *   IMPRIME EL CONTRATO AL CORTE (SIN CAMBIO, MODIFICADAS Y      *
      *   BORRADAS DESPUES) Y LUEGO LAS FILAS QUE NACIERON DESPUES     *
      ******************************************************************
       03-FINAL.
           MOVE 'MOVIMIENTOS TAL COMO ESTABAN AL CORTE' TO LSE-TEXTO
           MOVE WS-LINEA-SECCION TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO2       TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           IF WS-CANT-FILAS > ZEROS
              PERFORM 031-IMPRIMIR-AL-CORTE
                      VARYING I-FIL FROM 1 BY 1
                      UNTIL I-FIL > WS-CANT-FILAS
           END-IF

           MOVE WS-NETO-CORTE    TO LNE-NETO
           MOVE WS-LINEA-NETO    TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           MOVE 'MOVIMIENTOS REGISTRADOS DESPUES DEL CORTE'
                                 TO LSE-TEXTO
           MOVE WS-LINEA-SECCION TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           IF WS-CANT-FILAS > ZEROS
              PERFORM 032-IMPRIMIR-POSTERIOR
                      VARYING I-FIL FROM 1 BY 1
                      UNTIL I-FIL > WS-CANT-FILAS
           END-IF

           IF WS-LEIDOS-HIST < WS-FILAS-CATALOGO
              MOVE 'HISTORIA INCOMPLETA: FALTAN GENERACIONES EN MANHIST'
                                 TO LSE-TEXTO
              MOVE WS-LINEA-SECCION TO REG-SALIDA
              PERFORM 99-ESCRIBIR
           END-IF

           MOVE WS-SIN-CAMBIO       TO RES-SIN-CAMBIO
           MOVE WS-MODIFICADAS      TO RES-MODIFICADAS
           MOVE WS-BORRADAS         TO RES-BORRADAS
           MOVE WS-POSTERIORES      TO RES-POSTERIORES
           MOVE WS-INCONSISTENCIAS  TO RES-INCONSISTENCIAS
           MOVE WS-RESUMEN          TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           DISPLAY 'FILAS DE HOY LEIDAS        : ' WS-FILAS-HOY
           DISPLAY 'GENERACIONES REQUERIDAS    : ' WS-GENERACIONES
           DISPLAY 'FILAS SEGUN CATALOGO       : ' WS-FILAS-CATALOGO
           DISPLAY 'LEIDOS DE MANHIST          : ' WS-LEIDOS-HIST
           DISPLAY 'LEIDOS DE MANTLOG          : ' WS-LEIDOS-LOG
           DISPLAY 'OPERACIONES POST CORTE     : ' WS-OPERACIONES
           DISPLAY 'OPERACIONES DESHECHAS      : ' WS-DESHECHAS
           DISPLAY 'INCONSISTENCIAS            : ' WS-INCONSISTENCIAS

           CLOSE SALIDA

           IF WS-INCONSISTENCIAS > ZEROS
              OR WS-LEIDOS-HIST < WS-FILAS-CATALOGO
                MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       031-IMPRIMIR-AL-CORTE.
           IF NOT FIL-POSTERIOR(I-FIL)
              INITIALIZE WS-DETALLE
              EVALUATE TRUE
                 WHEN FIL-MODIFICADA(I-FIL)
                      MOVE 'MODIFICADA DESP.'    TO DET-MARCA
                      MOVE FIL-HOY-VALOR-NUM(I-FIL) TO DET-HOY-VALOR
                      MOVE FIL-HOY-TIPO-MOV(I-FIL)  TO DET-HOY-TIPO
                      ADD 1 TO WS-MODIFICADAS
                 WHEN FIL-BORRADA(I-FIL)
                      MOVE 'BORRADA DESPUES'     TO DET-MARCA
                      ADD 1 TO WS-BORRADAS
                 WHEN OTHER
                      ADD 1 TO WS-SIN-CAMBIO
              END-EVALUATE
              PERFORM 033-COMPLETAR-DETALLE
              IF FIL-TIPO-MOV(I-FIL) = 'N' OR 'R'
                 ADD FIL-VALOR-NUM(I-FIL) TO WS-NETO-CORTE
              END-IF
           END-IF.

       032-IMPRIMIR-POSTERIOR.
           IF FIL-POSTERIOR(I-FIL)
              INITIALIZE WS-DETALLE
              MOVE 'NO EXISTIA'             TO DET-MARCA
              ADD 1 TO WS-POSTERIORES
              PERFORM 033-COMPLETAR-DETALLE
           END-IF.

       033-COMPLETAR-DETALLE.
           MOVE FIL-CONTRATO(I-FIL)   TO DET-CONTRATO
           MOVE FIL-FECHA-MOV(I-FIL)  TO DET-FECHA-MOV
           MOVE FIL-TIPO-MOV(I-FIL)   TO DET-TIPO-MOV
           MOVE FIL-VALOR-NUM(I-FIL)  TO DET-VALOR
           MOVE FIL-MONEDA(I-FIL)     TO DET-MONEDA
           MOVE FIL-ID-MOV(I-FIL)     TO DET-ID-MOV
           MOVE WS-DETALLE            TO REG-SALIDA
           PERFORM 99-ESCRIBIR.
