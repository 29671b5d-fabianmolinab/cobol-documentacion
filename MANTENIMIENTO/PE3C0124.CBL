       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0124.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           TRASLADO INDIVIDUAL DE CONTRATOS ENTRE OFICINAS O
      *           PRODUCTOS (HERMANO DE PE3C0080, QUE MUEVE TODA UNA
      *           OFICINA): LEE EL ARCHIVO TRASLADO CON EL NUMERO
      *           VIEJO Y LA OFICINA Y/O PRODUCTO NUEVOS, ARMA EL
      *           NUMERO NUEVO (BANCO/OFICINA/PRODUCTO/CONSECUTIVO) Y
      *           RENUMERA EL CONTRATO DE FORMA CONSISTENTE EN
      *           PRDTW02, PRDTWCON, PRDTWSAL Y EL MANDATO PRDTWMAN.
      *           EN UN CAMBIO DE PRODUCTO MUEVE TAMBIEN LAS FECHAS
      *           PRDTW03, LA REGLA PRDTWFRE, LAS APLICACIONES
      *           PRDTWAPL Y LOS RECLAMOS ABIERTOS PRDTWDIS, QUE VAN
      *           POR CLIENTE/PRODUCTO. CADA FILA TOCADA DEJA SU
      *           IMAGEN ANTERIOR EN LA BITACORA TRASLOG (ESTILO
      *           MANTLOG, PARA UN BACKOUT CLASE PE3C0031) Y CADA
      *           TRASLADO DEJA EL CRUCE VIEJO/NUEVO EN PRDTWXCO
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
      ***********CONTRATOS A TRASLADAR (NUMERO VIEJO Y DESTINO)*********
           SELECT TRASLADO  ASSIGN TO TRASLADO
                            FILE STATUS IS WS-ESTADO-TRA.
      ***********BITACORA DEL TRASLADO (IMAGENES ANTERIORES)***********
           SELECT TRASLOG   ASSIGN TO TRASLOG
                            FILE STATUS IS WS-ESTADO-LOG.
      ***********LISTADO DE LA CORRIDA*********************************
           SELECT SALIDA    ASSIGN TO SALIDA
                            FILE STATUS IS WS-ESTADO-SAL.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *    OFICINA O PRODUCTO EN BLANCO: SE CONSERVA EL DEL NUMERO
      *    VIEJO (AL MENOS UNO DE LOS DOS DEBE CAMBIAR)
       FD  TRASLADO RECORDING MODE IS F
                    BLOCK CONTAINS 0 RECORDS.
       01 REG-TRASLADO.
           05 TRA-CONTRATO-ANT                  PIC X(18).
           05 FILLER                            PIC X(1).
           05 TRA-OFICINA-NVA                   PIC X(4).
           05 FILLER                            PIC X(1).
           05 TRA-PRODUCTO-NVO                  PIC X(2).
           05 FILLER                            PIC X(54).

       FD  TRASLOG RECORDING MODE IS F
                   BLOCK CONTAINS 0 RECORDS.
      *    IMAGEN ANTERIOR DE CADA FILA AFECTADA, ESTILO MANTLOG:
      *    CON LA TABLA DE ORIGEN, LA LLAVE Y LOS DOS NUMEROS UN
      *    BACKOUT CLASE PE3C0031 PUEDE DEVOLVER CADA FILA AL NUMERO
      *    (Y AL PRODUCTO) VIEJO. TLG-LLAVE: CUENTA DEL MANDATO O
      *    NUMERO DEL RECLAMO; TLG-SECUENCIA: LA DE PRDTWAPL
       01 REG-TRASLOG.
           05 TLG-TABLA                         PIC X(3).
           05 TLG-OPERACION                     PIC X(1).
             88 TLG-OP-RENUMERADA                   VALUE 'C'.
           05 TLG-CONTRATO-ANT                  PIC X(18).
           05 TLG-CONTRATO-NVO                  PIC X(18).
           05 TLG-CLIENTE                       PIC X(8).
           05 TLG-PRODUCTO-ANT                  PIC X(2).
           05 TLG-PRODUCTO-NVO                  PIC X(2).
           05 TLG-LLAVE                         PIC X(20).
           05 TLG-FECHA                         PIC X(10).
           05 TLG-ESTADO                        PIC X(1).
           05 TLG-ID-MOV                        PIC 9(13).
           05 TLG-SECUENCIA                     PIC 9(4).
           05 TLG-FECHA-PROCESO                 PIC X(8).
           05 TLG-HORA-PROCESO                  PIC X(6).

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
       01 WS-ESTADO-TRA                  PIC XX    VALUE '00'.
       01 WS-ESTADO-LOG                  PIC XX    VALUE '00'.
       01 WS-ESTADO-SAL                  PIC XX    VALUE '00'.
      ******************************************************************
      *                           SWITCHES                             *
      ******************************************************************
       01 SWITCHES.
           05 SW-FIN-TRASLADO        PIC X       VALUE 'N'.
             88 SI-FIN-TRASLADO                  VALUE 'S'.
             88 NO-FIN-TRASLADO                  VALUE 'N'.
           05 SW-FIN-CURSOR-1        PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR-1                  VALUE 'S'.
             88 NO-FIN-CURSOR-1                  VALUE 'N'.
           05 SW-FIN-CURSOR-2        PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR-2                  VALUE 'S'.
             88 NO-FIN-CURSOR-2                  VALUE 'N'.
           05 SW-FIN-CURSOR-3        PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR-3                  VALUE 'S'.
             88 NO-FIN-CURSOR-3                  VALUE 'N'.
           05 SW-FIN-CURSOR-4        PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR-4                  VALUE 'S'.
             88 NO-FIN-CURSOR-4                  VALUE 'N'.
           05 SW-FIN-CURSOR-5        PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR-5                  VALUE 'S'.
             88 NO-FIN-CURSOR-5                  VALUE 'N'.
           05 SW-TRASLADO-VALIDO     PIC X       VALUE 'S'.
             88 SI-TRASLADO-VALIDO               VALUE 'S'.
             88 NO-TRASLADO-VALIDO               VALUE 'N'.
           05 SW-CAMBIO-PRODUCTO     PIC X       VALUE 'N'.
             88 SI-CAMBIO-PRODUCTO               VALUE 'S'.
             88 NO-CAMBIO-PRODUCTO               VALUE 'N'.
           05 SW-ERROR-PROCESO       PIC X       VALUE 'N'.
             88 SI-ERROR-PROCESO                 VALUE 'S'.
             88 NO-ERROR-PROCESO                 VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-TRASLADOS-LEIDOS         PIC 9(09) VALUE ZEROS.
          05 WS-TRASLADOS-HECHOS         PIC 9(09) VALUE ZEROS.
          05 WS-TRASLADOS-RECHAZADOS     PIC 9(09) VALUE ZEROS.
          05 WS-MOV-RENUMERADOS          PIC 9(09) VALUE ZEROS.
          05 WS-MAN-RENUMERADOS          PIC 9(09) VALUE ZEROS.
          05 WS-FEC-CAMBIADAS            PIC 9(09) VALUE ZEROS.
          05 WS-APL-CAMBIADAS            PIC 9(09) VALUE ZEROS.
          05 WS-DIS-CAMBIADOS            PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 WS-CONTRATOS-TRASLADO.
           05 WS-CONTRATO-ANT            PIC X(18).
           05 WS-CONTRATO-NVO.
              10 WS-NVO-BANCO            PIC X(4).
              10 WS-NVO-OFICINA          PIC X(4).
              10 WS-NVO-PRODUCTO         PIC X(2).
              10 WS-NVO-CONSECUTIVO      PIC X(8).
           05 WS-PRODUCTO-ANT            PIC X(2).
           05 WS-PRODUCTO-NVO            PIC X(2).
           05 WS-CLIENTE                 PIC X(8).
           05 WS-MOTIVO                  PIC X(1).
             88 WS-MOTIVO-OFICINA            VALUE 'O'.
             88 WS-MOTIVO-PRODUCTO           VALUE 'P'.
             88 WS-MOTIVO-AMBOS              VALUE 'A'.

       01 WS-EXISTE                      PIC S9(9) COMP VALUE ZEROS.
       01 WS-CONT-EMBARGOS               PIC S9(9) COMP VALUE ZEROS.
       01 WS-FECHA-NEGOCIO               PIC X(10) VALUE SPACES.

       01 PRDTW-CON.
           05 CON-CLIENTE                       PIC X(8).
           05 CON-ESTADO                        PIC X(1).
             88 CON-CERRADO                         VALUE 'C'.
             88 CON-CASTIGADO                       VALUE 'K'.

       01 PRDTW02.
           05 W02-FECHA-MOV                     PIC X(10).
           05 W02-ID-MOV                        PIC S9(13) COMP-3.

       01 PRDTW-MAN.
           05 MAN-CUENTA                        PIC X(20).
           05 MAN-ESTADO                        PIC X(1).
           05 MAN-FECHA-DESDE                   PIC X(10).

       01 PRDTW03.
           05 W03-FECHA                         PIC X(10).
           05 W03-ESTADO                        PIC X(1).

       01 PRDTW-APL.
           05 APL-ID-MOV                        PIC S9(13) COMP-3.
           05 APL-SECUENCIA                     PIC S9(4) COMP.
           05 APL-FECHA                         PIC X(10).

       01 PRDTW-DIS.
           05 DIS-RECLAMO                       PIC X(12).
           05 DIS-ID-MOV                        PIC S9(13) COMP-3.
           05 DIS-FECHA                         PIC X(10).

       01 PRDTW-XCO.
           05 XCO-CONTRATO-ANT                  PIC X(18).
           05 XCO-CONTRATO-NVO                  PIC X(18).
           05 XCO-CLIENTE                       PIC X(8).
           05 XCO-MOTIVO                        PIC X(1).
           05 XCO-FECHA-PROCESO                 PIC X(8).

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE FECHA DE PROCESO PE3C0060 (VIGENCIA *
      *   DE LOS EMBARGOS)                                             *
      ******************************************************************
       COPY PE3CFPRO.

       01 WS-FECHADO.
           05 WS-FECHA-MAQUINA           PIC X(8).
           05 WS-HORA-MAQUINA            PIC X(6).

       01 WS-DETALLE.
          05 DET-TEXTO                 PIC X(24).
          05 DET-CONTRATO-ANT          PIC X(18).
          05 FILLER                    PIC X(4)  VALUE ' -> '.
          05 DET-CONTRATO-NVO          PIC X(18).
          05 FILLER                    PIC X(1)  VALUE SPACES.
          05 DET-RESTO                 PIC X(35).

       01 WS-TITULO1.
          05 FILLER             PIC X(40) VALUE
                                 'TRASLADO INDIVIDUAL DE CONTRATOS'.

       01 WS-RESUMEN1.
          05 FILLER                   PIC X(22) VALUE
                                       'CONTRATOS TRASLADADOS='.
          05 RES-TRASLADADOS          PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(13) VALUE ' RECHAZADOS ='.
          05 RES-RECHAZADOS           PIC ZZZZZZZZ9.

       01 WS-RESUMEN2.
          05 FILLER                   PIC X(17) VALUE
                                       'FILAS CAMBIADAS: '.
          05 FILLER                   PIC X(6)  VALUE 'W02 ='.
          05 RES-MOV                  PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(7)  VALUE ' MAN ='.
          05 RES-MAN                  PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(7)  VALUE ' W03 ='.
          05 RES-FEC                  PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(7)  VALUE ' APL ='.
          05 RES-APL                  PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(7)  VALUE ' DIS ='.
          05 RES-DIS                  PIC ZZZZZZZZ9.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOW02
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCON
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOSAL
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOMAN
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOW03
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOFRE
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOAPL
           END-EXEC.

           EXEC SQL
               INCLUDE PETCODIS
           END-EXEC.

           EXEC SQL
               INCLUDE PETCWOFI
           END-EXEC.

           EXEC SQL
               INCLUDE PETCWPRD
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOEMB
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOACU
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOXCO
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: MOVIMIENTOS DEL NUMERO VIEJO (PARA BITACORA) **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT W02_FECHA_MOV, W02_ID_MOV
               FROM PRDTW02
               WHERE W02_CONTRATO = :WS-CONTRATO-ANT
               ORDER BY W02_FECHA_MOV
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      ******   CURSOR_2: MANDATOS DEL NUMERO VIEJO (PARA BITACORA)    **
           EXEC SQL
               DECLARE CURSOR_2 CURSOR FOR
               SELECT MAN_CUENTA, MAN_ESTADO, MAN_FECHA_DESDE
               FROM PRDTWMAN
               WHERE MAN_CONTRATO = :WS-CONTRATO-ANT
               ORDER BY MAN_FECHA_DESDE
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      ******   CURSOR_3: FECHAS DEL CLIENTE EN EL PRODUCTO VIEJO      **
           EXEC SQL
               DECLARE CURSOR_3 CURSOR FOR
               SELECT W03_FECHA, W03_ESTADO
               FROM PRDTW03
               WHERE W03_CLIENTE  = :WS-CLIENTE
               AND   W03_PRODUCTO = :WS-PRODUCTO-ANT
               ORDER BY W03_FECHA
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      ******   CURSOR_4: APLICACIONES DEL CLIENTE EN EL PRODUCTO VIEJO**
           EXEC SQL
               DECLARE CURSOR_4 CURSOR FOR
               SELECT APL_ID_MOV, APL_SECUENCIA, APL_FECHA
               FROM PRDTWAPL
               WHERE APL_CLIENTE  = :WS-CLIENTE
               AND   APL_PRODUCTO = :WS-PRODUCTO-ANT
               ORDER BY APL_ID_MOV, APL_SECUENCIA
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      ******   CURSOR_5: RECLAMOS ABIERTOS DEL PRODUCTO VIEJO         **
           EXEC SQL
               DECLARE CURSOR_5 CURSOR FOR
               SELECT DIS_RECLAMO, DIS_ID_MOV, DIS_FECHA
               FROM PRDTWDIS
               WHERE DIS_CLIENTE  = :WS-CLIENTE
               AND   DIS_PRODUCTO = :WS-PRODUCTO-ANT
               AND   DIS_ESTADO   = 'A'
               ORDER BY DIS_RECLAMO
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 01-INICIO
           PERFORM 02-PROCESO UNTIL SI-FIN-TRASLADO
           PERFORM 03-FINAL.
      ******************************************************************
      *                          01-INICIO                             *
      ******************************************************************
       01-INICIO.
           ACCEPT WS-FECHA-MAQUINA FROM DATE
           ACCEPT WS-HORA-MAQUINA  FROM TIME
           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO TO WS-FECHA-NEGOCIO

           OPEN INPUT  TRASLADO
           IF WS-ESTADO-TRA NOT = '00'
              DISPLAY 'ERROR ABRIENDO ARCHIVO TRASLADO ' WS-ESTADO-TRA
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT TRASLOG
           IF WS-ESTADO-LOG NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ARCHIVO TRASLOG ' WS-ESTADO-LOG
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT SALIDA
           IF WS-ESTADO-SAL NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ARCHIVO SALIDA ' WS-ESTADO-SAL
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-TITULO1 TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           PERFORM 011-LEER-TRASLADO.

       011-LEER-TRASLADO.
           READ TRASLADO
              AT END SET SI-FIN-TRASLADO TO TRUE
           END-READ
           IF NO-FIN-TRASLADO
              IF WS-ESTADO-TRA NOT = '00'
                 DISPLAY 'ERROR LEYENDO TRASLADO ' WS-ESTADO-TRA
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-TRASLADOS-LEIDOS
           END-IF.

      ******************************************************************
      *                        02-PROCESO                              *
      *   ARMA EL NUMERO NUEVO, VALIDA EL TRASLADO Y, SI PASA,         *
      *   RENUMERA EL CONTRATO Y DEJA EL CRUCE; UN TRASLADO RECHAZADO  *
      *   NO DETIENE LA CORRIDA                                        *
      ******************************************************************
       02-PROCESO.
           SET SI-TRASLADO-VALIDO TO TRUE
           SET NO-CAMBIO-PRODUCTO TO TRUE
           PERFORM 020-ARMAR-NUMERO-NUEVO

           PERFORM 021-VALIDAR-TRASLADO

           IF SI-TRASLADO-VALIDO
              PERFORM 022-RENUMERAR-MOVIMIENTOS
              PERFORM 023-RENUMERAR-MAESTRAS
              PERFORM 024-RENUMERAR-MANDATOS
              IF SI-CAMBIO-PRODUCTO
                 PERFORM 025-CAMBIAR-FECHAS
                 PERFORM 026-CAMBIAR-APLICACIONES
                 PERFORM 027-CAMBIAR-RECLAMOS
              END-IF
              PERFORM 028-GRABAR-CRUCE
              ADD 1 TO WS-TRASLADOS-HECHOS
              MOVE 'CONTRATO TRASLADADO:    ' TO DET-TEXTO
              PERFORM 029-ESCRIBIR-TRASLADO
           ELSE
              ADD 1 TO WS-TRASLADOS-RECHAZADOS
           END-IF

           PERFORM 011-LEER-TRASLADO.

      ******************************************************************
      *                020-ARMAR-NUMERO-NUEVO                          *
      *   BANCO Y CONSECUTIVO SE CONSERVAN; OFICINA (POSICIONES 5-8)   *
      *   Y PRODUCTO (9-10) SALEN DEL ARCHIVO SI VIENEN DILIGENCIADOS  *
      ******************************************************************
       020-ARMAR-NUMERO-NUEVO.
           MOVE TRA-CONTRATO-ANT       TO WS-CONTRATO-ANT
           MOVE TRA-CONTRATO-ANT       TO WS-CONTRATO-NVO
           MOVE WS-CONTRATO-ANT(9:2)   TO WS-PRODUCTO-ANT
           MOVE SPACES                 TO WS-CLIENTE

           IF TRA-OFICINA-NVA NOT = SPACES
              MOVE TRA-OFICINA-NVA     TO WS-NVO-OFICINA
           END-IF
           IF TRA-PRODUCTO-NVO NOT = SPACES
              MOVE TRA-PRODUCTO-NVO    TO WS-NVO-PRODUCTO
           END-IF
           MOVE WS-NVO-PRODUCTO        TO WS-PRODUCTO-NVO

           EVALUATE TRUE
              WHEN WS-NVO-PRODUCTO = WS-PRODUCTO-ANT
                   SET WS-MOTIVO-OFICINA  TO TRUE
              WHEN WS-NVO-OFICINA = WS-CONTRATO-ANT(5:4)
                   SET WS-MOTIVO-PRODUCTO TO TRUE
                   SET SI-CAMBIO-PRODUCTO TO TRUE
              WHEN OTHER
                   SET WS-MOTIVO-AMBOS    TO TRUE
                   SET SI-CAMBIO-PRODUCTO TO TRUE
           END-EVALUATE.

      ******************************************************************
      *                021-VALIDAR-TRASLADO                            *
      *   EL CONTRATO VIEJO DEBE EXISTIR Y NO ESTAR CERRADO NI         *
      *   CASTIGADO; EL NUMERO NUEVO DEBE SER DISTINTO Y LIBRE, SU     *
      *   OFICINA Y SU PRODUCTO DEBEN ESTAR EN LAS MAESTRAS. NO SE     *
      *   TRASLADA UN CONTRATO EMBARGADO (LA ORDEN DEL JUZGADO NOMBRA  *
      *   EL NUMERO VIEJO) NI UNO CON ACUERDO DE PAGO VIGENTE          *
      ******************************************************************
       021-VALIDAR-TRASLADO.
           IF WS-CONTRATO-NVO = WS-CONTRATO-ANT
              SET NO-TRASLADO-VALIDO TO TRUE
              MOVE 'RECHAZADO (SIN CAMBIO): ' TO DET-TEXTO
              PERFORM 029-ESCRIBIR-TRASLADO
           END-IF

           IF SI-TRASLADO-VALIDO
              EXEC SQL
                  SELECT CON_CLIENTE, CON_ESTADO
                  INTO  :CON-CLIENTE, :CON-ESTADO
                  FROM  PRDTWCON
                  WHERE CON_CONTRATO = :WS-CONTRATO-ANT
              END-EXEC
              EVALUATE SQLCODE
                 WHEN ZEROS
                      MOVE CON-CLIENTE TO WS-CLIENTE
                      IF CON-CERRADO OR CON-CASTIGADO
                         SET NO-TRASLADO-VALIDO TO TRUE
                         MOVE 'RECHAZADO (CERRADO):    ' TO DET-TEXTO
                         PERFORM 029-ESCRIBIR-TRASLADO
                      END-IF
                 WHEN +100
                      SET NO-TRASLADO-VALIDO TO TRUE
                      MOVE 'RECHAZADO (NO EXISTE):  ' TO DET-TEXTO
                      PERFORM 029-ESCRIBIR-TRASLADO
                 WHEN OTHER
                      DISPLAY 'ERROR SELECT PRDTWCON SQLCODE ' SQLCODE
                      SET SI-ERROR-PROCESO   TO TRUE
                      SET NO-TRASLADO-VALIDO TO TRUE
              END-EVALUATE
           END-IF

           IF SI-TRASLADO-VALIDO
              PERFORM 0211-VALIDAR-NUMERO-LIBRE
           END-IF

           IF SI-TRASLADO-VALIDO
              PERFORM 0212-VALIDAR-MAESTRAS
           END-IF

           IF SI-TRASLADO-VALIDO
              PERFORM 0213-VALIDAR-EMBARGO
           END-IF

           IF SI-TRASLADO-VALIDO
              PERFORM 0214-VALIDAR-ACUERDO
           END-IF

           IF SI-TRASLADO-VALIDO AND SI-CAMBIO-PRODUCTO
              PERFORM 0215-VALIDAR-PRODUCTO
           END-IF.

       0211-VALIDAR-NUMERO-LIBRE.
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-EXISTE
               FROM  PRDTWCON
               WHERE CON_CONTRATO = :WS-CONTRATO-NVO
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR SELECT PRDTWCON SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO   TO TRUE
              SET NO-TRASLADO-VALIDO TO TRUE
           END-IF

           IF SI-TRASLADO-VALIDO AND WS-EXISTE = ZEROS
              EXEC SQL
                  SELECT COUNT(*)
                  INTO  :WS-EXISTE
                  FROM  PRDTW02
                  WHERE W02_CONTRATO = :WS-CONTRATO-NVO
              END-EXEC
              IF SQLCODE NOT EQUAL ZEROS
                 DISPLAY 'ERROR SELECT PRDTW02 SQLCODE ' SQLCODE
                 SET SI-ERROR-PROCESO   TO TRUE
                 SET NO-TRASLADO-VALIDO TO TRUE
              END-IF
           END-IF

           IF SI-TRASLADO-VALIDO AND WS-EXISTE > ZEROS
              SET NO-TRASLADO-VALIDO TO TRUE
              MOVE 'RECHAZADO (YA EXISTE):   ' TO DET-TEXTO
              PERFORM 029-ESCRIBIR-TRASLADO
           END-IF.

       0212-VALIDAR-MAESTRAS.
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-EXISTE
               FROM  PRDTWOFI
               WHERE OFI_CODIGO = :WS-NVO-OFICINA
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR SELECT PRDTWOFI SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO   TO TRUE
              SET NO-TRASLADO-VALIDO TO TRUE
           ELSE
              IF WS-EXISTE = ZEROS
                 SET NO-TRASLADO-VALIDO TO TRUE
                 MOVE 'RECHAZADO (OFICINA):    ' TO DET-TEXTO
                 PERFORM 029-ESCRIBIR-TRASLADO
              END-IF
           END-IF

           IF SI-TRASLADO-VALIDO
              EXEC SQL
                  SELECT COUNT(*)
                  INTO  :WS-EXISTE
                  FROM  PRDTWPRD
                  WHERE PRD_CODIGO = :WS-NVO-PRODUCTO
              END-EXEC
              IF SQLCODE NOT EQUAL ZEROS
                 DISPLAY 'ERROR SELECT PRDTWPRD SQLCODE ' SQLCODE
                 SET SI-ERROR-PROCESO   TO TRUE
                 SET NO-TRASLADO-VALIDO TO TRUE
              ELSE
                 IF WS-EXISTE = ZEROS
                    SET NO-TRASLADO-VALIDO TO TRUE
                    MOVE 'RECHAZADO (PRODUCTO):   ' TO DET-TEXTO
                    PERFORM 029-ESCRIBIR-TRASLADO
                 END-IF
              END-IF
           END-IF.

       0213-VALIDAR-EMBARGO.
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CONT-EMBARGOS
               FROM  PRDTWEMB
               WHERE EMB_CLIENTE         = :WS-CLIENTE
               AND   EMB_CONTRATO IN (' ', :WS-CONTRATO-ANT)
               AND   EMB_ESTADO          = 'A'
               AND   EMB_FECHA_EFECTIVA <= :WS-FECHA-NEGOCIO
               AND   EMB_FECHA_LEVANTA   > :WS-FECHA-NEGOCIO
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR SELECT PRDTWEMB SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO   TO TRUE
              SET NO-TRASLADO-VALIDO TO TRUE
           ELSE
              IF WS-CONT-EMBARGOS > ZEROS
                 SET NO-TRASLADO-VALIDO TO TRUE
                 MOVE 'RECHAZADO (63 EMBARGO): ' TO DET-TEXTO
                 PERFORM 029-ESCRIBIR-TRASLADO
              END-IF
           END-IF.

       0214-VALIDAR-ACUERDO.
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-EXISTE
               FROM  PRDTWACU
               WHERE ACU_CONTRATO = :WS-CONTRATO-ANT
               AND   ACU_ESTADO   = 'V'
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR SELECT PRDTWACU SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO   TO TRUE
              SET NO-TRASLADO-VALIDO TO TRUE
           ELSE
              IF WS-EXISTE > ZEROS
                 SET NO-TRASLADO-VALIDO TO TRUE
                 MOVE 'RECHAZADO (ACUERDO VIG):' TO DET-TEXTO
                 PERFORM 029-ESCRIBIR-TRASLADO
              END-IF
           END-IF.

      ******************************************************************
      *                0215-VALIDAR-PRODUCTO                           *
      *   FECHAS, REGLAS, APLICACIONES Y RECLAMOS VAN POR CLIENTE/     *
      *   PRODUCTO, NO POR CONTRATO: SOLO SE PUEDEN MOVER SI EL        *
      *   CONTRATO ES EL UNICO DEL CLIENTE EN EL PRODUCTO VIEJO Y EL   *
      *   CLIENTE NO TIENE NADA TODAVIA EN EL PRODUCTO NUEVO           *
      ******************************************************************
       0215-VALIDAR-PRODUCTO.
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-EXISTE
               FROM  PRDTWCON
               WHERE CON_CLIENTE  = :WS-CLIENTE
               AND   CON_CONTRATO <> :WS-CONTRATO-ANT
               AND   SUBSTR(CON_CONTRATO, 9, 2) IN
                        (:WS-PRODUCTO-ANT, :WS-PRODUCTO-NVO)
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR SELECT PRDTWCON SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO   TO TRUE
              SET NO-TRASLADO-VALIDO TO TRUE
           END-IF

           IF SI-TRASLADO-VALIDO AND WS-EXISTE = ZEROS
              EXEC SQL
                  SELECT COUNT(*)
                  INTO  :WS-EXISTE
                  FROM  PRDTW03
                  WHERE W03_CLIENTE  = :WS-CLIENTE
                  AND   W03_PRODUCTO = :WS-PRODUCTO-NVO
              END-EXEC
              IF SQLCODE NOT EQUAL ZEROS
                 DISPLAY 'ERROR SELECT PRDTW03 SQLCODE ' SQLCODE
                 SET SI-ERROR-PROCESO   TO TRUE
                 SET NO-TRASLADO-VALIDO TO TRUE
              END-IF
           END-IF

           IF SI-TRASLADO-VALIDO AND WS-EXISTE = ZEROS
              EXEC SQL
                  SELECT COUNT(*)
                  INTO  :WS-EXISTE
                  FROM  PRDTWFRE
                  WHERE FRE_CLIENTE  = :WS-CLIENTE
                  AND   FRE_PRODUCTO = :WS-PRODUCTO-NVO
              END-EXEC
              IF SQLCODE NOT EQUAL ZEROS
                 DISPLAY 'ERROR SELECT PRDTWFRE SQLCODE ' SQLCODE
                 SET SI-ERROR-PROCESO   TO TRUE
                 SET NO-TRASLADO-VALIDO TO TRUE
              END-IF
           END-IF

           IF SI-TRASLADO-VALIDO AND WS-EXISTE > ZEROS
              SET NO-TRASLADO-VALIDO TO TRUE
              MOVE 'RECHAZADO (PROD COMPAR):' TO DET-TEXTO
              PERFORM 029-ESCRIBIR-TRASLADO
           END-IF.

      ******************************************************************
      *                022-RENUMERAR-MOVIMIENTOS                       *
      *   CADA MOVIMIENTO DEJA SU IMAGEN EN LA BITACORA Y DESPUES EL   *
      *   CONTRATO COMPLETO SE RENUMERA EN UN SOLO UPDATE              *
      ******************************************************************
       022-RENUMERAR-MOVIMIENTOS.
           SET NO-FIN-CURSOR-1 TO TRUE
           EXEC SQL
               OPEN CURSOR_1
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_1 SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO TO TRUE
              SET SI-FIN-CURSOR-1  TO TRUE
           ELSE
              PERFORM 0221-FETCH-CURSOR-1
           END-IF

           PERFORM 0222-LOGUEAR-MOVIMIENTO UNTIL SI-FIN-CURSOR-1

           EXEC SQL
               CLOSE CURSOR_1
           END-EXEC

           EXEC SQL
               UPDATE PRDTW02
               SET    W02_CONTRATO = :WS-CONTRATO-NVO
               WHERE  W02_CONTRATO = :WS-CONTRATO-ANT
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL +100
              DISPLAY 'ERROR UPDATE PRDTW02 SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO TO TRUE
           END-IF.

       0221-FETCH-CURSOR-1.
           EXEC SQL
               FETCH CURSOR_1
               INTO :W02-FECHA-MOV, :W02-ID-MOV
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

       0222-LOGUEAR-MOVIMIENTO.
           PERFORM 098-LIMPIAR-BITACORA
           MOVE 'W02'          TO TLG-TABLA
           MOVE W02-FECHA-MOV  TO TLG-FECHA
           MOVE W02-ID-MOV     TO TLG-ID-MOV
           PERFORM 098-GRABAR-BITACORA
           ADD 1 TO WS-MOV-RENUMERADOS
           PERFORM 0221-FETCH-CURSOR-1.

      ******************************************************************
      *                023-RENUMERAR-MAESTRAS                          *
      *   UNA FILA POR CONTRATO EN PRDTWCON Y EN PRDTWSAL (EL SALDO    *
      *   PUEDE NO EXISTIR SI EL CONTRATO NO HA TENIDO MOVIMIENTO)     *
      ******************************************************************
       023-RENUMERAR-MAESTRAS.
           EXEC SQL
               UPDATE PRDTWCON
               SET    CON_CONTRATO = :WS-CONTRATO-NVO
               WHERE  CON_CONTRATO = :WS-CONTRATO-ANT
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR UPDATE PRDTWCON SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO TO TRUE
           ELSE
              PERFORM 098-LIMPIAR-BITACORA
              MOVE 'CON'          TO TLG-TABLA
              MOVE CON-ESTADO     TO TLG-ESTADO
              PERFORM 098-GRABAR-BITACORA
           END-IF

           EXEC SQL
               UPDATE PRDTWSAL
               SET    SAL_CONTRATO = :WS-CONTRATO-NVO
               WHERE  SAL_CONTRATO = :WS-CONTRATO-ANT
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   PERFORM 098-LIMPIAR-BITACORA
                   MOVE 'SAL'     TO TLG-TABLA
                   PERFORM 098-GRABAR-BITACORA
              WHEN +100
                   CONTINUE
              WHEN OTHER
                   DISPLAY 'ERROR UPDATE PRDTWSAL SQLCODE ' SQLCODE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

      ******************************************************************
      *                024-RENUMERAR-MANDATOS                          *
      *   EL MANDATO VIAJA CON EL CONTRATO (VIGENTE E HISTORICOS)      *
      ******************************************************************
       024-RENUMERAR-MANDATOS.
           SET NO-FIN-CURSOR-2 TO TRUE
           EXEC SQL
               OPEN CURSOR_2
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_2 SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO TO TRUE
              SET SI-FIN-CURSOR-2  TO TRUE
           ELSE
              PERFORM 0241-FETCH-CURSOR-2
           END-IF

           PERFORM 0242-LOGUEAR-MANDATO UNTIL SI-FIN-CURSOR-2

           EXEC SQL
               CLOSE CURSOR_2
           END-EXEC

           EXEC SQL
               UPDATE PRDTWMAN
               SET    MAN_CONTRATO = :WS-CONTRATO-NVO
               WHERE  MAN_CONTRATO = :WS-CONTRATO-ANT
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL +100
              DISPLAY 'ERROR UPDATE PRDTWMAN SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO TO TRUE
           END-IF.

       0241-FETCH-CURSOR-2.
           EXEC SQL
               FETCH CURSOR_2
               INTO :MAN-CUENTA, :MAN-ESTADO, :MAN-FECHA-DESDE
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   SET SI-FIN-CURSOR-2 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_2 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR-2 TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

       0242-LOGUEAR-MANDATO.
           PERFORM 098-LIMPIAR-BITACORA
           MOVE 'MAN'            TO TLG-TABLA
           MOVE MAN-CUENTA       TO TLG-LLAVE
           MOVE MAN-FECHA-DESDE  TO TLG-FECHA
           MOVE MAN-ESTADO       TO TLG-ESTADO
           PERFORM 098-GRABAR-BITACORA
           ADD 1 TO WS-MAN-RENUMERADOS
           PERFORM 0241-FETCH-CURSOR-2.

      ******************************************************************
      *                025-CAMBIAR-FECHAS                              *
      *   CAMBIO DE PRODUCTO: LAS FECHAS PROGRAMADAS Y LA REGLA DE     *
      *   FRECUENCIA DEL CLIENTE PASAN AL PRODUCTO NUEVO               *
      ******************************************************************
       025-CAMBIAR-FECHAS.
           SET NO-FIN-CURSOR-3 TO TRUE
           EXEC SQL
               OPEN CURSOR_3
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_3 SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO TO TRUE
              SET SI-FIN-CURSOR-3  TO TRUE
           ELSE
              PERFORM 0251-FETCH-CURSOR-3
           END-IF

           PERFORM 0252-LOGUEAR-FECHA UNTIL SI-FIN-CURSOR-3

           EXEC SQL
               CLOSE CURSOR_3
           END-EXEC

           EXEC SQL
               UPDATE PRDTW03
               SET    W03_PRODUCTO = :WS-PRODUCTO-NVO
               WHERE  W03_CLIENTE  = :WS-CLIENTE
               AND    W03_PRODUCTO = :WS-PRODUCTO-ANT
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL +100
              DISPLAY 'ERROR UPDATE PRDTW03 SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO TO TRUE
           END-IF

           EXEC SQL
               UPDATE PRDTWFRE
               SET    FRE_PRODUCTO = :WS-PRODUCTO-NVO
               WHERE  FRE_CLIENTE  = :WS-CLIENTE
               AND    FRE_PRODUCTO = :WS-PRODUCTO-ANT
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   PERFORM 098-LIMPIAR-BITACORA
                   MOVE 'FRE'     TO TLG-TABLA
                   PERFORM 098-GRABAR-BITACORA
              WHEN +100
                   CONTINUE
              WHEN OTHER
                   DISPLAY 'ERROR UPDATE PRDTWFRE SQLCODE ' SQLCODE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

       0251-FETCH-CURSOR-3.
           EXEC SQL
               FETCH CURSOR_3
               INTO :W03-FECHA, :W03-ESTADO
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   SET SI-FIN-CURSOR-3 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_3 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR-3 TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

       0252-LOGUEAR-FECHA.
           PERFORM 098-LIMPIAR-BITACORA
           MOVE 'W03'          TO TLG-TABLA
           MOVE W03-FECHA      TO TLG-FECHA
           MOVE W03-ESTADO     TO TLG-ESTADO
           PERFORM 098-GRABAR-BITACORA
           ADD 1 TO WS-FEC-CAMBIADAS
           PERFORM 0251-FETCH-CURSOR-3.

      ******************************************************************
      *                026-CAMBIAR-APLICACIONES                        *
      *   LAS APLICACIONES DE LOS PAGOS A LAS FECHAS SIGUEN A LAS      *
      *   FECHAS, O EL SALDO DE CADA FECHA QUEDARIA SIN SUS PAGOS      *
      ******************************************************************
       026-CAMBIAR-APLICACIONES.
           SET NO-FIN-CURSOR-4 TO TRUE
           EXEC SQL
               OPEN CURSOR_4
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_4 SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO TO TRUE
              SET SI-FIN-CURSOR-4  TO TRUE
           ELSE
              PERFORM 0261-FETCH-CURSOR-4
           END-IF

           PERFORM 0262-LOGUEAR-APLICACION UNTIL SI-FIN-CURSOR-4

           EXEC SQL
               CLOSE CURSOR_4
           END-EXEC

           EXEC SQL
               UPDATE PRDTWAPL
               SET    APL_PRODUCTO = :WS-PRODUCTO-NVO
               WHERE  APL_CLIENTE  = :WS-CLIENTE
               AND    APL_PRODUCTO = :WS-PRODUCTO-ANT
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL +100
              DISPLAY 'ERROR UPDATE PRDTWAPL SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO TO TRUE
           END-IF.

       0261-FETCH-CURSOR-4.
           EXEC SQL
               FETCH CURSOR_4
               INTO :APL-ID-MOV, :APL-SECUENCIA, :APL-FECHA
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   SET SI-FIN-CURSOR-4 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_4 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR-4 TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

       0262-LOGUEAR-APLICACION.
           PERFORM 098-LIMPIAR-BITACORA
           MOVE 'APL'          TO TLG-TABLA
           MOVE APL-FECHA      TO TLG-FECHA
           MOVE APL-ID-MOV     TO TLG-ID-MOV
           MOVE APL-SECUENCIA  TO TLG-SECUENCIA
           PERFORM 098-GRABAR-BITACORA
           ADD 1 TO WS-APL-CAMBIADAS
           PERFORM 0261-FETCH-CURSOR-4.

      ******************************************************************
      *                027-CAMBIAR-RECLAMOS                            *
      *   SOLO LOS RECLAMOS ABIERTOS: LOS CERRADOS SON HISTORIA Y SE   *
      *   RESUELVEN POR EL CRUCE PRDTWXCO                              *
      ******************************************************************
       027-CAMBIAR-RECLAMOS.
           SET NO-FIN-CURSOR-5 TO TRUE
           EXEC SQL
               OPEN CURSOR_5
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_5 SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO TO TRUE
              SET SI-FIN-CURSOR-5  TO TRUE
           ELSE
              PERFORM 0271-FETCH-CURSOR-5
           END-IF

           PERFORM 0272-LOGUEAR-RECLAMO UNTIL SI-FIN-CURSOR-5

           EXEC SQL
               CLOSE CURSOR_5
           END-EXEC

           EXEC SQL
               UPDATE PRDTWDIS
               SET    DIS_PRODUCTO = :WS-PRODUCTO-NVO
               WHERE  DIS_CLIENTE  = :WS-CLIENTE
               AND    DIS_PRODUCTO = :WS-PRODUCTO-ANT
               AND    DIS_ESTADO   = 'A'
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL +100
              DISPLAY 'ERROR UPDATE PRDTWDIS SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO TO TRUE
           END-IF.

       0271-FETCH-CURSOR-5.
           EXEC SQL
               FETCH CURSOR_5
               INTO :DIS-RECLAMO, :DIS-ID-MOV, :DIS-FECHA
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   SET SI-FIN-CURSOR-5 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_5 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR-5 TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

       0272-LOGUEAR-RECLAMO.
           PERFORM 098-LIMPIAR-BITACORA
           MOVE 'DIS'          TO TLG-TABLA
           MOVE DIS-RECLAMO    TO TLG-LLAVE
           MOVE DIS-FECHA      TO TLG-FECHA
           MOVE DIS-ID-MOV     TO TLG-ID-MOV
           MOVE 'A'            TO TLG-ESTADO
           PERFORM 098-GRABAR-BITACORA
           ADD 1 TO WS-DIS-CAMBIADOS
           PERFORM 0271-FETCH-CURSOR-5.

      ******************************************************************
      *                028-GRABAR-CRUCE                                *
      *   EL NUMERO VIEJO QUEDA RASTREABLE: LOS EXTRACTOS Y            *
      *   CERTIFICADOS EMITIDOS CON EL SE RESUELVEN EN PRDTWXCO        *
      ******************************************************************
       028-GRABAR-CRUCE.
           MOVE WS-CONTRATO-ANT  TO XCO-CONTRATO-ANT
           MOVE WS-CONTRATO-NVO  TO XCO-CONTRATO-NVO
           MOVE WS-CLIENTE       TO XCO-CLIENTE
           MOVE WS-MOTIVO        TO XCO-MOTIVO
           MOVE WS-FECHA-MAQUINA TO XCO-FECHA-PROCESO

           EXEC SQL
               INSERT INTO PRDTWXCO
                   (XCO_CONTRATO_ANT, XCO_CONTRATO_NVO,
                    XCO_CLIENTE, XCO_MOTIVO, XCO_FECHA_PROCESO)
               VALUES
                   (:XCO-CONTRATO-ANT, :XCO-CONTRATO-NVO,
                    :XCO-CLIENTE, :XCO-MOTIVO, :XCO-FECHA-PROCESO)
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL -803
              DISPLAY 'ERROR INSERT PRDTWXCO SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO TO TRUE
           END-IF.

       029-ESCRIBIR-TRASLADO.
           MOVE WS-CONTRATO-ANT TO DET-CONTRATO-ANT
           MOVE WS-CONTRATO-NVO TO DET-CONTRATO-NVO
           MOVE SPACES          TO DET-RESTO
           IF WS-CLIENTE NOT = SPACES
              STRING 'CLIENTE ' WS-CLIENTE ' MOTIVO ' WS-MOTIVO
                     DELIMITED BY SIZE INTO DET-RESTO
           END-IF
           MOVE WS-DETALLE      TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

      ******************************************************************
      *                 098 - BITACORA DEL TRASLADO                    *
      ******************************************************************
       098-LIMPIAR-BITACORA.
           MOVE SPACES           TO REG-TRASLOG
           MOVE ZEROS            TO TLG-ID-MOV
           MOVE ZEROS            TO TLG-SECUENCIA
           SET TLG-OP-RENUMERADA TO TRUE
           MOVE WS-CONTRATO-ANT  TO TLG-CONTRATO-ANT
           MOVE WS-CONTRATO-NVO  TO TLG-CONTRATO-NVO
           MOVE WS-CLIENTE       TO TLG-CLIENTE
           MOVE WS-PRODUCTO-ANT  TO TLG-PRODUCTO-ANT
           MOVE WS-PRODUCTO-NVO  TO TLG-PRODUCTO-NVO
           MOVE WS-FECHA-MAQUINA TO TLG-FECHA-PROCESO
           MOVE WS-HORA-MAQUINA  TO TLG-HORA-PROCESO.

       098-GRABAR-BITACORA.
           WRITE REG-TRASLOG
           IF WS-ESTADO-LOG NOT = '00'
              DISPLAY 'ERROR WRITE TRASLOG ' WS-ESTADO-LOG
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

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
      ******************************************************************
       03-FINAL.
           MOVE WS-TRASLADOS-HECHOS     TO RES-TRASLADADOS
           MOVE WS-TRASLADOS-RECHAZADOS TO RES-RECHAZADOS
           MOVE WS-RESUMEN1             TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           MOVE WS-MOV-RENUMERADOS      TO RES-MOV
           MOVE WS-MAN-RENUMERADOS      TO RES-MAN
           MOVE WS-FEC-CAMBIADAS        TO RES-FEC
           MOVE WS-APL-CAMBIADAS        TO RES-APL
           MOVE WS-DIS-CAMBIADOS        TO RES-DIS
           MOVE WS-RESUMEN2             TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           DISPLAY 'TRASLADOS LEIDOS     : ' WS-TRASLADOS-LEIDOS
           DISPLAY 'TRASLADOS HECHOS     : ' WS-TRASLADOS-HECHOS
           DISPLAY 'TRASLADOS RECHAZADOS : ' WS-TRASLADOS-RECHAZADOS
           DISPLAY 'MOVIMIENTOS RENUMER. : ' WS-MOV-RENUMERADOS
           DISPLAY 'MANDATOS RENUMERADOS : ' WS-MAN-RENUMERADOS
           DISPLAY 'FECHAS CAMBIADAS     : ' WS-FEC-CAMBIADAS
           DISPLAY 'APLICACIONES CAMBIAD.: ' WS-APL-CAMBIADAS
           DISPLAY 'RECLAMOS CAMBIADOS   : ' WS-DIS-CAMBIADOS

           CLOSE TRASLADO TRASLOG SALIDA

           EVALUATE TRUE
              WHEN SI-ERROR-PROCESO
                   MOVE 8 TO RETURN-CODE
              WHEN WS-TRASLADOS-RECHAZADOS > ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.
