       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0144.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           FILTRO DE CLIENTES CONTRA LISTAS RESTRICTIVAS
      *           (SARLAFT: OFAC, ONU Y LISTA LOCAL). DOS MODOS POR
      *           PARM:
      *           'C' CARGA: REEMPLAZA EN PRDTWLST/PRDTWLPA LA LISTA
      *               DEL PARM CON EL ARCHIVO LISTAS RECIBIDO Y FILTRA
      *               TODA LA MAESTRA PRDTWCLI CONTRA ELLA.
      *           'D' DIARIO: FILTRA CONTRA TODAS LAS LISTAS LOS
      *               CLIENTES CREADOS O CAMBIADOS EN EL DIA SEGUN LA
      *               BITACORA MANTLOGC DE PE3C0063.
      *           NOMBRES Y DOCUMENTOS SE NORMALIZAN IGUAL EN LA LISTA
      *           Y EN EL CLIENTE. UN DOCUMENTO IGUAL ES COINCIDENCIA
      *           DE 100; EN EL NOMBRE EL PUNTAJE ES EL PORCENTAJE DE
      *           LAS PALABRAS DEL NOMBRE LISTADO QUE APARECEN EN EL
      *           DEL CLIENTE. DESDE CTE-PUNTAJE-MINIMO SE ABRE UN
      *           CASO PENDIENTE EN PRDTWSAN, QUE CUMPLIMIENTO
      *           CONFIRMA O DESCARTA EN CP29 (PE3C0145). EN AMBOS
      *           MODOS EMITE PRIMERO POR PE3C0048 LA ALERTA CRITICA
      *           DE LOS CASOS CONFIRMADOS DESDE LA CORRIDA ANTERIOR
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
      *****************LISTA RESTRICTIVA RECIBIDA (MODO CARGA)**********
           SELECT LISTAS    ASSIGN TO LISTAS
                            FILE STATUS IS WS-ESTADO-LIS.
      ***********BITACORA DE MANTENIMIENTO DE CLIENTES (MODO DIARIO)****
           SELECT MANTLOGC  ASSIGN TO MANTLOGC
                            FILE STATUS IS WS-ESTADO-LOG.
      *****************ARCHIVO DE SALIDA DEL REPORTE********************
           SELECT SALIDA    ASSIGN TO SALIDA
                            FILE STATUS IS WS-ESTADO.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  LISTAS
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-LISTAS.
      *    O = OFAC, U = ONU, S = LOCAL SARLAFT; DEBE SER LA DEL PARM
           05 LIS-LISTA                         PIC X(1).
           05 LIS-ID                            PIC X(15).
      *    S = SANCIONADO, P = PEP
           05 LIS-TIPO                          PIC X(1).
             88 LIS-TIPO-VALIDO                     VALUE 'S' 'P'.
           05 LIS-NOMBRE                        PIC X(60).
      *    EN BLANCO SI LA LISTA NO TRAE DOCUMENTO
           05 LIS-DOCUMENTO                     PIC X(20).
           05 FILLER                            PIC X(53).
       FD  MANTLOGC
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
           COPY PE3CMLGC.
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
       01 WS-ESTADO-LIS                  PIC XX    VALUE '00'.
       01 WS-ESTADO-LOG                  PIC XX    VALUE '00'.
      ******************************************************************
      *                           SWITCHES                             *
      ******************************************************************
       01 SWITCHES.
      *    FIN DE LA ENTRADA DEL FILTRO: CURSOR_1 EN CARGA, MANTLOGC
      *    EN DIARIO
           05 SW-FIN-ENTRADA         PIC X       VALUE 'N'.
             88 SI-FIN-ENTRADA                   VALUE 'S'.
             88 NO-FIN-ENTRADA                   VALUE 'N'.
           05 SW-FIN-LISTAS          PIC X       VALUE 'N'.
             88 SI-FIN-LISTAS                    VALUE 'S'.
             88 NO-FIN-LISTAS                    VALUE 'N'.
           05 SW-FIN-CURSOR          PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR                    VALUE 'S'.
             88 NO-FIN-CURSOR                    VALUE 'N'.
           05 SW-ERROR-PROCESO       PIC X       VALUE 'N'.
             88 SI-ERROR-PROCESO                 VALUE 'S'.
             88 NO-ERROR-PROCESO                 VALUE 'N'.
           05 SW-REGISTRO-VALIDO     PIC X       VALUE 'S'.
             88 SI-REGISTRO-VALIDO               VALUE 'S'.
             88 NO-REGISTRO-VALIDO               VALUE 'N'.
      *    EL CLIENTE LEIDO SE FILTRA (EN DIARIO PUEDE NO EXISTIR YA)
           05 SW-CLIENTE-A-FILTRAR   PIC X       VALUE 'S'.
             88 SI-CLIENTE-A-FILTRAR             VALUE 'S'.
             88 NO-CLIENTE-A-FILTRAR             VALUE 'N'.
      *    LA PALABRA SEPARADA CUENTA PARA LA COMPARACION
           05 SW-PALABRA-SIGNIFICATIVA PIC X     VALUE 'S'.
             88 SI-PALABRA-SIGNIFICATIVA         VALUE 'S'.
             88 NO-PALABRA-SIGNIFICATIVA         VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-ALERTAS-EMITIDAS         PIC 9(09) VALUE ZEROS.
          05 WS-LISTA-LEIDOS             PIC 9(09) VALUE ZEROS.
          05 WS-LISTA-CARGADOS           PIC 9(09) VALUE ZEROS.
          05 WS-LISTA-RECHAZADOS         PIC 9(09) VALUE ZEROS.
          05 WS-LISTA-BORRADOS           PIC 9(09) VALUE ZEROS.
          05 WS-LOG-LEIDOS               PIC 9(09) VALUE ZEROS.
          05 WS-LOG-OMITIDOS             PIC 9(09) VALUE ZEROS.
          05 WS-CLIENTES-FILTRADOS       PIC 9(09) VALUE ZEROS.
          05 WS-CASOS-NUEVOS             PIC 9(09) VALUE ZEROS.
          05 WS-CASOS-EXISTENTES         PIC 9(09) VALUE ZEROS.
          05 WS-SIN-CONFIRMAR            PIC 9(05) VALUE ZEROS.
          05 WS-LONG-NUM                 PIC 9(02) VALUE ZEROS.
      ******************************************************************
      *                          CONSTANTES                            *
      ******************************************************************
       01 WS-CONSTANTES.
          05 CTE-PROGRAMA                PIC X(08) VALUE 'PE3C0144'.
          05 CTE-LONG-MAX-PARM           PIC 9(02) VALUE 2.
      *    PUNTAJE DESDE EL CUAL UN NOMBRE PARECIDO ABRE CASO
          05 CTE-PUNTAJE-MINIMO          PIC 9(03) VALUE 75.
      *    PALABRAS COMPARTIDAS MINIMAS PARA MEDIR UN NOMBRE (UNA SOLA
      *    CUANDO EL NOMBRE DEL CLIENTE TIENE UNA SOLA PALABRA)
          05 CTE-MIN-COMPARTIDAS         PIC 9(02) VALUE 2.
          05 CTE-MAX-PALABRAS            PIC 9(02) VALUE 8.
          05 CTE-INTERVALO-COMMIT        PIC 9(05) VALUE 00500.
      *    NOMBRE QUE DEJA PE3C0143 EN LOS CLIENTES ANONIMIZADOS
          05 CTE-NOMBRE-ANONIMO          PIC X(40) VALUE
                                         'CLIENTE ANONIMIZADO'.
      *    SIGNOS QUE SEPARAN PALABRAS COMO UN BLANCO
          05 CTE-SIGNOS                  PIC X(15) VALUE
                                         '.,;:-_/()&*#+''"'.
          05 CTE-BLANCOS                 PIC X(15) VALUE SPACES.
          05 CTE-MINUSCULAS              PIC X(26) VALUE
                                         'abcdefghijklmnopqrstuvwxyz'.
          05 CTE-MAYUSCULAS              PIC X(26) VALUE
                                         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *    PARTICULAS QUE NO CUENTAN COMO PALABRA DEL NOMBRE (LAS DE
      *    UNA LETRA TAMPOCO CUENTAN)
       01 WS-PARTICULAS.
           05 FILLER  PIC X(18) VALUE 'DE DELLA LASLOSEL '.
       01 WS-PARTICULAS-R REDEFINES WS-PARTICULAS.
           05 PAR-PARTICULA OCCURS 6 TIMES INDEXED BY I-PAR
                                          PIC X(3).

      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 WS-FECHA-PROCESO               PIC X(10) VALUE SPACES.

      *    LISTA QUE SE CRUZA: LA DEL PARM EN CARGA, BLANCO (TODAS)
      *    EN DIARIO
       01 WS-LISTA-FILTRO                PIC X(1)  VALUE SPACES.

       01 WS-CONT-EXISTE                 PIC S9(9) COMP VALUE ZEROS.
       01 WS-ULTIMO-CASO                 PIC S9(9) COMP-3 VALUE ZEROS.
       01 WS-MIN-COMPARTIDAS             PIC S9(4) COMP VALUE ZEROS.
       01 WS-COMPARTIDAS                 PIC S9(9) COMP VALUE ZEROS.
       01 WS-MENSAJE-ALERTA.
           05 FILLER                     PIC X(29) VALUE
                                  'CLIENTE EN LISTA RESTRICTIVA '.
           05 MAL-CLIENTE                PIC X(8).
           05 FILLER                     PIC X(3)  VALUE SPACES.

      ******************************************************************
      *   NORMALIZACION DE NOMBRES Y DOCUMENTOS, LA MISMA PARA LA      *
      *   LISTA Y PARA EL CLIENTE: MAYUSCULAS, SIGNOS A BLANCO Y UN    *
      *   SOLO BLANCO ENTRE PALABRAS; APARTE, LAS PALABRAS             *
      *   SIGNIFICATIVAS SIN REPETIR (HASTA CTE-MAX-PALABRAS). EL      *
      *   DOCUMENTO QUEDA SOLO CON LETRAS Y DIGITOS                    *
      ******************************************************************
       01 WS-NORMALIZA-NOMBRE.
          05 WS-NOR-ENTRADA              PIC X(60).
          05 WS-NOR-NOMBRE               PIC X(60).
          05 WS-NOR-PALABRA              PIC X(20).
          05 WS-NOR-PUNTERO              PIC S9(4) COMP.
          05 WS-NOR-PUNTERO-SAL          PIC S9(4) COMP.
          05 WS-NOR-NUM-PALABRAS         PIC S9(4) COMP.
          05 WS-NOR-TABLA-PALABRAS.
             10 WS-NOR-PALABRA-SIG OCCURS 8 TIMES INDEXED BY I-PAL
                                         PIC X(20).
       01 WS-IX-PALABRA                  PIC S9(4) COMP VALUE ZEROS.

       01 WS-NORMALIZA-DOCUMENTO.
          05 WS-DOC-ENTRADA              PIC X(20).
          05 WS-DOC-NORMAL               PIC X(20).
          05 WS-DOC-POS                  PIC S9(4) COMP.
          05 WS-DOC-DESTINO              PIC S9(4) COMP.
          05 WS-DOC-CARACTER             PIC X(01).

      *    PALABRAS DEL CLIENTE PARA LA BUSQUEDA EN PRDTWLPA; LAS QUE
      *    SOBRAN QUEDAN EN BLANCO (NINGUNA PALABRA CARGADA LO ES)
       01 WS-PALABRAS-BUSQUEDA.
           05 BUS-PALABRA-1              PIC X(20).
           05 BUS-PALABRA-2              PIC X(20).
           05 BUS-PALABRA-3              PIC X(20).
           05 BUS-PALABRA-4              PIC X(20).
           05 BUS-PALABRA-5              PIC X(20).
           05 BUS-PALABRA-6              PIC X(20).
           05 BUS-PALABRA-7              PIC X(20).
           05 BUS-PALABRA-8              PIC X(20).
       01 WS-PALABRAS-BUSQUEDA-R REDEFINES WS-PALABRAS-BUSQUEDA.
           05 BUS-PALABRA OCCURS 8 TIMES PIC X(20).

       01 PRDTW-CLI.
           05 CLI-CODIGO                 PIC X(8).
           05 CLI-NOMBRE                 PIC X(40).
           05 CLI-DOCUMENTO              PIC X(15).

       01 PRDTW-LST.
           05 LST-LISTA                  PIC X(1).
           05 LST-ID                     PIC X(15).
           05 LST-TIPO                   PIC X(1).
           05 LST-NOMBRE                 PIC X(60).
           05 LST-NOMBRE-NORM            PIC X(60).
           05 LST-DOCUMENTO-NORM         PIC X(20).
           05 LST-PALABRAS               PIC S9(2) COMP-3.
           05 LST-FECHA-CARGA            PIC X(10).

       01 PRDTW-LPA.
           05 LPA-PALABRA                PIC X(20).
           05 LPA-LISTA                  PIC X(1).
           05 LPA-ID                     PIC X(15).

       01 PRDTW-SAN.
           05 SAN-CASO                   PIC S9(9) COMP-3.
           05 SAN-CLIENTE                PIC X(8).
           05 SAN-LISTA                  PIC X(1).
           05 SAN-ID-LISTA               PIC X(15).
           05 SAN-TIPO-LISTA             PIC X(1).
           05 SAN-COINCIDENCIA           PIC X(1).
             88 SAN-COI-DOCUMENTO            VALUE 'D'.
             88 SAN-COI-NOMBRE               VALUE 'N'.
           05 SAN-PUNTAJE                PIC S9(3) COMP-3.
           05 SAN-NOMBRE-CLIENTE         PIC X(40).
           05 SAN-DOCUMENTO-CLIENTE      PIC X(15).
           05 SAN-ESTADO                 PIC X(1).
           05 SAN-FECHA-DETECCION        PIC X(10).
           05 SAN-CONTRATOS-BLOQ         PIC S9(5) COMP-3.

       01 WS-TITULO1.
          05 FILLER             PIC X(31) VALUE
                                 'FILTRO DE LISTAS RESTRICTIVAS'.
          05 FILLER             PIC X(8)  VALUE ' FECHA: '.
          05 TIT-FECHA          PIC X(10).
          05 FILLER             PIC X(7)  VALUE ' MODO: '.
          05 TIT-MODO           PIC X(1).
          05 FILLER             PIC X(8)  VALUE ' LISTA: '.
          05 TIT-LISTA          PIC X(1).
       01 WS-TITULO2.
          05 FILLER             PIC X(10) VALUE 'CLIENTE   '.
          05 FILLER             PIC X(41) VALUE 'NOMBRE'.
          05 FILLER             PIC X(3)  VALUE 'LS '.
          05 FILLER             PIC X(16) VALUE 'ID EN LA LISTA'.
          05 FILLER             PIC X(3)  VALUE 'TP '.
          05 FILLER             PIC X(3)  VALUE 'CO '.
          05 FILLER             PIC X(5)  VALUE 'PTJE '.
          05 FILLER             PIC X(10) VALUE '     CASO '.
          05 FILLER             PIC X(9)  VALUE 'RESULTADO'.

       01 WS-DETALLE.
          05 DET-CLIENTE               PIC X(8).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DET-NOMBRE                PIC X(40).
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 DET-LISTA                 PIC X(1).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DET-ID                    PIC X(15).
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 DET-TIPO                  PIC X(1).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DET-COINCIDENCIA          PIC X(1).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DET-PUNTAJE               PIC ZZ9.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DET-CASO                  PIC Z(8)9.
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 DET-RESULTADO             PIC X(40).

       01 WS-RESUMEN.
          05 CTE-RESUMEN              PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(08) VALUE 'LISTA C='.
          05 RES-LISTA-CARGADOS        PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(03) VALUE ' R='.
          05 RES-LISTA-RECHAZADOS      PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(11) VALUE ' CLIENTES='.
          05 RES-CLIENTES              PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(14) VALUE ' CASOS NUEVOS='.
          05 RES-CASOS-NUEVOS          PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(10) VALUE ' ALERTAS='.
          05 RES-ALERTAS               PIC ZZZZZZZZ9.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE FECHA DE PROCESO PE3C0060           *
      ******************************************************************
       COPY PE3CFPRO.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA CENTRAL DE ALERTAS PE3C0048            *
      ******************************************************************
       COPY PE3COALR.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCLI
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOLST
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOLPA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOSAN
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1 (MODO CARGA): TODA LA MAESTRA MENOS LOS       **
      ******   ANONIMIZADOS; WITH HOLD PARA SOBREVIVIR A LOS COMMIT   **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR WITH HOLD FOR
               SELECT CLI_CODIGO, CLI_NOMBRE, CLI_DOCUMENTO
               FROM PRDTWCLI
               WHERE CLI_NOMBRE <> :CTE-NOMBRE-ANONIMO
               ORDER BY CLI_CODIGO
               FOR FETCH ONLY
           END-EXEC.

      ******   CURSOR_2: REGISTROS DE LISTA CON EL MISMO DOCUMENTO    **
           EXEC SQL
               DECLARE CURSOR_2 CURSOR FOR
               SELECT LST_LISTA, LST_ID, LST_TIPO
               FROM PRDTWLST
               WHERE LST_DOCUMENTO_NORM = :WS-DOC-NORMAL
               AND  (LST_LISTA = :WS-LISTA-FILTRO
                OR   :WS-LISTA-FILTRO = ' ')
               FOR FETCH ONLY
           END-EXEC.

      ******   CURSOR_3: REGISTROS DE LISTA QUE COMPARTEN PALABRAS    **
      ******   CON EL NOMBRE DEL CLIENTE, CON CUANTAS COMPARTEN       **
           EXEC SQL
               DECLARE CURSOR_3 CURSOR FOR
               SELECT L.LST_LISTA, L.LST_ID, L.LST_TIPO,
                      L.LST_PALABRAS, COUNT(*)
               FROM PRDTWLPA P, PRDTWLST L
               WHERE P.LPA_PALABRA IN
                     (:BUS-PALABRA-1, :BUS-PALABRA-2, :BUS-PALABRA-3,
                      :BUS-PALABRA-4, :BUS-PALABRA-5, :BUS-PALABRA-6,
                      :BUS-PALABRA-7, :BUS-PALABRA-8)
               AND   L.LST_LISTA = P.LPA_LISTA
               AND   L.LST_ID    = P.LPA_ID
               AND  (L.LST_LISTA = :WS-LISTA-FILTRO
                OR   :WS-LISTA-FILTRO = ' ')
               GROUP BY L.LST_LISTA, L.LST_ID, L.LST_TIPO,
                        L.LST_PALABRAS
               HAVING COUNT(*) >= :WS-MIN-COMPARTIDAS
               FOR FETCH ONLY
           END-EXEC.

      ******   CURSOR_4: CASOS CONFIRMADOS CON LA ALERTA PENDIENTE    **
           EXEC SQL
               DECLARE CURSOR_4 CURSOR FOR
               SELECT SAN_CASO, SAN_CLIENTE, SAN_LISTA, SAN_ID_LISTA,
                      SAN_TIPO_LISTA, SAN_NOMBRE_CLIENTE,
                      SAN_CONTRATOS_BLOQ
               FROM PRDTWSAN
               WHERE SAN_ESTADO = 'C'
               AND   SAN_ALERTA = 'N'
               ORDER BY SAN_CASO
               FOR FETCH ONLY
           END-EXEC.

       LINKAGE SECTION.
       01 REG-PARM.
           05 PARM-LONG                         PIC X(02).
      *    C = CARGA DE LISTA Y FILTRO COMPLETO, D = FILTRO DIARIO
           05 PARM-MODO                         PIC X(01).
             88 PARM-MODO-CARGA                     VALUE 'C'.
             88 PARM-MODO-DIARIO                    VALUE 'D'.
      *    LISTA QUE TRAE EL ARCHIVO LISTAS (SOLO EN CARGA)
           05 PARM-LISTA                        PIC X(01).
             88 PARM-LISTA-VALIDA                   VALUE 'O' 'U' 'S'.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING REG-PARM.
           PERFORM 01-INICIO
           PERFORM 02-PROCESO UNTIL SI-FIN-ENTRADA
           PERFORM 03-FINAL.
      ******************************************************************
      *                          01-INICIO                             *
      ******************************************************************
       01-INICIO.
           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO TO WS-FECHA-PROCESO TIT-FECHA

           PERFORM 010-VALIDAR-PARM

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

           PERFORM 011-EMITIR-ALERTAS

           EXEC SQL
               SELECT VALUE(MAX(SAN_CASO), 0)
               INTO  :WS-ULTIMO-CASO
               FROM  PRDTWSAN
           END-EXEC
           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR SELECT PRDTWSAN SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-FILTRO
           END-IF

           IF PARM-MODO-CARGA
              MOVE PARM-LISTA TO WS-LISTA-FILTRO
              PERFORM 013-CARGAR-LISTA
              EXEC SQL
                  OPEN CURSOR_1
              END-EXEC
              IF SQLCODE NOT EQUAL ZEROS
                 DISPLAY 'ERROR ABRIENDO CURSOR_1 SQLCODE ' SQLCODE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM 021-FETCH-CURSOR-1
           ELSE
              MOVE SPACES     TO WS-LISTA-FILTRO
              OPEN INPUT MANTLOGC
              IF WS-ESTADO-LOG NOT = '00'
                 DISPLAY 'ERROR ABRIENDO ARCHIVO MANTLOGC '
                         WS-ESTADO-LOG
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM 022-LEER-MANTLOGC
           END-IF.

       010-VALIDAR-PARM.
           IF PARM-LONG IS NOT NUMERIC
              DISPLAY 'PARM-LONG INVALIDO: ' PARM-LONG
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE PARM-LONG TO WS-LONG-NUM
           IF WS-LONG-NUM < 1 OR WS-LONG-NUM > CTE-LONG-MAX-PARM
              DISPLAY 'PARM-LONG INVALIDO: ' PARM-LONG
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           IF NOT PARM-MODO-CARGA AND NOT PARM-MODO-DIARIO
              DISPLAY 'MODO INVALIDO (C O D): ' PARM-MODO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           IF PARM-MODO-CARGA
              IF WS-LONG-NUM < 2 OR NOT PARM-LISTA-VALIDA
                 DISPLAY 'LISTA INVALIDA EN CARGA (O, U O S)'
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE PARM-LISTA TO TIT-LISTA
           END-IF
           MOVE PARM-MODO     TO TIT-MODO.

      ******************************************************************
      *                   011-EMITIR-ALERTAS                           *
      *   LA CONFIRMACION EN LINEA (CP29) BLOQUEA LOS CONTRATOS Y DEJA *
      *   EL CASO CON SAN_ALERTA 'N'; LA ALERTA CRITICA LA EMITE ESTE  *
      *   BATCH PORQUE PE3C0048 ESCRIBE EL ARCHIVO ALERTA DE LA CADENA *
      ******************************************************************
       011-EMITIR-ALERTAS.
           EXEC SQL
               OPEN CURSOR_4
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_4 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           SET NO-FIN-CURSOR TO TRUE
           PERFORM 0111-FETCH-CURSOR-4
           PERFORM 0112-ALERTAR-CASO UNTIL SI-FIN-CURSOR

           EXEC SQL
               CLOSE CURSOR_4
           END-EXEC

           EXEC SQL
               COMMIT
           END-EXEC
           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR EN COMMIT SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-FILTRO
           END-IF.

       0111-FETCH-CURSOR-4.
           EXEC SQL
               FETCH CURSOR_4
               INTO :SAN-CASO, :SAN-CLIENTE, :SAN-LISTA,
                    :SAN-ID-LISTA, :SAN-TIPO-LISTA,
                    :SAN-NOMBRE-CLIENTE, :SAN-CONTRATOS-BLOQ
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   SET SI-FIN-CURSOR TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_4 SQLCODE ' SQLCODE
                   PERFORM 09-ABORTAR-FILTRO
           END-EVALUATE.

      *    LEIDOS LLEVA EL NUMERO DEL CASO Y ESCRITOS LOS CONTRATOS
      *    BLOQUEADOS. SI PE3C0048 FALLA EL CASO QUEDA 'N' Y SE
      *    REINTENTA EN LA CORRIDA SIGUIENTE
       0112-ALERTAR-CASO.
           INITIALIZE WS-DETALLE
           MOVE SAN-CLIENTE         TO DET-CLIENTE MAL-CLIENTE
           MOVE SAN-NOMBRE-CLIENTE  TO DET-NOMBRE
           MOVE SAN-LISTA           TO DET-LISTA
           MOVE SAN-ID-LISTA        TO DET-ID
           MOVE SAN-TIPO-LISTA      TO DET-TIPO
           MOVE SAN-CASO            TO DET-CASO

           INITIALIZE CAI-PE9CALR0
           MOVE CTE-PROGRAMA        TO ALR0-PROGRAMA
           SET ALR0-SEV-CRITICA     TO TRUE
           MOVE WS-MENSAJE-ALERTA   TO ALR0-MENSAJE
           MOVE SAN-CASO            TO ALR0-LEIDOS
           MOVE SAN-CONTRATOS-BLOQ  TO ALR0-ESCRITOS
           CALL 'PE3C0048' USING CAI-PE9CALR0

           IF ALR0-COD-RET NOT = '00'
              DISPLAY 'AVISO: PE3C0048 DEVOLVIO ' ALR0-COD-RET
                      ' CASO ' SAN-CASO
              SET SI-ERROR-PROCESO TO TRUE
              MOVE 'CONFIRMADO: ALERTA NO EMITIDA' TO DET-RESULTADO
           ELSE
              EXEC SQL
                  UPDATE PRDTWSAN
                  SET    SAN_ALERTA = 'S'
                  WHERE  SAN_CASO   = :SAN-CASO
              END-EXEC
              IF SQLCODE NOT = ZEROS
                 DISPLAY 'ERROR UPDATE PRDTWSAN SQLCODE ' SQLCODE
                 PERFORM 09-ABORTAR-FILTRO
              END-IF
              ADD 1 TO WS-ALERTAS-EMITIDAS
              MOVE 'CONFIRMADO: ALERTA CRITICA EMITIDA'
                                         TO DET-RESULTADO
           END-IF

           MOVE WS-DETALLE TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           PERFORM 0111-FETCH-CURSOR-4.

      ******************************************************************
      *                    013-CARGAR-LISTA                            *
      *   LA LISTA DEL PARM SE BORRA Y SE CARGA COMPLETA EN UNA SOLA   *
      *   UNIDAD DE TRABAJO: SI NADA QUEDA CARGADO, O ALGO FALLA, SE   *
      *   REVERSA Y LA LISTA ANTERIOR SIGUE VIGENTE                    *
      ******************************************************************
       013-CARGAR-LISTA.
           OPEN INPUT LISTAS
           IF WS-ESTADO-LIS NOT = '00'
              DISPLAY 'ERROR ABRIENDO ARCHIVO LISTAS ' WS-ESTADO-LIS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           EXEC SQL
               DELETE FROM PRDTWLPA
               WHERE  LPA_LISTA = :WS-LISTA-FILTRO
           END-EXEC
           IF SQLCODE NOT = ZEROS AND NOT = +100
              DISPLAY 'ERROR DELETE PRDTWLPA SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-FILTRO
           END-IF

           EXEC SQL
               DELETE FROM PRDTWLST
               WHERE  LST_LISTA = :WS-LISTA-FILTRO
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   MOVE SQLERRD (3) TO WS-LISTA-BORRADOS
              WHEN +100
                   CONTINUE
              WHEN OTHER
                   DISPLAY 'ERROR DELETE PRDTWLST SQLCODE ' SQLCODE
                   PERFORM 09-ABORTAR-FILTRO
           END-EVALUATE

           MOVE WS-LISTA-FILTRO  TO LST-LISTA
           MOVE WS-FECHA-PROCESO TO LST-FECHA-CARGA
           PERFORM 0131-LEER-LISTAS
           PERFORM 0132-CARGAR-REGISTRO UNTIL SI-FIN-LISTAS
           CLOSE LISTAS

           IF WS-LISTA-CARGADOS = ZEROS
              DISPLAY 'LA LISTA ' WS-LISTA-FILTRO
                      ' NO TRAE REGISTROS VALIDOS'
              PERFORM 09-ABORTAR-FILTRO
           END-IF

           EXEC SQL
               COMMIT
           END-EXEC
           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR EN COMMIT SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-FILTRO
           END-IF.

       0131-LEER-LISTAS.
           READ LISTAS
              AT END SET SI-FIN-LISTAS TO TRUE
           END-READ
           IF NO-FIN-LISTAS
              IF WS-ESTADO-LIS NOT = '00'
                 DISPLAY 'ERROR LEYENDO LISTAS ' WS-ESTADO-LIS
                 PERFORM 09-ABORTAR-FILTRO
              END-IF
              ADD 1 TO WS-LISTA-LEIDOS
           END-IF.

       0132-CARGAR-REGISTRO.
           SET SI-REGISTRO-VALIDO TO TRUE
           INITIALIZE WS-DETALLE
           MOVE LIS-LISTA         TO DET-LISTA
           MOVE LIS-ID            TO DET-ID
           MOVE LIS-TIPO          TO DET-TIPO
           MOVE LIS-NOMBRE        TO DET-NOMBRE

           EVALUATE TRUE
              WHEN LIS-LISTA NOT = WS-LISTA-FILTRO
                   SET NO-REGISTRO-VALIDO TO TRUE
                   MOVE 'RECHAZADO: NO ES LA LISTA DEL PARM'
                                         TO DET-RESULTADO
              WHEN LIS-ID = SPACES OR LOW-VALUES
                   SET NO-REGISTRO-VALIDO TO TRUE
                   MOVE 'RECHAZADO: SIN ID EN LA LISTA' TO DET-RESULTADO
              WHEN NOT LIS-TIPO-VALIDO
                   SET NO-REGISTRO-VALIDO TO TRUE
                   MOVE 'RECHAZADO: TIPO INVALIDO (S O P)'
                                         TO DET-RESULTADO
           END-EVALUATE

           IF SI-REGISTRO-VALIDO
              MOVE LIS-NOMBRE     TO WS-NOR-ENTRADA
              PERFORM 05-NORMALIZAR-NOMBRE
              IF WS-NOR-NUM-PALABRAS = ZEROS
                 SET NO-REGISTRO-VALIDO TO TRUE
                 MOVE 'RECHAZADO: NOMBRE SIN PALABRAS'
                                         TO DET-RESULTADO
              END-IF
           END-IF

           IF SI-REGISTRO-VALIDO
              MOVE LIS-DOCUMENTO  TO WS-DOC-ENTRADA
              PERFORM 06-NORMALIZAR-DOCUMENTO
              PERFORM 0133-INSERTAR-REGISTRO
           END-IF

           IF SI-REGISTRO-VALIDO
              ADD 1 TO WS-LISTA-CARGADOS
           ELSE
              ADD 1 TO WS-LISTA-RECHAZADOS
              MOVE WS-DETALLE TO REG-SALIDA
              PERFORM 99-ESCRIBIR
           END-IF

           PERFORM 0131-LEER-LISTAS.

       0133-INSERTAR-REGISTRO.
           MOVE LIS-ID               TO LST-ID
           MOVE LIS-TIPO             TO LST-TIPO
           MOVE LIS-NOMBRE           TO LST-NOMBRE
           MOVE WS-NOR-NOMBRE        TO LST-NOMBRE-NORM
           MOVE WS-DOC-NORMAL        TO LST-DOCUMENTO-NORM
           MOVE WS-NOR-NUM-PALABRAS  TO LST-PALABRAS
           EXEC SQL
               INSERT INTO PRDTWLST
                   (LST_LISTA, LST_ID, LST_TIPO, LST_NOMBRE,
                    LST_NOMBRE_NORM, LST_DOCUMENTO_NORM, LST_PALABRAS,
                    LST_FECHA_CARGA)
               VALUES
                   (:LST-LISTA, :LST-ID, :LST-TIPO, :LST-NOMBRE,
                    :LST-NOMBRE-NORM, :LST-DOCUMENTO-NORM,
                    :LST-PALABRAS, :LST-FECHA-CARGA)
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   MOVE LST-LISTA    TO LPA-LISTA
                   MOVE LST-ID       TO LPA-ID
                   PERFORM 0134-INSERTAR-PALABRA
                           VARYING WS-IX-PALABRA FROM 1 BY 1
                           UNTIL WS-IX-PALABRA > WS-NOR-NUM-PALABRAS
              WHEN -803
                   SET NO-REGISTRO-VALIDO TO TRUE
                   MOVE 'RECHAZADO: ID REPETIDO EN LA LISTA'
                                         TO DET-RESULTADO
              WHEN OTHER
                   DISPLAY 'ERROR INSERT PRDTWLST SQLCODE ' SQLCODE
                           ' ID ' LST-ID
                   PERFORM 09-ABORTAR-FILTRO
           END-EVALUATE.

       0134-INSERTAR-PALABRA.
           MOVE WS-NOR-PALABRA-SIG (WS-IX-PALABRA) TO LPA-PALABRA
           EXEC SQL
               INSERT INTO PRDTWLPA
                   (LPA_PALABRA, LPA_LISTA, LPA_ID)
               VALUES
                   (:LPA-PALABRA, :LPA-LISTA, :LPA-ID)
           END-EXEC
           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR INSERT PRDTWLPA SQLCODE ' SQLCODE
                      ' ID ' LPA-ID
              PERFORM 09-ABORTAR-FILTRO
           END-IF.

       021-FETCH-CURSOR-1.
           EXEC SQL
               FETCH CURSOR_1
               INTO :CLI-CODIGO, :CLI-NOMBRE, :CLI-DOCUMENTO
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   SET SI-CLIENTE-A-FILTRAR TO TRUE
              WHEN +100
                   SET SI-FIN-ENTRADA TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_1 SQLCODE ' SQLCODE
                   PERFORM 09-ABORTAR-FILTRO
           END-EVALUATE.

      ******************************************************************
      *                    022-LEER-MANTLOGC                           *
      *   SOLO CUENTAN LAS ALTAS Y CAMBIOS APLICADOS (COD-RET '00');   *
      *   EL CLIENTE SE RELEE DE LA MAESTRA PARA FILTRAR SUS DATOS     *
      *   VIGENTES                                                     *
      ******************************************************************
       022-LEER-MANTLOGC.
           SET NO-CLIENTE-A-FILTRAR TO TRUE
           READ MANTLOGC
              AT END SET SI-FIN-ENTRADA TO TRUE
           END-READ
           IF NO-FIN-ENTRADA
              IF WS-ESTADO-LOG NOT = '00'
                 DISPLAY 'ERROR LEYENDO MANTLOGC ' WS-ESTADO-LOG
                 PERFORM 09-ABORTAR-FILTRO
              END-IF
              ADD 1 TO WS-LOG-LEIDOS
              IF (LOG-OP-ALTA OR LOG-OP-CAMBIO)
                 AND LOG-COD-RET = '00'
                   PERFORM 023-LEER-CLIENTE
              ELSE
                   ADD 1 TO WS-LOG-OMITIDOS
              END-IF
           END-IF.

       023-LEER-CLIENTE.
           MOVE LOG-CODIGO TO CLI-CODIGO
           EXEC SQL
               SELECT CLI_NOMBRE, CLI_DOCUMENTO
               INTO  :CLI-NOMBRE, :CLI-DOCUMENTO
               FROM  PRDTWCLI
               WHERE CLI_CODIGO = :CLI-CODIGO
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = +100
                   ADD 1 TO WS-LOG-OMITIDOS
              WHEN SQLCODE NOT = ZEROS
                   DISPLAY 'ERROR SELECT PRDTWCLI SQLCODE ' SQLCODE
                           ' CLIENTE ' CLI-CODIGO
                   PERFORM 09-ABORTAR-FILTRO
              WHEN CLI-NOMBRE = CTE-NOMBRE-ANONIMO
                   ADD 1 TO WS-LOG-OMITIDOS
              WHEN OTHER
                   SET SI-CLIENTE-A-FILTRAR TO TRUE
           END-EVALUATE.

      ******************************************************************
      *                        02-PROCESO                              *
      ******************************************************************
       02-PROCESO.
           IF SI-CLIENTE-A-FILTRAR
              PERFORM 024-FILTRAR-CLIENTE
           END-IF

           ADD 1 TO WS-SIN-CONFIRMAR
           IF WS-SIN-CONFIRMAR NOT < CTE-INTERVALO-COMMIT
              PERFORM 028-CONFIRMAR-AVANCE
           END-IF

           IF PARM-MODO-CARGA
              PERFORM 021-FETCH-CURSOR-1
           ELSE
              PERFORM 022-LEER-MANTLOGC
           END-IF.

      ******************************************************************
      *                    024-FILTRAR-CLIENTE                         *
      *   PRIMERO EL DOCUMENTO, LUEGO EL NOMBRE: SI EL MISMO REGISTRO  *
      *   DE LISTA COINCIDE POR AMBOS QUEDA UN SOLO CASO (EL DE 100)   *
      ******************************************************************
       024-FILTRAR-CLIENTE.
           ADD 1 TO WS-CLIENTES-FILTRADOS
           MOVE CLI-CODIGO      TO SAN-CLIENTE
           MOVE CLI-NOMBRE      TO SAN-NOMBRE-CLIENTE
           MOVE CLI-DOCUMENTO   TO SAN-DOCUMENTO-CLIENTE

           MOVE CLI-DOCUMENTO   TO WS-DOC-ENTRADA
           PERFORM 06-NORMALIZAR-DOCUMENTO
           IF WS-DOC-NORMAL NOT = SPACES
              PERFORM 025-BUSCAR-DOCUMENTO
           END-IF

           MOVE CLI-NOMBRE      TO WS-NOR-ENTRADA
           PERFORM 05-NORMALIZAR-NOMBRE
           IF WS-NOR-NUM-PALABRAS > ZEROS
              PERFORM 026-BUSCAR-NOMBRE
           END-IF.

       025-BUSCAR-DOCUMENTO.
           EXEC SQL
               OPEN CURSOR_2
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_2 SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-FILTRO
           END-IF

           SET NO-FIN-CURSOR TO TRUE
           PERFORM 0251-FETCH-CURSOR-2
           PERFORM 0252-CASO-DOCUMENTO UNTIL SI-FIN-CURSOR

           EXEC SQL
               CLOSE CURSOR_2
           END-EXEC.

       0251-FETCH-CURSOR-2.
           EXEC SQL
               FETCH CURSOR_2
               INTO :SAN-LISTA, :SAN-ID-LISTA, :SAN-TIPO-LISTA
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   SET SI-FIN-CURSOR TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_2 SQLCODE ' SQLCODE
                   PERFORM 09-ABORTAR-FILTRO
           END-EVALUATE.

       0252-CASO-DOCUMENTO.
           SET SAN-COI-DOCUMENTO TO TRUE
           MOVE 100              TO SAN-PUNTAJE
           PERFORM 027-REGISTRAR-CASO
           PERFORM 0251-FETCH-CURSOR-2.

      ******************************************************************
      *                    026-BUSCAR-NOMBRE                           *
      *   PUNTAJE = PALABRAS COMPARTIDAS * 100 / PALABRAS DEL NOMBRE   *
      *   LISTADO: 100 CUANDO TODO EL NOMBRE LISTADO ESTA EN EL DEL    *
      *   CLIENTE, EN CUALQUIER ORDEN                                  *
      ******************************************************************
       026-BUSCAR-NOMBRE.
           MOVE SPACES TO WS-PALABRAS-BUSQUEDA
           PERFORM 0261-PASAR-PALABRA
                   VARYING WS-IX-PALABRA FROM 1 BY 1
                   UNTIL WS-IX-PALABRA > WS-NOR-NUM-PALABRAS

           IF WS-NOR-NUM-PALABRAS = 1
              MOVE 1                    TO WS-MIN-COMPARTIDAS
           ELSE
              MOVE CTE-MIN-COMPARTIDAS  TO WS-MIN-COMPARTIDAS
           END-IF

           EXEC SQL
               OPEN CURSOR_3
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_3 SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-FILTRO
           END-IF

           SET NO-FIN-CURSOR TO TRUE
           PERFORM 0262-FETCH-CURSOR-3
           PERFORM 0263-CASO-NOMBRE UNTIL SI-FIN-CURSOR

           EXEC SQL
               CLOSE CURSOR_3
           END-EXEC.

       0261-PASAR-PALABRA.
           MOVE WS-NOR-PALABRA-SIG (WS-IX-PALABRA)
             TO BUS-PALABRA (WS-IX-PALABRA).

       0262-FETCH-CURSOR-3.
           EXEC SQL
               FETCH CURSOR_3
               INTO :SAN-LISTA, :SAN-ID-LISTA, :SAN-TIPO-LISTA,
                    :LST-PALABRAS, :WS-COMPARTIDAS
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   SET SI-FIN-CURSOR TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_3 SQLCODE ' SQLCODE
                   PERFORM 09-ABORTAR-FILTRO
           END-EVALUATE.

       0263-CASO-NOMBRE.
           IF LST-PALABRAS > ZEROS
              COMPUTE SAN-PUNTAJE = WS-COMPARTIDAS * 100 / LST-PALABRAS
              IF SAN-PUNTAJE NOT < CTE-PUNTAJE-MINIMO
                 SET SAN-COI-NOMBRE TO TRUE
                 PERFORM 027-REGISTRAR-CASO
              END-IF
           END-IF
           PERFORM 0262-FETCH-CURSOR-3.

      ******************************************************************
      *                    027-REGISTRAR-CASO                          *
      *   NO SE ABRE CASO SI YA HAY UNO PENDIENTE O CONFIRMADO PARA EL *
      *   CLIENTE Y EL REGISTRO DE LISTA, NI SI CUMPLIMIENTO DESCARTO  *
      *   UNO CON EL MISMO NOMBRE Y DOCUMENTO DEL CLIENTE Y UN PUNTAJE *
      *   IGUAL O MAYOR (SI EL CLIENTE CAMBIO, SE VUELVE A REVISAR)    *
      ******************************************************************
       027-REGISTRAR-CASO.
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-CONT-EXISTE
               FROM   PRDTWSAN
               WHERE  SAN_CLIENTE  = :SAN-CLIENTE
               AND    SAN_LISTA    = :SAN-LISTA
               AND    SAN_ID_LISTA = :SAN-ID-LISTA
               AND   (SAN_ESTADO IN ('P', 'C')
                OR   (SAN_ESTADO            = 'D'
               AND    SAN_PUNTAJE          >= :SAN-PUNTAJE
               AND    SAN_NOMBRE_CLIENTE    = :SAN-NOMBRE-CLIENTE
               AND    SAN_DOCUMENTO_CLIENTE = :SAN-DOCUMENTO-CLIENTE))
           END-EXEC
           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR SELECT PRDTWSAN SQLCODE ' SQLCODE
                      ' CLIENTE ' SAN-CLIENTE
              PERFORM 09-ABORTAR-FILTRO
           END-IF

           IF WS-CONT-EXISTE > ZEROS
              ADD 1 TO WS-CASOS-EXISTENTES
           ELSE
              PERFORM 0271-INSERTAR-CASO
           END-IF.

       0271-INSERTAR-CASO.
           ADD 1                  TO WS-ULTIMO-CASO
           MOVE WS-ULTIMO-CASO    TO SAN-CASO
           MOVE 'P'               TO SAN-ESTADO
           MOVE WS-FECHA-PROCESO  TO SAN-FECHA-DETECCION
           MOVE ZEROS             TO SAN-CONTRATOS-BLOQ
           EXEC SQL
               INSERT INTO PRDTWSAN
                   (SAN_CASO, SAN_CLIENTE, SAN_LISTA, SAN_ID_LISTA,
                    SAN_TIPO_LISTA, SAN_COINCIDENCIA, SAN_PUNTAJE,
                    SAN_NOMBRE_CLIENTE, SAN_DOCUMENTO_CLIENTE,
                    SAN_ESTADO, SAN_FECHA_DETECCION, SAN_ANALISTA,
                    SAN_FECHA_RESOLUCION, SAN_OBSERVACION,
                    SAN_CONTRATOS_BLOQ, SAN_ALERTA)
               VALUES
                   (:SAN-CASO, :SAN-CLIENTE, :SAN-LISTA, :SAN-ID-LISTA,
                    :SAN-TIPO-LISTA, :SAN-COINCIDENCIA, :SAN-PUNTAJE,
                    :SAN-NOMBRE-CLIENTE, :SAN-DOCUMENTO-CLIENTE,
                    :SAN-ESTADO, :SAN-FECHA-DETECCION, ' ',
                    ' ', ' ',
                    :SAN-CONTRATOS-BLOQ, ' ')
           END-EXEC
           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR INSERT PRDTWSAN SQLCODE ' SQLCODE
                      ' CLIENTE ' SAN-CLIENTE
              PERFORM 09-ABORTAR-FILTRO
           END-IF
           ADD 1 TO WS-CASOS-NUEVOS

           INITIALIZE WS-DETALLE
           MOVE SAN-CLIENTE         TO DET-CLIENTE
           MOVE SAN-NOMBRE-CLIENTE  TO DET-NOMBRE
           MOVE SAN-LISTA           TO DET-LISTA
           MOVE SAN-ID-LISTA        TO DET-ID
           MOVE SAN-TIPO-LISTA      TO DET-TIPO
           MOVE SAN-COINCIDENCIA    TO DET-COINCIDENCIA
           MOVE SAN-PUNTAJE         TO DET-PUNTAJE
           MOVE SAN-CASO            TO DET-CASO
           MOVE 'CASO NUEVO PENDIENTE DE REVISION' TO DET-RESULTADO
           MOVE WS-DETALLE TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

      ******************************************************************
      *                  028-CONFIRMAR-AVANCE                          *
      *   EL FILTRO SE PUEDE REPETIR SIN DUPLICAR CASOS, ASI QUE UNA   *
      *   CORRIDA CAIDA SE RELANZA COMPLETA SIN PUNTO DE CONTROL       *
      ******************************************************************
       028-CONFIRMAR-AVANCE.
           EXEC SQL
               COMMIT
           END-EXEC
           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR EN COMMIT SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-FILTRO
           END-IF
           MOVE ZEROS TO WS-SIN-CONFIRMAR.

      ******************************************************************
      *                   05-NORMALIZAR-NOMBRE                         *
      *   DE WS-NOR-ENTRADA DEJA WS-NOR-NOMBRE, WS-NOR-PALABRA-SIG Y   *
      *   WS-NOR-NUM-PALABRAS                                          *
      ******************************************************************
       05-NORMALIZAR-NOMBRE.
           INSPECT WS-NOR-ENTRADA
                   CONVERTING CTE-MINUSCULAS TO CTE-MAYUSCULAS
           INSPECT WS-NOR-ENTRADA
                   CONVERTING CTE-SIGNOS     TO CTE-BLANCOS
           MOVE SPACES TO WS-NOR-NOMBRE WS-NOR-TABLA-PALABRAS
           MOVE ZEROS  TO WS-NOR-NUM-PALABRAS
           MOVE 1      TO WS-NOR-PUNTERO WS-NOR-PUNTERO-SAL
           PERFORM 051-SEPARAR-PALABRA
                   UNTIL WS-NOR-PUNTERO > LENGTH OF WS-NOR-ENTRADA.

       051-SEPARAR-PALABRA.
           MOVE SPACES TO WS-NOR-PALABRA
           UNSTRING WS-NOR-ENTRADA DELIMITED BY ALL SPACE
                    INTO WS-NOR-PALABRA
                    WITH POINTER WS-NOR-PUNTERO
           END-UNSTRING

           IF WS-NOR-PALABRA NOT = SPACES
              IF WS-NOR-PUNTERO-SAL > 1
                 STRING ' '            DELIMITED SIZE
                        INTO WS-NOR-NOMBRE
                        WITH POINTER WS-NOR-PUNTERO-SAL
                 END-STRING
              END-IF
              STRING WS-NOR-PALABRA    DELIMITED SPACE
                     INTO WS-NOR-NOMBRE
                     WITH POINTER WS-NOR-PUNTERO-SAL
              END-STRING
              PERFORM 052-VALIDAR-PALABRA
              IF SI-PALABRA-SIGNIFICATIVA
                 ADD 1 TO WS-NOR-NUM-PALABRAS
                 MOVE WS-NOR-PALABRA
                   TO WS-NOR-PALABRA-SIG (WS-NOR-NUM-PALABRAS)
              END-IF
           END-IF.

      *    NO CUENTAN LAS DE UNA LETRA, LAS PARTICULAS NI LAS YA
      *    TOMADAS; DESPUES DE CTE-MAX-PALABRAS SE IGNORAN
       052-VALIDAR-PALABRA.
           SET SI-PALABRA-SIGNIFICATIVA TO TRUE
           IF WS-NOR-PALABRA (2:1) = SPACE
              OR WS-NOR-NUM-PALABRAS NOT < CTE-MAX-PALABRAS
                SET NO-PALABRA-SIGNIFICATIVA TO TRUE
           END-IF

           IF SI-PALABRA-SIGNIFICATIVA
              SET I-PAR TO 1
              SEARCH PAR-PARTICULA
                 AT END
                    CONTINUE
                 WHEN PAR-PARTICULA (I-PAR) = WS-NOR-PALABRA
                    SET NO-PALABRA-SIGNIFICATIVA TO TRUE
              END-SEARCH
           END-IF

           IF SI-PALABRA-SIGNIFICATIVA
              SET I-PAL TO 1
              SEARCH WS-NOR-PALABRA-SIG
                 AT END
                    CONTINUE
                 WHEN I-PAL > WS-NOR-NUM-PALABRAS
                    CONTINUE
                 WHEN WS-NOR-PALABRA-SIG (I-PAL) = WS-NOR-PALABRA
                    SET NO-PALABRA-SIGNIFICATIVA TO TRUE
              END-SEARCH
           END-IF.

      ******************************************************************
      *                 06-NORMALIZAR-DOCUMENTO                        *
      *   DE WS-DOC-ENTRADA DEJA EN WS-DOC-NORMAL SOLO LETRAS Y        *
      *   DIGITOS, AJUSTADOS A LA IZQUIERDA                            *
      ******************************************************************
       06-NORMALIZAR-DOCUMENTO.
           INSPECT WS-DOC-ENTRADA
                   CONVERTING CTE-MINUSCULAS TO CTE-MAYUSCULAS
           MOVE SPACES TO WS-DOC-NORMAL
           MOVE 1      TO WS-DOC-DESTINO
           PERFORM 061-NORMALIZAR-CARACTER
                   VARYING WS-DOC-POS FROM 1 BY 1
                   UNTIL WS-DOC-POS > LENGTH OF WS-DOC-ENTRADA.

       061-NORMALIZAR-CARACTER.
           MOVE WS-DOC-ENTRADA (WS-DOC-POS:1) TO WS-DOC-CARACTER
           IF (WS-DOC-CARACTER IS NUMERIC
               OR WS-DOC-CARACTER IS ALPHABETIC-UPPER)
              AND WS-DOC-CARACTER NOT = SPACE
                MOVE WS-DOC-CARACTER
                  TO WS-DOC-NORMAL (WS-DOC-DESTINO:1)
                ADD 1 TO WS-DOC-DESTINO
           END-IF.

       09-ABORTAR-FILTRO.
           DISPLAY 'SE REVERSA EL AVANCE PENDIENTE Y SE DETIENE EL '
                   'FILTRO'
           EXEC SQL
               ROLLBACK
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR EN ROLLBACK SQLCODE ' SQLCODE
           END-IF
           MOVE 12 TO RETURN-CODE
           STOP RUN.

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
      *   LOS CASOS NUEVOS SE AVISAN A CUMPLIMIENTO CON UNA ALERTA DE  *
      *   ADVERTENCIA; LA CRITICA ES SOLO PARA LOS CONFIRMADOS         *
      ******************************************************************
       03-FINAL.
           IF PARM-MODO-CARGA
              EXEC SQL
                  CLOSE CURSOR_1
              END-EXEC
           ELSE
              CLOSE MANTLOGC
           END-IF

           PERFORM 028-CONFIRMAR-AVANCE

           IF WS-CASOS-NUEVOS > ZEROS
              INITIALIZE CAI-PE9CALR0
              MOVE CTE-PROGRAMA         TO ALR0-PROGRAMA
              SET ALR0-SEV-ADVERTENCIA  TO TRUE
              MOVE 'CASOS NUEVOS DE LISTAS RESTRICTIVAS'
                                        TO ALR0-MENSAJE
              MOVE WS-CLIENTES-FILTRADOS TO ALR0-LEIDOS
              MOVE WS-CASOS-NUEVOS      TO ALR0-ESCRITOS
              CALL 'PE3C0048' USING CAI-PE9CALR0
           END-IF

           MOVE WS-LISTA-CARGADOS     TO RES-LISTA-CARGADOS
           MOVE WS-LISTA-RECHAZADOS   TO RES-LISTA-RECHAZADOS
           MOVE WS-CLIENTES-FILTRADOS TO RES-CLIENTES
           MOVE WS-CASOS-NUEVOS       TO RES-CASOS-NUEVOS
           MOVE WS-ALERTAS-EMITIDAS   TO RES-ALERTAS
           MOVE WS-RESUMEN            TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           CLOSE SALIDA

           DISPLAY 'ALERTAS CRITICAS EMITIDAS : ' WS-ALERTAS-EMITIDAS
           IF PARM-MODO-CARGA
              DISPLAY 'LISTA ' WS-LISTA-FILTRO ' BORRADOS : '
                      WS-LISTA-BORRADOS
              DISPLAY 'REGISTROS DE LISTA LEIDOS : ' WS-LISTA-LEIDOS
              DISPLAY 'REGISTROS CARGADOS        : ' WS-LISTA-CARGADOS
              DISPLAY 'REGISTROS RECHAZADOS      : ' WS-LISTA-RECHAZADOS
           ELSE
              DISPLAY 'REGISTROS MANTLOGC LEIDOS : ' WS-LOG-LEIDOS
              DISPLAY 'REGISTROS OMITIDOS        : ' WS-LOG-OMITIDOS
           END-IF
           DISPLAY 'CLIENTES FILTRADOS        : ' WS-CLIENTES-FILTRADOS
           DISPLAY 'CASOS NUEVOS              : ' WS-CASOS-NUEVOS
           DISPLAY 'CASOS YA EXISTENTES       : ' WS-CASOS-EXISTENTES

           EVALUATE TRUE
              WHEN SI-ERROR-PROCESO
                   MOVE 8 TO RETURN-CODE
              WHEN WS-LISTA-RECHAZADOS > ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.
