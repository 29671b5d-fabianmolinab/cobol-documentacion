       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0132.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           REINTENTO AUTOMATICO DE LAS EXCEPCIONES ABIERTAS EN
      *           PRDTWEXC CUYO CODIGO ES UNA FALLA TRANSITORIA DE DB2
      *           (MARCA 'S' EN LA LEYENDA PE3COLEY), AL COMIENZO DEL
      *           CICLO SIGUIENTE. CORRE DOS VECES POR RUTINA
      *           (PE3C0014/16/18) ALREDEDOR DE PE3C0023:
      *           MODO 'E' ARMA EL ARCHIVO LLAVES (LAYOUT PE3CCENT)
      *           CON LAS LLAVES A REINTENTAR Y SUMA UN REINTENTO A
      *           CADA EXCEPCION; LA QUE LLEGO AL MAXIMO YA NO SE
      *           REINTENTA Y QUEDA LISTADA PARA ATENCION MANUAL.
      *           PE3C0023 CORRE ESE ARCHIVO CON LA RUTINA ORIGINAL.
      *           MODO 'A' CRUZA LAS LLAVES CON LA SALIDA DE PE3C0023:
      *           LA LLAVE QUE AHORA DEVUELVE '00' RESUELVE ('R') SUS
      *           EXCEPCIONES REINTENTADAS HOY, CON SU NOTA
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
      ***********LLAVES A REINTENTAR (SALE EN 'E', ENTRA EN 'A')********
           SELECT LLAVES    ASSIGN TO LLAVES
                            FILE STATUS IS WS-ESTADO-LLA.
      ***********SALIDA DE PE3C0023 SOBRE LAS LLAVES (MODO 'A')*********
           SELECT RESULTADO ASSIGN TO RESULTADO
                            FILE STATUS IS WS-ESTADO-RES.
      *****************ARCHIVO DE SALIDA DEL REPORTE*********************
           SELECT SALIDA    ASSIGN TO SALIDA
                            FILE STATUS IS WS-ESTADO.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  LLAVES RECORDING MODE IS F
                  BLOCK CONTAINS 0 RECORDS.
           COPY PE3CCENT.

      *    MISMO LAYOUT DEL DETALLE QUE ESCRIBE PE3C0023 EN SU SALIDA
      *    (WS-DETALLE); EL TITULO Y EL RESUMEN NUNCA CASAN CON UNA
      *    LLAVE CLIENTE/CONTRATO Y SE PASAN DE LARGO
       FD  RESULTADO
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-RESULTADO.
           05 RES-CLIENTE                  PIC X(8).
           05 FILLER                       PIC X.
           05 RES-CONTRATO                 PIC X(18).
           05 FILLER                       PIC X.
           05 RES-PRODUCTO                 PIC X(2).
           05 FILLER                       PIC X.
           05 RES-OFICINA                  PIC X(4).
           05 FILLER                       PIC X.
           05 RES-COD-RET                  PIC XX.
           05 FILLER                       PIC X(62).

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
       01 WS-ESTADO-LLA                  PIC XX    VALUE '00'.
       01 WS-ESTADO-RES                  PIC XX    VALUE '00'.
      ******************************************************************
      *                           SWITCHES                             *
      ******************************************************************
       01 SWITCHES.
           05 SW-FIN-CURSOR-1        PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR-1                  VALUE 'S'.
             88 NO-FIN-CURSOR-1                  VALUE 'N'.
           05 SW-FIN-LLAVES          PIC X       VALUE 'N'.
             88 SI-FIN-LLAVES                    VALUE 'S'.
             88 NO-FIN-LLAVES                    VALUE 'N'.
           05 SW-FIN-RESULTADO       PIC X       VALUE 'N'.
             88 SI-FIN-RESULTADO                 VALUE 'S'.
             88 NO-FIN-RESULTADO                 VALUE 'N'.
           05 SW-ERROR-PROCESO       PIC X       VALUE 'N'.
             88 SI-ERROR-PROCESO                 VALUE 'S'.
             88 NO-ERROR-PROCESO                 VALUE 'N'.
           05 SW-REINTENTABLE        PIC X       VALUE 'N'.
             88 SI-REINTENTABLE                  VALUE 'S'.
             88 NO-REINTENTABLE                  VALUE 'N'.
           05 SW-RESULTADO-HALLADO   PIC X       VALUE 'N'.
             88 SI-RESULTADO-HALLADO             VALUE 'S'.
             88 NO-RESULTADO-HALLADO             VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-EXC-LEIDAS               PIC 9(09) VALUE ZEROS.
          05 WS-NO-REINTENTABLES         PIC 9(09) VALUE ZEROS.
          05 WS-REINTENTADAS             PIC 9(09) VALUE ZEROS.
          05 WS-AGOTADAS                 PIC 9(09) VALUE ZEROS.
          05 WS-LLAVES                   PIC 9(09) VALUE ZEROS.
          05 WS-LLAVES-OK                PIC 9(09) VALUE ZEROS.
          05 WS-LLAVES-FALLAN            PIC 9(09) VALUE ZEROS.
          05 WS-LLAVES-SIN-RESULTADO     PIC 9(09) VALUE ZEROS.
          05 WS-EXC-RESUELTAS            PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                          CONSTANTES                            *
      ******************************************************************
       01 WS-CONSTANTES.
          05 CTE-LONG-MAX-PARM           PIC 9(02) VALUE 07.
          05 WS-LONG-NUM                 PIC 9(02) VALUE ZEROS.
      *    TOPE DE REINTENTOS POR EXCEPCION (DEL PARM; 3 POR DEFECTO)
          05 WS-MAX-REINTENTOS           PIC 9(02) VALUE 03.
          05 CTE-NOTA-RESUELTA           PIC X(40) VALUE
                                 'RESUELTA POR REINTENTO AUTOMATICO'.
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 WS-FECHA-PROCESO               PIC X(10) VALUE SPACES.
       01 WS-FECHA-COMPACTA              PIC X(8)  VALUE SPACES.

      *    RUTINA ORIGINAL DE LAS EXCEPCIONES ('PE3C00' + PARM)
       01 WS-RUTINA.
           05 FILLER                     PIC X(6)  VALUE 'PE3C00'.
           05 WS-RUTINA-NUM              PIC X(2).

       01 PRDTW-EXC.
           05 EXT-CLIENTE                       PIC X(8).
           05 EXT-CONTRATO                      PIC X(18).
           05 EXT-COD-RET                       PIC X(2).
           05 EXT-FECHA                         PIC X(8).
           05 EXT-HORA                          PIC X(6).
           05 EXT-REINTENTOS                    PIC S9(3) COMP-3.
           05 EXT-FECHA-REINTENTO               PIC X(8).

      *    UNA LLAVE CON VARIAS EXCEPCIONES SE REINTENTA UNA SOLA VEZ:
      *    PE3C0023 RECHAZA LAS LLAVES DUPLICADAS
       01 WS-LLAVE-ESCRITA.
           05 LLE-CLIENTE                PIC X(8)  VALUE LOW-VALUES.
           05 LLE-CONTRATO               PIC X(18) VALUE LOW-VALUES.
       01 WS-LLAVE-ACTUAL.
           05 LLA-CLIENTE                PIC X(8).
           05 LLA-CONTRATO               PIC X(18).

       01 WS-TEXTO-DETALLE               PIC X(30) VALUE SPACES.

      *    TEXTO DE LA ALERTA (40 POSICIONES DE ALR0-MENSAJE)
       01 WS-MENSAJE-ALERTA.
           05 FILLER                     PIC X(23) VALUE
                                          'REINTENTOS AGOTADOS    '.
           05 MSJ-RUTINA                 PIC X(8).
           05 FILLER                     PIC X(1)  VALUE SPACE.
           05 MSJ-CANTIDAD               PIC ZZZZ9.
           05 FILLER                     PIC X(3)  VALUE SPACES.

       01 WS-TITULO1.
          05 FILLER             PIC X(34) VALUE
                                 'REINTENTO DE FALLAS TRANSITORIAS -'.
          05 TIT-MODO           PIC X(10).
          05 FILLER             PIC X(8)  VALUE ' RUTINA '.
          05 TIT-RUTINA         PIC X(8).
          05 FILLER             PIC X(8)  VALUE ' FECHA: '.
          05 TIT-FECHA          PIC X(10).
       01 WS-TITULO2.
          05 FILLER             PIC X(9)  VALUE 'CLIENTE  '.
          05 FILLER             PIC X(19) VALUE 'CONTRATO           '.
          05 FILLER             PIC X(3)  VALUE 'CR '.
          05 FILLER             PIC X(9)  VALUE 'FECHA    '.
          05 FILLER             PIC X(7)  VALUE 'HORA   '.
          05 FILLER             PIC X(4)  VALUE 'REI '.
          05 FILLER             PIC X(11) VALUE 'OBSERVACION'.

       01 WS-DETALLE.
          05 DET-CLIENTE               PIC X(8).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-CONTRATO              PIC X(18).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-COD-RET               PIC X(2).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-FECHA                 PIC X(8).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-HORA                  PIC X(6).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-REINTENTOS            PIC ZZ9.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-TEXTO                 PIC X(30).

       01 WS-RESUMEN-E.
          05 CTE-RESUMEN-E            PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(10) VALUE 'ABIERTAS ='.
          05 RES-E-LEIDAS              PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(16) VALUE
                                       ' REINTENTADAS ='.
          05 RES-E-REINTENTADAS        PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(10) VALUE ' LLAVES ='.
          05 RES-E-LLAVES              PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(12) VALUE ' AGOTADAS ='.
          05 RES-E-AGOTADAS            PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(10) VALUE ' DE DATOS='.
          05 RES-E-NO-REINTENTABLES    PIC ZZZZZZZZ9.

       01 WS-RESUMEN-A.
          05 CTE-RESUMEN-A            PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(8)  VALUE 'LLAVES ='.
          05 RES-A-LLAVES              PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(6)  VALUE ' OK ='.
          05 RES-A-OK                  PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(11) VALUE ' FALLAN ='.
          05 RES-A-FALLAN              PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(16) VALUE
                                       ' SIN RESULTADO ='.
          05 RES-A-SIN-RESULTADO       PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(13) VALUE
                                       ' RESUELTAS ='.
          05 RES-A-RESUELTAS           PIC ZZZZZZZZ9.

      ******************************************************************
      *              LEYENDA CENTRAL DE CODIGOS DE RETORNO             *
      ******************************************************************
       COPY PE3COLEY.
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
               INCLUDE PETCOEXE
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: EXCEPCIONES ABIERTAS DE LA RUTINA DEL PARM,  **
      ******   EN ORDEN DE LLAVE COMO LAS ESPERA PE3C0023             **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT EXC_CLIENTE, EXC_CONTRATO, EXC_COD_RET,
                      EXC_FECHA, EXC_HORA, EXC_REINTENTOS,
                      EXC_FECHA_REINTENTO
               FROM PRDTWEXC
               WHERE EXC_RUTINA = :WS-RUTINA
               AND   EXC_ESTADO = 'A'
               ORDER BY EXC_CLIENTE, EXC_CONTRATO, EXC_FECHA, EXC_HORA
               FOR FETCH ONLY
           END-EXEC.

       LINKAGE SECTION.
       01 REG-PARM.
           05 PARM-LONG                         PIC X(02).
      *    'E' = EXTRAER LAS LLAVES A REINTENTAR, 'A' = APLICAR EL
      *    RESULTADO DE PE3C0023 SOBRE ESAS LLAVES
           05 PARM-MODO                         PIC X(01).
             88 PARM-MODO-EXTRAER                   VALUE 'E'.
             88 PARM-MODO-APLICAR                   VALUE 'A'.
      *    RUTINA ORIGINAL: 14, 16 O 18 (LA MISMA DEL PARM DE PE3C0023)
           05 PARM-RUTINA                       PIC X(02).
             88 PARM-RUTINA-VALIDA                  VALUE '14' '16'
                                                          '18'.
      *    TOPE DE REINTENTOS (OPCIONAL); EN CERO/BLANCO APLICA 3
           05 PARM-MAX-REINTENTOS               PIC X(02).

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING REG-PARM.
           PERFORM 01-INICIO
           IF PARM-MODO-EXTRAER
              PERFORM 02-EXTRAER UNTIL SI-FIN-CURSOR-1
           ELSE
              PERFORM 04-APLICAR UNTIL SI-FIN-LLAVES
           END-IF
           PERFORM 03-FINAL.
      ******************************************************************
      *                          01-INICIO                              *
      ******************************************************************
       01-INICIO.
           PERFORM 010-VALIDAR-PARM

           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO  TO WS-FECHA-PROCESO TIT-FECHA
           MOVE FPR0-FECHA-COMPACTA TO WS-FECHA-COMPACTA
           MOVE PARM-RUTINA         TO WS-RUTINA-NUM
           MOVE WS-RUTINA           TO TIT-RUTINA

           OPEN OUTPUT SALIDA
           IF WS-ESTADO NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ARCHIVO SALIDA  ' WS-ESTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           IF PARM-MODO-EXTRAER
              MOVE 'EXTRACCION' TO TIT-MODO
              PERFORM 011-ABRIR-EXTRACCION
           ELSE
              MOVE 'APLICACION' TO TIT-MODO
              PERFORM 012-ABRIR-APLICACION
           END-IF

           MOVE WS-TITULO1 TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO2 TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

       010-VALIDAR-PARM.
           IF PARM-LONG IS NOT NUMERIC
              DISPLAY 'PARM-LONG INVALIDO: ' PARM-LONG
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE PARM-LONG TO WS-LONG-NUM
           IF WS-LONG-NUM < 5 OR WS-LONG-NUM > CTE-LONG-MAX-PARM
              DISPLAY 'PARM-LONG INVALIDO: ' PARM-LONG
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           IF NOT PARM-MODO-EXTRAER AND NOT PARM-MODO-APLICAR
              DISPLAY 'PARM-MODO INVALIDO, DEBE SER E O A: ' PARM-MODO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           IF NOT PARM-RUTINA-VALIDA
              DISPLAY 'PARM-RUTINA INVALIDO, DEBE SER 14, 16 O 18'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-LONG-NUM > 5
              AND PARM-MAX-REINTENTOS IS NUMERIC
              AND PARM-MAX-REINTENTOS NOT = ZEROS
                MOVE PARM-MAX-REINTENTOS TO WS-MAX-REINTENTOS
           END-IF.

      ******************************************************************
      *                 011-ABRIR-EXTRACCION                           *
      *   EL ARCHIVO LLAVES LLEVA CABECERA CON LA FECHA DE NEGOCIO Y   *
      *   CIERRE CON LA CANTIDAD, COMO LO VALIDA PE3C0023              *
      ******************************************************************
       011-ABRIR-EXTRACCION.
           OPEN OUTPUT LLAVES
           IF WS-ESTADO-LLA NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ARCHIVO LLAVES ' WS-ESTADO-LLA
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           INITIALIZE REG-ENT-ARCHIVO
           SET ENT-REG-CABECERA     TO TRUE
           MOVE WS-FECHA-PROCESO    TO ENT-CAB-FECHA-PROCESO
           MOVE '01'                TO ENT-CAB-CICLO
           PERFORM 98-ESCRIBIR-LLAVE

           EXEC SQL
               OPEN CURSOR_1
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_1 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 021-FETCH-CURSOR-1.

       012-ABRIR-APLICACION.
           OPEN INPUT LLAVES
           IF WS-ESTADO-LLA NOT = '00'
              DISPLAY 'ERROR ABRIENDO ARCHIVO LLAVES ' WS-ESTADO-LLA
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT RESULTADO
           IF WS-ESTADO-RES NOT = '00'
              DISPLAY 'ERROR ABRIENDO ARCHIVO RESULTADO ' WS-ESTADO-RES
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 041-LEER-LLAVE
           PERFORM 043-LEER-RESULTADO.

      ******************************************************************
      *                        02-EXTRAER                              *
      *   SOLO LOS CODIGOS TRANSITORIOS SE REINTENTAN; UNA EXCEPCION   *
      *   QUE YA LLEGO AL TOPE SE LISTA Y QUEDA ABIERTA PARA QUE LA    *
      *   ATIENDA OPERACION. UN SEGUNDO PASO EL MISMO DIA NO VUELVE A  *
      *   CONTAR EL REINTENTO, PERO SI VUELVE A MANDAR LA LLAVE        *
      ******************************************************************
       02-EXTRAER.
           PERFORM 022-BUSCAR-LEYENDA

           EVALUATE TRUE
              WHEN NO-REINTENTABLE
                   ADD 1 TO WS-NO-REINTENTABLES
              WHEN EXT-FECHA-REINTENTO = WS-FECHA-COMPACTA
                   ADD 1 TO WS-REINTENTADAS
                   PERFORM 024-ESCRIBIR-LLAVE
              WHEN EXT-REINTENTOS NOT < WS-MAX-REINTENTOS
                   ADD 1 TO WS-AGOTADAS
                   MOVE 'REINTENTOS AGOTADOS' TO WS-TEXTO-DETALLE
                   PERFORM 025-REPORTAR-EXCEPCION
              WHEN OTHER
                   PERFORM 023-MARCAR-REINTENTO
           END-EVALUATE

           PERFORM 021-FETCH-CURSOR-1.

       021-FETCH-CURSOR-1.
           EXEC SQL
               FETCH CURSOR_1
               INTO :EXT-CLIENTE, :EXT-CONTRATO, :EXT-COD-RET,
                    :EXT-FECHA, :EXT-HORA, :EXT-REINTENTOS,
                    :EXT-FECHA-REINTENTO
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   ADD 1 TO WS-EXC-LEIDAS
              WHEN +100
                   SET SI-FIN-CURSOR-1 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_1 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR-1 TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

       022-BUSCAR-LEYENDA.
           SET NO-REINTENTABLE TO TRUE
           SET LEY-IND TO 1
           SEARCH LEY-ENTRADA
              AT END
                 CONTINUE
              WHEN LEY-COD(LEY-IND) = EXT-COD-RET
                 IF LEY-REINTENTABLE(LEY-IND)
                    SET SI-REINTENTABLE TO TRUE
                 END-IF
           END-SEARCH.

       023-MARCAR-REINTENTO.
           EXEC SQL
               UPDATE PRDTWEXC
               SET    EXC_REINTENTOS      = EXC_REINTENTOS + 1,
                      EXC_FECHA_REINTENTO = :WS-FECHA-COMPACTA
               WHERE  EXC_RUTINA   = :WS-RUTINA
               AND    EXC_CLIENTE  = :EXT-CLIENTE
               AND    EXC_CONTRATO = :EXT-CONTRATO
               AND    EXC_FECHA    = :EXT-FECHA
               AND    EXC_HORA     = :EXT-HORA
           END-EXEC

           IF SQLCODE = ZEROS
              ADD 1 TO WS-REINTENTADAS
              PERFORM 024-ESCRIBIR-LLAVE
           ELSE
              DISPLAY 'ERROR UPDATE PRDTWEXC SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO TO TRUE
           END-IF.

      *    OFICINA Y PRODUCTO SALEN DEL CONTRATO: PE3C0023 RECHAZA LA
      *    LLAVE SI LOS INFORMADOS NO COINCIDEN CON LOS EMBEBIDOS
       024-ESCRIBIR-LLAVE.
           MOVE EXT-CLIENTE  TO LLA-CLIENTE
           MOVE EXT-CONTRATO TO LLA-CONTRATO
           IF WS-LLAVE-ACTUAL NOT = WS-LLAVE-ESCRITA
              INITIALIZE REG-ENT-ARCHIVO
              SET ENT-REG-DETALLE         TO TRUE
              MOVE EXT-CLIENTE            TO ENT-DET-CLIENTE
              MOVE EXT-CONTRATO           TO ENT-DET-CONTRATO
              MOVE ENT-DET-OFICINA        TO ENT-DET-OFICINA-INF
              MOVE ENT-DET-PRODUCTO       TO ENT-DET-PRODUCTO-INF
              PERFORM 98-ESCRIBIR-LLAVE
              ADD 1 TO WS-LLAVES
              MOVE WS-LLAVE-ACTUAL        TO WS-LLAVE-ESCRITA
           END-IF.

       025-REPORTAR-EXCEPCION.
           INITIALIZE WS-DETALLE
           MOVE EXT-CLIENTE      TO DET-CLIENTE
           MOVE EXT-CONTRATO     TO DET-CONTRATO
           MOVE EXT-COD-RET      TO DET-COD-RET
           MOVE EXT-FECHA        TO DET-FECHA
           MOVE EXT-HORA         TO DET-HORA
           MOVE EXT-REINTENTOS   TO DET-REINTENTOS
           MOVE WS-TEXTO-DETALLE TO DET-TEXTO
           MOVE WS-DETALLE       TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

      ******************************************************************
      *                        04-APLICAR                              *
      *   PE3C0023 ESCRIBE UN DETALLE POR LLAVE EN EL MISMO ORDEN DEL  *
      *   ARCHIVO LLAVES: SE AVANZA LA SALIDA HASTA LA LINEA DE LA     *
      *   LLAVE. CON '00' SE RESUELVEN LAS EXCEPCIONES DE LA LLAVE     *
      *   REINTENTADAS HOY; CUALQUIER OTRO CODIGO LAS DEJA ABIERTAS    *
      ******************************************************************
       04-APLICAR.
           IF ENT-REG-DETALLE
              ADD 1 TO WS-LLAVES
              MOVE ENT-DET-CLIENTE  TO EXT-CLIENTE
              MOVE ENT-DET-CONTRATO TO EXT-CONTRATO
              PERFORM 042-BUSCAR-RESULTADO
              EVALUATE TRUE
                 WHEN NO-RESULTADO-HALLADO
                      ADD 1 TO WS-LLAVES-SIN-RESULTADO
                      MOVE SPACES TO EXT-COD-RET
                      MOVE 'SIN RESULTADO DE PE3C0023'
                                    TO WS-TEXTO-DETALLE
                 WHEN RES-COD-RET = '00'
                      ADD 1 TO WS-LLAVES-OK
                      MOVE RES-COD-RET TO EXT-COD-RET
                      PERFORM 044-RESOLVER-EXCEPCIONES
                 WHEN OTHER
                      ADD 1 TO WS-LLAVES-FALLAN
                      MOVE RES-COD-RET TO EXT-COD-RET
                      MOVE 'SIGUE FALLANDO, QUEDA ABIERTA'
                                    TO WS-TEXTO-DETALLE
              END-EVALUATE
              MOVE SPACES TO EXT-FECHA EXT-HORA
              MOVE ZEROS  TO EXT-REINTENTOS
              PERFORM 025-REPORTAR-EXCEPCION
           END-IF

           PERFORM 041-LEER-LLAVE.

       041-LEER-LLAVE.
           READ LLAVES
              AT END
                 SET SI-FIN-LLAVES TO TRUE
           END-READ
           IF WS-ESTADO-LLA NOT = '00' AND NOT = '10'
              DISPLAY 'ERROR LEYENDO ARCHIVO LLAVES ' WS-ESTADO-LLA
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       042-BUSCAR-RESULTADO.
           SET NO-RESULTADO-HALLADO TO TRUE
           PERFORM 0421-AVANZAR-RESULTADO
                   UNTIL SI-RESULTADO-HALLADO OR SI-FIN-RESULTADO.

       0421-AVANZAR-RESULTADO.
           IF RES-CLIENTE  = EXT-CLIENTE
              AND RES-CONTRATO = EXT-CONTRATO
                SET SI-RESULTADO-HALLADO TO TRUE
           ELSE
                PERFORM 043-LEER-RESULTADO
           END-IF.

       043-LEER-RESULTADO.
           READ RESULTADO
              AT END
                 SET SI-FIN-RESULTADO TO TRUE
                 MOVE HIGH-VALUES TO REG-RESULTADO
           END-READ
           IF WS-ESTADO-RES NOT = '00' AND NOT = '10'
              DISPLAY 'ERROR LEYENDO ARCHIVO RESULTADO ' WS-ESTADO-RES
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       044-RESOLVER-EXCEPCIONES.
           EXEC SQL
               UPDATE PRDTWEXC
               SET    EXC_ESTADO       = 'R',
                      EXC_NOTA         = :CTE-NOTA-RESUELTA,
                      EXC_FECHA_ESTADO = :WS-FECHA-COMPACTA
               WHERE  EXC_RUTINA          = :WS-RUTINA
               AND    EXC_CLIENTE         = :EXT-CLIENTE
               AND    EXC_CONTRATO        = :EXT-CONTRATO
               AND    EXC_ESTADO          = 'A'
               AND    EXC_FECHA_REINTENTO = :WS-FECHA-COMPACTA
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                   ADD SQLERRD (3) TO WS-EXC-RESUELTAS
                   MOVE 'RESUELTA POR REINTENTO'
                                 TO WS-TEXTO-DETALLE
              WHEN +100
                   MOVE 'OK, SIN EXCEPCION ABIERTA'
                                 TO WS-TEXTO-DETALLE
              WHEN OTHER
                   DISPLAY 'ERROR UPDATE PRDTWEXC SQLCODE ' SQLCODE
                   SET SI-ERROR-PROCESO TO TRUE
                   MOVE 'ERROR AL RESOLVER'
                                 TO WS-TEXTO-DETALLE
           END-EVALUATE.

      ******************************************************************
      *                  98-ESCRIBIR-LLAVE                             *
      ******************************************************************
       98-ESCRIBIR-LLAVE.
           WRITE REG-ENT-ARCHIVO
           IF WS-ESTADO-LLA NOT = '00'
              DISPLAY 'ERROR WRITE ARCHIVO LLAVES ' WS-ESTADO-LLA
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
      *                        03-FINAL                                *
      ******************************************************************
       03-FINAL.
           IF PARM-MODO-EXTRAER
              PERFORM 031-CERRAR-EXTRACCION
           ELSE
              PERFORM 032-CERRAR-APLICACION
           END-IF
           CLOSE SALIDA

           EVALUATE TRUE
              WHEN SI-ERROR-PROCESO
                   MOVE 8 TO RETURN-CODE
              WHEN WS-AGOTADAS > ZEROS
              WHEN WS-LLAVES-SIN-RESULTADO > ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       031-CERRAR-EXTRACCION.
           EXEC SQL
               CLOSE CURSOR_1
           END-EXEC

           INITIALIZE REG-ENT-ARCHIVO
           SET ENT-REG-CONTROL    TO TRUE
           MOVE WS-LLAVES         TO ENT-CTL-CANT-DETALLE
           PERFORM 98-ESCRIBIR-LLAVE
           CLOSE LLAVES

           MOVE WS-EXC-LEIDAS       TO RES-E-LEIDAS
           MOVE WS-REINTENTADAS     TO RES-E-REINTENTADAS
           MOVE WS-LLAVES           TO RES-E-LLAVES
           MOVE WS-AGOTADAS         TO RES-E-AGOTADAS
           MOVE WS-NO-REINTENTABLES TO RES-E-NO-REINTENTABLES
           MOVE WS-RESUMEN-E        TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           DISPLAY 'EXCEPCIONES ABIERTAS    : ' WS-EXC-LEIDAS
           DISPLAY 'REINTENTADAS            : ' WS-REINTENTADAS
           DISPLAY 'LLAVES A PE3C0023       : ' WS-LLAVES
           DISPLAY 'REINTENTOS AGOTADOS     : ' WS-AGOTADAS
           DISPLAY 'NO REINTENTABLES (DATOS): ' WS-NO-REINTENTABLES

           IF WS-AGOTADAS > ZEROS
              MOVE WS-RUTINA           TO MSJ-RUTINA
              MOVE WS-AGOTADAS         TO MSJ-CANTIDAD
              INITIALIZE CAI-PE9CALR0
              MOVE 'PE3C0132'          TO ALR0-PROGRAMA
              SET ALR0-SEV-ADVERTENCIA TO TRUE
              MOVE WS-MENSAJE-ALERTA   TO ALR0-MENSAJE
              MOVE WS-EXC-LEIDAS       TO ALR0-LEIDOS
              MOVE WS-AGOTADAS         TO ALR0-ESCRITOS
              CALL 'PE3C0048' USING CAI-PE9CALR0
           END-IF.

       032-CERRAR-APLICACION.
           CLOSE LLAVES RESULTADO

           MOVE WS-LLAVES               TO RES-A-LLAVES
           MOVE WS-LLAVES-OK            TO RES-A-OK
           MOVE WS-LLAVES-FALLAN        TO RES-A-FALLAN
           MOVE WS-LLAVES-SIN-RESULTADO TO RES-A-SIN-RESULTADO
           MOVE WS-EXC-RESUELTAS        TO RES-A-RESUELTAS
           MOVE WS-RESUMEN-A            TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           DISPLAY 'LLAVES REINTENTADAS     : ' WS-LLAVES
           DISPLAY 'LLAVES CON 00           : ' WS-LLAVES-OK
           DISPLAY 'LLAVES QUE SIGUEN FALLA : ' WS-LLAVES-FALLAN
           DISPLAY 'LLAVES SIN RESULTADO    : ' WS-LLAVES-SIN-RESULTADO
           DISPLAY 'EXCEPCIONES RESUELTAS   : ' WS-EXC-RESUELTAS.
