       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0167.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           DETECCION DE CLIENTES DUPLICADOS PARA LA FUSION
      *           PE3C0079. DOS MODOS POR PARM:
      *           'D' DETECTAR: RECORRE PRDTWCLI (SIN ANONIMIZADOS NI
      *               CODIGOS YA ABSORBIDOS EN PRDTWXRF) Y, POR SORT,
      *               AGRUPA LOS CLIENTES QUE COMPARTEN EL MISMO
      *               DOCUMENTO, EL MISMO NOMBRE NORMALIZADO CON EL
      *               MISMO TELEFONO O CORREO, O EL MISMO NOMBRE Y
      *               DIRECCION. CADA PAREJA QUEDA EN PRDTWDUP CON SU
      *               PUNTAJE, LA EVIDENCIA (CONTRATOS, SALDO DE
      *               PRDTWSAL Y ULTIMO MOVIMIENTO DE CADA CODIGO) Y EL
      *               CODIGO QUE SOBREVIVE POR REGLA; LAS PENDIENTES
      *               SALEN EN EL ARCHIVO DE REVISION REVISDUP.
      *           'F' FUSIONAR: APLICA LAS DECISIONES DEL ARCHIVO
      *               DEVUELTO DECISDUP Y ESCRIBE TODAS LAS PAREJAS
      *               CONFIRMADAS (EN LINEA POR CP35/PE3C0168 O EN EL
      *               ARCHIVO) EN EL ARCHIVO PAREJAS CON EL LAYOUT DE
      *               ENTRADA DE PE3C0079
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
      *****************CLAVES DE COMPARACION POR CLIENTE****************
           SELECT ORDENA    ASSIGN TO SORTWK.
      *****************PAREJAS ENCONTRADAS POR CADA CLAVE***************
           SELECT ORDPAR    ASSIGN TO SORTWK.
      *****************TRABAJO: PAREJAS ANTES DE CONSOLIDAR*************
           SELECT PARTMP    ASSIGN TO PARTMP
                            FILE STATUS IS WS-ESTADO-TMP.
      *****************ARCHIVO DE REVISION (MODO DETECTAR)**************
           SELECT REVISDUP  ASSIGN TO REVISDUP
                            FILE STATUS IS WS-ESTADO-REV.
      *****************REVISION DEVUELTA (MODO FUSIONAR)****************
           SELECT DECISDUP  ASSIGN TO DECISDUP
                            FILE STATUS IS WS-ESTADO-DEC.
      *****************ENTRADA DE LA FUSION PE3C0079 (MODO FUSIONAR)****
           SELECT PAREJAS   ASSIGN TO PAREJAS
                            FILE STATUS IS WS-ESTADO-PAR.
      *****************ARCHIVO DE SALIDA DEL REPORTE********************
           SELECT SALIDA    ASSIGN TO SALIDA
                            FILE STATUS IS WS-ESTADO.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *    SRT-TIPO: D = DOCUMENTO, T = NOMBRE+TELEFONO, E = NOMBRE+
      *    CORREO, A = NOMBRE+DIRECCION
       SD  ORDENA.
       01 REG-ORDENA.
           05 SRT-TIPO                          PIC X(1).
           05 SRT-CLAVE                         PIC X(100).
           05 SRT-CLIENTE                       PIC X(8).

       SD  ORDPAR.
       01 REG-ORDPAR.
           05 SPA-CLIENTE-A                     PIC X(8).
           05 SPA-CLIENTE-B                     PIC X(8).
           05 SPA-TIPO                          PIC X(1).

       FD  PARTMP RECORDING MODE IS F
                  BLOCK CONTAINS 0 RECORDS.
       01 REG-PARTMP.
           05 PTM-CLIENTE-A                     PIC X(8).
           05 PTM-CLIENTE-B                     PIC X(8).
           05 PTM-TIPO                          PIC X(1).

       FD  REVISDUP RECORDING MODE IS F
                    BLOCK CONTAINS 0 RECORDS.
       01 REG-REVISDUP                          PIC X(285).

       FD  DECISDUP RECORDING MODE IS F
                    BLOCK CONTAINS 0 RECORDS.
       01 REG-DECISDUP                          PIC X(285).

      *    MISMO LAYOUT DEL ARCHIVO PAREJAS QUE LEE PE3C0079
       FD  PAREJAS RECORDING MODE IS F
                   BLOCK CONTAINS 0 RECORDS.
       01 REG-PAREJA.
           05 PAR-CLIENTE-ANT                   PIC X(8).
           05 FILLER                            PIC X(1).
           05 PAR-CLIENTE-NVO                   PIC X(8).
           05 FILLER                            PIC X(63).

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
       01 WS-ESTADO-TMP                  PIC XX    VALUE '00'.
       01 WS-ESTADO-REV                  PIC XX    VALUE '00'.
       01 WS-ESTADO-DEC                  PIC XX    VALUE '00'.
       01 WS-ESTADO-PAR                  PIC XX    VALUE '00'.
      ******************************************************************
      *                           SWITCHES                             *
      ******************************************************************
       01 SWITCHES.
           05 SW-FIN-CURSOR          PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR                    VALUE 'S'.
             88 NO-FIN-CURSOR                    VALUE 'N'.
           05 SW-FIN-ORDENA          PIC X       VALUE 'N'.
             88 SI-FIN-ORDENA                    VALUE 'S'.
             88 NO-FIN-ORDENA                    VALUE 'N'.
           05 SW-FIN-ORDPAR          PIC X       VALUE 'N'.
             88 SI-FIN-ORDPAR                    VALUE 'S'.
             88 NO-FIN-ORDPAR                    VALUE 'N'.
           05 SW-FIN-DECISDUP        PIC X       VALUE 'N'.
             88 SI-FIN-DECISDUP                  VALUE 'S'.
             88 NO-FIN-DECISDUP                  VALUE 'N'.
      *    LA PALABRA SEPARADA CUENTA PARA LA COMPARACION
           05 SW-PALABRA-SIGNIFICATIVA PIC X     VALUE 'S'.
             88 SI-PALABRA-SIGNIFICATIVA         VALUE 'S'.
             88 NO-PALABRA-SIGNIFICATIVA         VALUE 'N'.
      *    EL CODIGO YA FUE ABSORBIDO POR OTRA PAREJA DE ESTA CORRIDA
           05 SW-ABSORBIDO-CORRIDA   PIC X       VALUE 'N'.
             88 SI-ABSORBIDO-CORRIDA             VALUE 'S'.
             88 NO-ABSORBIDO-CORRIDA             VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-CLIENTES-LEIDOS          PIC 9(09) VALUE ZEROS.
          05 WS-CLAVES-LIBERADAS         PIC 9(09) VALUE ZEROS.
          05 WS-GRUPOS-OMITIDOS          PIC 9(09) VALUE ZEROS.
          05 WS-PAREJAS-ENCONTRADAS      PIC 9(09) VALUE ZEROS.
          05 WS-PAREJAS-NUEVAS           PIC 9(09) VALUE ZEROS.
          05 WS-PAREJAS-ACTUALIZADAS     PIC 9(09) VALUE ZEROS.
          05 WS-PAREJAS-REABIERTAS       PIC 9(09) VALUE ZEROS.
          05 WS-PAREJAS-RESUELTAS        PIC 9(09) VALUE ZEROS.
          05 WS-LINEAS-REVISION          PIC 9(09) VALUE ZEROS.
          05 WS-DECISIONES-LEIDAS        PIC 9(09) VALUE ZEROS.
          05 WS-CONFIRMADAS              PIC 9(09) VALUE ZEROS.
          05 WS-DESCARTADAS              PIC 9(09) VALUE ZEROS.
          05 WS-SIN-DECISION             PIC 9(09) VALUE ZEROS.
          05 WS-NO-APLICADAS             PIC 9(09) VALUE ZEROS.
          05 WS-INVALIDAS                PIC 9(09) VALUE ZEROS.
          05 WS-PAREJAS-ESCRITAS         PIC 9(09) VALUE ZEROS.
          05 WS-PAREJAS-ANULADAS         PIC 9(09) VALUE ZEROS.
          05 WS-PAREJAS-EN-ESPERA        PIC 9(09) VALUE ZEROS.
          05 WS-SIN-CONFIRMAR            PIC 9(05) VALUE ZEROS.
          05 WS-LONG-NUM                 PIC 9(02) VALUE ZEROS.
      ******************************************************************
      *                          CONSTANTES                            *
      ******************************************************************
       01 WS-CONSTANTES.
          05 CTE-PROGRAMA                PIC X(08) VALUE 'PE3C0167'.
          05 CTE-TRANSID-REVISION        PIC X(04) VALUE 'CP35'.
          05 CTE-LONG-MAX-PARM           PIC 9(02) VALUE 1.
          05 CTE-INTERVALO-COMMIT        PIC 9(05) VALUE 00500.
      *    PESO DE CADA EVIDENCIA EN EL PUNTAJE (TOPE 100)
          05 CTE-PESO-DOCUMENTO          PIC 9(03) VALUE 060.
          05 CTE-PESO-TELEFONO           PIC 9(03) VALUE 050.
          05 CTE-PESO-CORREO             PIC 9(03) VALUE 050.
          05 CTE-PESO-DIRECCION          PIC 9(03) VALUE 040.
      *    UN VALOR QUE COMPARTEN MAS CLIENTES QUE ESTOS (TELEFONO DE
      *    UNA EMPRESA, DIRECCION DE LA OFICINA) NO ES EVIDENCIA DE
      *    DUPLICADO Y NO SE EMPAREJA
          05 CTE-MAX-GRUPO               PIC 9(02) VALUE 20.
      *    UN NOMBRE DE UNA SOLA PALABRA NO BASTA PARA EMPAREJAR
          05 CTE-MIN-PALABRAS-NOMBRE     PIC 9(02) VALUE 2.
      *    DIGITOS MINIMOS DE UN TELEFONO Y LOS QUE SE COMPARAN (LOS
      *    ULTIMOS, SIN INDICATIVO DE PAIS)
          05 CTE-MIN-DIGITOS-TEL         PIC 9(02) VALUE 7.
          05 CTE-DIGITOS-TEL             PIC 9(02) VALUE 10.
          05 CTE-MAX-PALABRAS            PIC 9(02) VALUE 8.
          05 CTE-MAX-ABSORBIDOS          PIC 9(04) VALUE 0500.
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
      *    UNA LETRA TAMPOCO CUENTAN), COMO EN EL FILTRO PE3C0144
       01 WS-PARTICULAS.
           05 FILLER  PIC X(18) VALUE 'DE DELLA LASLOSEL '.
       01 WS-PARTICULAS-R REDEFINES WS-PARTICULAS.
           05 PAR-PARTICULA OCCURS 6 TIMES INDEXED BY I-PAR
                                          PIC X(3).

      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 WS-FECHA-PROCESO               PIC X(10) VALUE SPACES.
       01 WS-ULTIMO-CASO                 PIC S9(9) COMP-3 VALUE ZEROS.
       01 WS-CONT-EXISTE                 PIC S9(9) COMP VALUE ZEROS.

      ******************************************************************
      *   NORMALIZACION DE NOMBRES Y DOCUMENTOS, LA MISMA DEL FILTRO   *
      *   PE3C0144: MAYUSCULAS, SIGNOS A BLANCO Y UN SOLO BLANCO ENTRE *
      *   PALABRAS; APARTE, LAS PALABRAS SIGNIFICATIVAS SIN REPETIR    *
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
       01 WS-IX-OTRA                     PIC S9(4) COMP VALUE ZEROS.
       01 WS-PALABRA-CAMBIO              PIC X(20).

      *    CLAVE DEL NOMBRE: LAS PALABRAS SIGNIFICATIVAS EN ORDEN
      *    ALFABETICO, PARA QUE 'PEREZ JUAN' Y 'JUAN PEREZ' CRUCEN
       01 WS-NOMBRE-CLAVE                PIC X(60).
       01 WS-NOMBRE-PALABRAS             PIC S9(4) COMP VALUE ZEROS.
       01 WS-NOMBRE-PUNTERO              PIC S9(4) COMP VALUE ZEROS.

       01 WS-NORMALIZA-DOCUMENTO.
          05 WS-DOC-ENTRADA              PIC X(20).
          05 WS-DOC-NORMAL               PIC X(20).
          05 WS-DOC-POS                  PIC S9(4) COMP.
          05 WS-DOC-DESTINO              PIC S9(4) COMP.
          05 WS-DOC-CARACTER             PIC X(01).

      *    TELEFONO: SOLO DIGITOS, Y DE ELLOS LOS ULTIMOS
      *    CTE-DIGITOS-TEL
       01 WS-NORMALIZA-TELEFONO.
          05 WS-TEL-ENTRADA              PIC X(15).
          05 WS-TEL-DIGITOS              PIC X(15).
          05 WS-TEL-NORMAL               PIC X(10).
          05 WS-TEL-CANTIDAD             PIC S9(4) COMP.
          05 WS-TEL-POS                  PIC S9(4) COMP.
          05 WS-TEL-DESDE                PIC S9(4) COMP.
          05 WS-TEL-CARACTER             PIC X(01).

       01 WS-CORREO-NORMAL               PIC X(40).
       01 WS-CONT-ARROBA                 PIC S9(4) COMP VALUE ZEROS.

      *    CLAVES COMPUESTAS QUE SE ENTREGAN AL SORT
       01 WS-CLAVE-TELEFONO.
          05 WCT-NOMBRE                  PIC X(60).
          05 WCT-TELEFONO                PIC X(10).
          05 FILLER                      PIC X(30) VALUE SPACES.
       01 WS-CLAVE-CORREO.
          05 WCE-NOMBRE                  PIC X(60).
          05 WCE-CORREO                  PIC X(40).
       01 WS-CLAVE-DIRECCION.
          05 WCD-NOMBRE                  PIC X(60).
          05 WCD-DIRECCION               PIC X(40).

      ******************************************************************
      *   GRUPO DE CLIENTES CON LA MISMA CLAVE (CORTE DEL SORT)        *
      ******************************************************************
       01 WS-GRUPO.
          05 GRP-TIPO                    PIC X(1).
          05 GRP-CLAVE                   PIC X(100).
          05 GRP-CANTIDAD                PIC S9(4) COMP VALUE ZEROS.
          05 GRP-CLIENTE OCCURS 20 TIMES PIC X(8).
       01 WS-IX-I                        PIC S9(4) COMP VALUE ZEROS.
       01 WS-IX-J                        PIC S9(4) COMP VALUE ZEROS.

      ******************************************************************
      *   PAREJA EN CONSOLIDACION (CORTE DEL SEGUNDO SORT)             *
      ******************************************************************
       01 WS-PAREJA.
          05 WPA-CLIENTE-A               PIC X(8).
          05 WPA-CLIENTE-B               PIC X(8).
          05 WPA-EVIDENCIA.
             10 WPA-EV-DOCUMENTO         PIC X(1).
             10 WPA-EV-TELEFONO          PIC X(1).
             10 WPA-EV-CORREO            PIC X(1).
             10 WPA-EV-DIRECCION         PIC X(1).
          05 WPA-PUNTAJE                 PIC S9(4) COMP.

      *    CODIGOS ABSORBIDOS EN ESTA CORRIDA DEL MODO FUSIONAR: UN
      *    CODIGO NO SE MANDA A FUSIONAR DOS VECES EN EL MISMO ARCHIVO
       01 WS-ABSORBIDOS.
          05 ABS-CANTIDAD                PIC S9(4) COMP VALUE ZEROS.
          05 ABS-CODIGO OCCURS 500 TIMES INDEXED BY I-ABS
                                         PIC X(8).
       01 WS-CODIGO-ABSORBIDO            PIC X(8).

       01 PRDTW-CLI.
           05 CLI-CODIGO                 PIC X(8).
           05 CLI-NOMBRE                 PIC X(40).
           05 CLI-DOCUMENTO              PIC X(15).
           05 CLI-DIRECCION              PIC X(40).
           05 CLI-TELEFONO               PIC X(15).
           05 CLI-EMAIL                  PIC X(40).

       01 PRDTW-DUP.
           05 DUP-CASO                   PIC S9(9) COMP-3.
           05 DUP-CLIENTE-A              PIC X(8).
           05 DUP-CLIENTE-B              PIC X(8).
           05 DUP-PUNTAJE                PIC S9(3) COMP-3.
           05 DUP-EVIDENCIA              PIC X(4).
           05 DUP-CONTRATOS-A            PIC S9(4) COMP.
           05 DUP-CONTRATOS-B            PIC S9(4) COMP.
           05 DUP-SALDO-A                PIC S9(13)V99 COMP-3.
           05 DUP-SALDO-B                PIC S9(13)V99 COMP-3.
           05 DUP-ULT-MOV-A              PIC X(10).
           05 DUP-ULT-MOV-B              PIC X(10).
           05 DUP-SOBREVIVE              PIC X(8).
           05 DUP-ESTADO                 PIC X(1).
             88 DUP-PENDIENTE                VALUE 'P'.
             88 DUP-CONFIRMADA               VALUE 'C'.
             88 DUP-DESCARTADA               VALUE 'D'.
           05 DUP-FECHA-DETECCION        PIC X(10).

      *    PUNTAJE CON QUE QUEDO LA PAREJA YA REGISTRADA
       01 WS-PUNTAJE-ANTERIOR            PIC S9(3) COMP-3 VALUE ZEROS.

      *    DATOS DE UN CODIGO PARA LA EVIDENCIA
       01 WS-DATOS-CLIENTE.
           05 WDC-CLIENTE                PIC X(8).
           05 WDC-CONTRATOS              PIC S9(4) COMP.
           05 WDC-SALDO                  PIC S9(13)V99 COMP-3.
           05 WDC-ULT-MOV                PIC X(10).

      *    NOMBRES Y DOCUMENTOS DE LA PAREJA PARA EL ARCHIVO DE REVISION
       01 WS-REVISION.
           05 WRV-NOMBRE-A               PIC X(40).
           05 WRV-DOCUMENTO-A            PIC X(15).
           05 WRV-NOMBRE-B               PIC X(40).
           05 WRV-DOCUMENTO-B            PIC X(15).

       01 PRDTW-AUT.
           05 AUT-USUARIO                PIC X(8).
           05 AUT-TRANSACCION            PIC X(4).
           05 AUT-NIVEL                  PIC X(1).

       01 WS-TITULO1.
          05 FILLER             PIC X(32) VALUE
                                 'DETECCION DE CLIENTES DUPLICADOS'.
          05 FILLER             PIC X(8)  VALUE ' FECHA: '.
          05 TIT-FECHA          PIC X(10).
          05 FILLER             PIC X(7)  VALUE ' MODO: '.
          05 TIT-MODO           PIC X(1).
       01 WS-TITULO2.
          05 FILLER             PIC X(10) VALUE '     CASO '.
          05 FILLER             PIC X(9)  VALUE 'CLIENTE A'.
          05 FILLER             PIC X(10) VALUE ' CLIENTE B'.
          05 FILLER             PIC X(6)  VALUE ' PTJE '.
          05 FILLER             PIC X(5)  VALUE 'EVID '.
          05 FILLER             PIC X(9)  VALUE 'SOBREVIVE'.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 FILLER             PIC X(41) VALUE 'NOMBRE / CLAVE'.
          05 FILLER             PIC X(9)  VALUE 'RESULTADO'.

       01 WS-DETALLE.
          05 DET-CASO                  PIC Z(8)9.
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 DET-CLIENTE-A             PIC X(8).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DET-CLIENTE-B             PIC X(8).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DET-PUNTAJE               PIC ZZ9.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DET-EVIDENCIA             PIC X(4).
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 DET-SOBREVIVE             PIC X(8).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DET-NOMBRE                PIC X(40).
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 DET-RESULTADO             PIC X(40).

       01 WS-DETALLE-GRUPO.
          05 FILLER                    PIC X(21) VALUE
                                        'VALOR COMPARTIDO POR '.
          05 DGR-CANTIDAD              PIC ZZZ9.
          05 FILLER                    PIC X(25) VALUE
                                        ' CLIENTES, NO SE EMPAREJA'.
          05 FILLER                    PIC X(7)  VALUE ' TIPO: '.
          05 DGR-TIPO                  PIC X(1).
          05 FILLER                    PIC X(9)  VALUE '  CLAVE: '.
          05 DGR-CLAVE                 PIC X(60).

       01 WS-RESUMEN1.
          05 FILLER                   PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(10) VALUE 'CLIENTES='.
          05 RES-CLIENTES              PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(09) VALUE ' PAREJAS='.
          05 RES-ENCONTRADAS           PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(08) VALUE ' NUEVAS='.
          05 RES-NUEVAS                PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(12) VALUE ' REABIERTAS='.
          05 RES-REABIERTAS            PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(14) VALUE ' EN REVISION='.
          05 RES-REVISION              PIC ZZZZZZZZ9.
       01 WS-RESUMEN2.
          05 FILLER                   PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(13) VALUE 'CONFIRMADAS='.
          05 RES-CONFIRMADAS           PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(13) VALUE ' DESCARTADAS='.
          05 RES-DESCARTADAS           PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(11) VALUE ' INVALIDAS='.
          05 RES-INVALIDAS             PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(09) VALUE ' FUSION='.
          05 RES-ESCRITAS              PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(10) VALUE ' ANULADAS='.
          05 RES-ANULADAS              PIC ZZZZZZZZ9.

      ******************************************************************
      *   REGISTRO DEL ARCHIVO DE REVISION (REVISDUP) Y DE LA REVISION *
      *   DEVUELTA (DECISDUP)                                          *
      ******************************************************************
       COPY PE3CRDUP.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE FECHA DE PROCESO PE3C0060           *
      ******************************************************************
       COPY PE3CFPRO.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCLI
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCON
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOSAL
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOXRF
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOAUT
           END-EXEC.

           EXEC SQL
               INCLUDE PETCODUP
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: MAESTRA DE CLIENTES MENOS LOS ANONIMIZADOS   **
      ******   Y LOS CODIGOS QUE YA ABSORBIO UNA FUSION (PRDTWXRF)    **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT C.CLI_CODIGO, C.CLI_NOMBRE, C.CLI_DOCUMENTO,
                      C.CLI_DIRECCION, C.CLI_TELEFONO, C.CLI_EMAIL
               FROM PRDTWCLI C
               WHERE C.CLI_NOMBRE <> :CTE-NOMBRE-ANONIMO
               AND   NOT EXISTS
                     (SELECT 1
                      FROM  PRDTWXRF X
                      WHERE X.XRF_CLIENTE_ANT = C.CLI_CODIGO)
               ORDER BY C.CLI_CODIGO
               FOR FETCH ONLY
           END-EXEC.

      ******   CURSOR_2: PAREJAS PENDIENTES PARA EL ARCHIVO DE        **
      ******   REVISION, LAS DE MAYOR PUNTAJE PRIMERO                 **
           EXEC SQL
               DECLARE CURSOR_2 CURSOR FOR
               SELECT D.DUP_CASO, D.DUP_CLIENTE_A, A.CLI_NOMBRE,
                      A.CLI_DOCUMENTO, D.DUP_CONTRATOS_A,
                      D.DUP_SALDO_A, D.DUP_ULT_MOV_A,
                      D.DUP_CLIENTE_B, B.CLI_NOMBRE,
                      B.CLI_DOCUMENTO, D.DUP_CONTRATOS_B,
                      D.DUP_SALDO_B, D.DUP_ULT_MOV_B,
                      D.DUP_PUNTAJE, D.DUP_EVIDENCIA, D.DUP_SOBREVIVE
               FROM PRDTWDUP D, PRDTWCLI A, PRDTWCLI B
               WHERE D.DUP_ESTADO = 'P'
               AND   A.CLI_CODIGO = D.DUP_CLIENTE_A
               AND   B.CLI_CODIGO = D.DUP_CLIENTE_B
               ORDER BY D.DUP_PUNTAJE DESC, D.DUP_CASO
               FOR FETCH ONLY
           END-EXEC.

      ******   CURSOR_3: PAREJAS CONFIRMADAS POR ENVIAR A LA FUSION   **
           EXEC SQL
               DECLARE CURSOR_3 CURSOR FOR
               SELECT DUP_CASO, DUP_CLIENTE_A, DUP_CLIENTE_B,
                      DUP_PUNTAJE, DUP_EVIDENCIA, DUP_SOBREVIVE
               FROM PRDTWDUP
               WHERE DUP_ESTADO = 'C'
               ORDER BY DUP_CASO
               FOR FETCH ONLY
           END-EXEC.

       LINKAGE SECTION.
       01 REG-PARM.
           05 PARM-LONG                         PIC X(02).
      *    D = DETECTAR Y ARMAR LA REVISION, F = APLICAR LA REVISION
      *    DEVUELTA Y ESCRIBIR LAS PAREJAS PARA PE3C0079
           05 PARM-MODO                         PIC X(01).
             88 PARM-MODO-DETECTAR                  VALUE 'D'.
             88 PARM-MODO-FUSIONAR                  VALUE 'F'.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING REG-PARM.
           PERFORM 01-INICIO
           IF PARM-MODO-DETECTAR
              PERFORM 02-DETECTAR
           ELSE
              PERFORM 04-FUSIONAR
           END-IF
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

           EXEC SQL
               SELECT VALUE(MAX(DUP_CASO), 0)
               INTO  :WS-ULTIMO-CASO
               FROM  PRDTWDUP
           END-EXEC
           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR SELECT PRDTWDUP SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-PROCESO
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

           IF NOT PARM-MODO-DETECTAR AND NOT PARM-MODO-FUSIONAR
              DISPLAY 'MODO INVALIDO (D O F): ' PARM-MODO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE PARM-MODO     TO TIT-MODO.

      ******************************************************************
      *                        02-DETECTAR                             *
      *   PRIMER SORT: CADA CLIENTE ENTREGA SUS CLAVES Y EL CORTE POR  *
      *   CLAVE ARMA LAS PAREJAS EN PARTMP. SEGUNDO SORT: LAS PAREJAS  *
      *   SE JUNTAN PARA SUMAR LA EVIDENCIA DE TODAS LAS CLAVES QUE    *
      *   COMPARTEN Y SE REGISTRAN UNA SOLA VEZ EN PRDTWDUP            *
      ******************************************************************
       02-DETECTAR.
           SORT ORDENA
                ON ASCENDING KEY SRT-TIPO SRT-CLAVE SRT-CLIENTE
                INPUT PROCEDURE IS 021-LIBERAR-CLAVES
                OUTPUT PROCEDURE IS 022-FORMAR-PAREJAS

           SORT ORDPAR
                ON ASCENDING KEY SPA-CLIENTE-A SPA-CLIENTE-B SPA-TIPO
                USING PARTMP
                OUTPUT PROCEDURE IS 023-REGISTRAR-PAREJAS

           PERFORM 028-CONFIRMAR-AVANCE
           PERFORM 025-ARMAR-REVISION.

      ******************************************************************
      *                   021-LIBERAR-CLAVES                           *
      ******************************************************************
       021-LIBERAR-CLAVES.
           EXEC SQL
               OPEN CURSOR_1
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_1 SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-PROCESO
           END-IF

           SET NO-FIN-CURSOR TO TRUE
           PERFORM 0211-FETCH-CURSOR-1
           PERFORM 0212-LIBERAR-CLIENTE UNTIL SI-FIN-CURSOR

           EXEC SQL
               CLOSE CURSOR_1
           END-EXEC.

       0211-FETCH-CURSOR-1.
           EXEC SQL
               FETCH CURSOR_1
               INTO :CLI-CODIGO, :CLI-NOMBRE, :CLI-DOCUMENTO,
                    :CLI-DIRECCION, :CLI-TELEFONO, :CLI-EMAIL
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   ADD 1 TO WS-CLIENTES-LEIDOS
              WHEN +100
                   SET SI-FIN-CURSOR TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_1 SQLCODE ' SQLCODE
                   PERFORM 09-ABORTAR-PROCESO
           END-EVALUATE.

      *    EL DOCUMENTO SOLO NO NECESITA NOMBRE; TELEFONO, CORREO Y
      *    DIRECCION CUENTAN SOLO JUNTO CON EL MISMO NOMBRE. LOS
      *    VALORES EN BLANCO NO SE LIBERAN
       0212-LIBERAR-CLIENTE.
           MOVE CLI-CODIGO    TO SRT-CLIENTE

           MOVE CLI-DOCUMENTO TO WS-DOC-ENTRADA
           PERFORM 06-NORMALIZAR-DOCUMENTO
           IF WS-DOC-NORMAL NOT = SPACES
              MOVE 'D'           TO SRT-TIPO
              MOVE WS-DOC-NORMAL TO SRT-CLAVE
              PERFORM 0213-LIBERAR-CLAVE
           END-IF

           MOVE CLI-NOMBRE    TO WS-NOR-ENTRADA
           PERFORM 05-NORMALIZAR-NOMBRE
           PERFORM 053-ARMAR-NOMBRE-CLAVE

           IF WS-NOMBRE-PALABRAS NOT < CTE-MIN-PALABRAS-NOMBRE
              PERFORM 0214-LIBERAR-CONTACTO
           END-IF

           PERFORM 0211-FETCH-CURSOR-1.

       0213-LIBERAR-CLAVE.
           RELEASE REG-ORDENA
           ADD 1 TO WS-CLAVES-LIBERADAS.

       0214-LIBERAR-CONTACTO.
           MOVE CLI-TELEFONO  TO WS-TEL-ENTRADA
           PERFORM 07-NORMALIZAR-TELEFONO
           IF WS-TEL-NORMAL NOT = SPACES
              MOVE WS-NOMBRE-CLAVE   TO WCT-NOMBRE
              MOVE WS-TEL-NORMAL     TO WCT-TELEFONO
              MOVE 'T'               TO SRT-TIPO
              MOVE WS-CLAVE-TELEFONO TO SRT-CLAVE
              PERFORM 0213-LIBERAR-CLAVE
           END-IF

           MOVE CLI-EMAIL     TO WS-CORREO-NORMAL
           INSPECT WS-CORREO-NORMAL
                   CONVERTING CTE-MINUSCULAS TO CTE-MAYUSCULAS
           MOVE ZEROS TO WS-CONT-ARROBA
           INSPECT WS-CORREO-NORMAL TALLYING WS-CONT-ARROBA
                   FOR ALL '@'
           IF WS-CONT-ARROBA = 1
              MOVE WS-NOMBRE-CLAVE   TO WCE-NOMBRE
              MOVE WS-CORREO-NORMAL  TO WCE-CORREO
              MOVE 'E'               TO SRT-TIPO
              MOVE WS-CLAVE-CORREO   TO SRT-CLAVE
              PERFORM 0213-LIBERAR-CLAVE
           END-IF

      *    LA DIRECCION SE NORMALIZA COMO UN NOMBRE; LA CLAVE DEL
      *    NOMBRE YA QUEDO ARMADA EN WS-NOMBRE-CLAVE
           MOVE CLI-DIRECCION TO WS-NOR-ENTRADA
           PERFORM 05-NORMALIZAR-NOMBRE
           IF WS-NOR-NOMBRE NOT = SPACES
              MOVE WS-NOMBRE-CLAVE    TO WCD-NOMBRE
              MOVE WS-NOR-NOMBRE      TO WCD-DIRECCION
              MOVE 'A'                TO SRT-TIPO
              MOVE WS-CLAVE-DIRECCION TO SRT-CLAVE
              PERFORM 0213-LIBERAR-CLAVE
           END-IF.

      ******************************************************************
      *                   022-FORMAR-PAREJAS                           *
      *   CORTE POR TIPO Y CLAVE: TODOS LOS CLIENTES DEL GRUPO SE      *
      *   EMPAREJAN ENTRE SI (EL SORT LOS ENTREGA POR CODIGO, ASI QUE  *
      *   EL CLIENTE A SIEMPRE ES EL MENOR)                            *
      ******************************************************************
       022-FORMAR-PAREJAS.
           OPEN OUTPUT PARTMP
           IF WS-ESTADO-TMP NOT = '00'
              DISPLAY 'ERROR ABRIENDO ARCHIVO PARTMP ' WS-ESTADO-TMP
              PERFORM 09-ABORTAR-PROCESO
           END-IF

           MOVE ZEROS      TO GRP-CANTIDAD
           MOVE LOW-VALUES TO GRP-TIPO GRP-CLAVE
           SET NO-FIN-ORDENA TO TRUE
           PERFORM 0221-RETORNAR
           PERFORM 0222-AGRUPAR UNTIL SI-FIN-ORDENA
           PERFORM 0223-CERRAR-GRUPO

           CLOSE PARTMP.

       0221-RETORNAR.
           RETURN ORDENA
              AT END SET SI-FIN-ORDENA TO TRUE
           END-RETURN.

       0222-AGRUPAR.
           IF SRT-TIPO NOT = GRP-TIPO OR SRT-CLAVE NOT = GRP-CLAVE
              PERFORM 0223-CERRAR-GRUPO
              MOVE SRT-TIPO  TO GRP-TIPO
              MOVE SRT-CLAVE TO GRP-CLAVE
              MOVE ZEROS     TO GRP-CANTIDAD
           END-IF

           ADD 1 TO GRP-CANTIDAD
           IF GRP-CANTIDAD NOT > CTE-MAX-GRUPO
              MOVE SRT-CLIENTE TO GRP-CLIENTE (GRP-CANTIDAD)
           END-IF
           PERFORM 0221-RETORNAR.

       0223-CERRAR-GRUPO.
           EVALUATE TRUE
              WHEN GRP-CANTIDAD < 2
                   CONTINUE
              WHEN GRP-CANTIDAD > CTE-MAX-GRUPO
                   ADD 1 TO WS-GRUPOS-OMITIDOS
                   MOVE GRP-CANTIDAD TO DGR-CANTIDAD
                   MOVE GRP-TIPO     TO DGR-TIPO
                   MOVE GRP-CLAVE    TO DGR-CLAVE
                   MOVE WS-DETALLE-GRUPO TO REG-SALIDA
                   PERFORM 99-ESCRIBIR
              WHEN OTHER
                   PERFORM 0224-EMPAREJAR
                           VARYING WS-IX-I FROM 1 BY 1
                           UNTIL WS-IX-I > GRP-CANTIDAD
                             AFTER WS-IX-J FROM 1 BY 1
                           UNTIL WS-IX-J > GRP-CANTIDAD
           END-EVALUATE.

       0224-EMPAREJAR.
           IF WS-IX-J > WS-IX-I
              MOVE GRP-CLIENTE (WS-IX-I) TO PTM-CLIENTE-A
              MOVE GRP-CLIENTE (WS-IX-J) TO PTM-CLIENTE-B
              MOVE GRP-TIPO              TO PTM-TIPO
              WRITE REG-PARTMP
              IF WS-ESTADO-TMP NOT = '00'
                 DISPLAY 'ERROR WRITE PARTMP ' WS-ESTADO-TMP
                 PERFORM 09-ABORTAR-PROCESO
              END-IF
           END-IF.

      ******************************************************************
      *                 023-REGISTRAR-PAREJAS                          *
      *   CORTE POR PAREJA: LA EVIDENCIA ES LA SUMA DE LAS CLAVES QUE  *
      *   COMPARTEN LOS DOS CODIGOS                                    *
      ******************************************************************
       023-REGISTRAR-PAREJAS.
           MOVE LOW-VALUES TO WPA-CLIENTE-A WPA-CLIENTE-B
           MOVE SPACES     TO WPA-EVIDENCIA
           SET NO-FIN-ORDPAR TO TRUE
           PERFORM 0231-RETORNAR
           PERFORM 0232-ACUMULAR UNTIL SI-FIN-ORDPAR
           PERFORM 0233-CERRAR-PAREJA.

       0231-RETORNAR.
           RETURN ORDPAR
              AT END SET SI-FIN-ORDPAR TO TRUE
           END-RETURN.

       0232-ACUMULAR.
           IF SPA-CLIENTE-A NOT = WPA-CLIENTE-A
              OR SPA-CLIENTE-B NOT = WPA-CLIENTE-B
                PERFORM 0233-CERRAR-PAREJA
                MOVE SPA-CLIENTE-A TO WPA-CLIENTE-A
                MOVE SPA-CLIENTE-B TO WPA-CLIENTE-B
                MOVE SPACES        TO WPA-EVIDENCIA
           END-IF

           EVALUATE SPA-TIPO
              WHEN 'D'
                   MOVE 'D' TO WPA-EV-DOCUMENTO
              WHEN 'T'
                   MOVE 'T' TO WPA-EV-TELEFONO
              WHEN 'E'
                   MOVE 'E' TO WPA-EV-CORREO
              WHEN 'A'
                   MOVE 'A' TO WPA-EV-DIRECCION
           END-EVALUATE
           PERFORM 0231-RETORNAR.

       0233-CERRAR-PAREJA.
           IF WPA-EVIDENCIA NOT = SPACES
              ADD 1 TO WS-PAREJAS-ENCONTRADAS
              PERFORM 0234-CALCULAR-PUNTAJE
              PERFORM 024-REGISTRAR-PAREJA

              ADD 1 TO WS-SIN-CONFIRMAR
              IF WS-SIN-CONFIRMAR NOT < CTE-INTERVALO-COMMIT
                 PERFORM 028-CONFIRMAR-AVANCE
              END-IF
           END-IF.

       0234-CALCULAR-PUNTAJE.
           MOVE ZEROS TO WPA-PUNTAJE
           IF WPA-EV-DOCUMENTO NOT = SPACE
              ADD CTE-PESO-DOCUMENTO  TO WPA-PUNTAJE
           END-IF
           IF WPA-EV-TELEFONO NOT = SPACE
              ADD CTE-PESO-TELEFONO   TO WPA-PUNTAJE
           END-IF
           IF WPA-EV-CORREO NOT = SPACE
              ADD CTE-PESO-CORREO     TO WPA-PUNTAJE
           END-IF
           IF WPA-EV-DIRECCION NOT = SPACE
              ADD CTE-PESO-DIRECCION  TO WPA-PUNTAJE
           END-IF
           IF WPA-PUNTAJE > 100
              MOVE 100 TO WPA-PUNTAJE
           END-IF.

      ******************************************************************
      *                   024-REGISTRAR-PAREJA                         *
      *   PAREJA NUEVA: SE INSERTA PENDIENTE. PENDIENTE: SE REFRESCA   *
      *   LA EVIDENCIA. DESCARTADA: SOLO SE REABRE SI AHORA HAY MAS    *
      *   EVIDENCIA QUE CUANDO SE DESCARTO. CONFIRMADA, ENVIADA O      *
      *   ANULADA: NO SE TOCA                                          *
      ******************************************************************
       024-REGISTRAR-PAREJA.
           INITIALIZE WS-DETALLE
           MOVE WPA-CLIENTE-A  TO DUP-CLIENTE-A DET-CLIENTE-A
           MOVE WPA-CLIENTE-B  TO DUP-CLIENTE-B DET-CLIENTE-B
           MOVE WPA-PUNTAJE    TO DUP-PUNTAJE   DET-PUNTAJE
           MOVE WPA-EVIDENCIA  TO DUP-EVIDENCIA DET-EVIDENCIA

           EXEC SQL
               SELECT DUP_CASO, DUP_ESTADO, DUP_PUNTAJE
               INTO  :DUP-CASO, :DUP-ESTADO, :WS-PUNTAJE-ANTERIOR
               FROM  PRDTWDUP
               WHERE DUP_CLIENTE_A = :DUP-CLIENTE-A
               AND   DUP_CLIENTE_B = :DUP-CLIENTE-B
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = +100
                   PERFORM 0241-EVIDENCIA-PAREJA
                   PERFORM 0242-INSERTAR-PAREJA
              WHEN SQLCODE NOT = ZEROS
                   DISPLAY 'ERROR SELECT PRDTWDUP SQLCODE ' SQLCODE
                           ' PAREJA ' DUP-CLIENTE-A ' ' DUP-CLIENTE-B
                   PERFORM 09-ABORTAR-PROCESO
              WHEN DUP-PENDIENTE
                   PERFORM 0241-EVIDENCIA-PAREJA
                   PERFORM 0243-ACTUALIZAR-PAREJA
                   ADD 1 TO WS-PAREJAS-ACTUALIZADAS
              WHEN DUP-DESCARTADA
               AND DUP-PUNTAJE > WS-PUNTAJE-ANTERIOR
                   PERFORM 0241-EVIDENCIA-PAREJA
                   PERFORM 0243-ACTUALIZAR-PAREJA
                   ADD 1 TO WS-PAREJAS-REABIERTAS
                   MOVE 'REABIERTA POR NUEVA EVIDENCIA'
                                           TO DET-RESULTADO
                   PERFORM 0244-LISTAR-PAREJA
              WHEN OTHER
                   ADD 1 TO WS-PAREJAS-RESUELTAS
           END-EVALUATE.

      *    CONTRATOS VIGENTES (ACTIVOS Y DORMANTES), SALDO Y ULTIMO
      *    MOVIMIENTO DE CADA CODIGO, Y EL CODIGO QUE SOBREVIVE
       0241-EVIDENCIA-PAREJA.
           MOVE DUP-CLIENTE-A     TO WDC-CLIENTE
           PERFORM 0245-DATOS-CLIENTE
           MOVE WDC-CONTRATOS     TO DUP-CONTRATOS-A
           MOVE WDC-SALDO         TO DUP-SALDO-A
           MOVE WDC-ULT-MOV       TO DUP-ULT-MOV-A

           MOVE DUP-CLIENTE-B     TO WDC-CLIENTE
           PERFORM 0245-DATOS-CLIENTE
           MOVE WDC-CONTRATOS     TO DUP-CONTRATOS-B
           MOVE WDC-SALDO         TO DUP-SALDO-B
           MOVE WDC-ULT-MOV       TO DUP-ULT-MOV-B

           PERFORM 0246-ESCOGER-SOBREVIVIENTE
           MOVE DUP-SOBREVIVE     TO DET-SOBREVIVE.

       0242-INSERTAR-PAREJA.
           ADD 1                  TO WS-ULTIMO-CASO
           MOVE WS-ULTIMO-CASO    TO DUP-CASO
           MOVE 'P'               TO DUP-ESTADO
           MOVE WS-FECHA-PROCESO  TO DUP-FECHA-DETECCION
           EXEC SQL
               INSERT INTO PRDTWDUP
                   (DUP_CASO, DUP_CLIENTE_A, DUP_CLIENTE_B,
                    DUP_PUNTAJE, DUP_EVIDENCIA,
                    DUP_CONTRATOS_A, DUP_CONTRATOS_B,
                    DUP_SALDO_A, DUP_SALDO_B,
                    DUP_ULT_MOV_A, DUP_ULT_MOV_B,
                    DUP_SOBREVIVE, DUP_ESTADO, DUP_FECHA_DETECCION,
                    DUP_REVISOR, DUP_FECHA_REVISION,
                    DUP_ORIGEN_REVISION, DUP_OBSERVACION,
                    DUP_FECHA_FUSION)
               VALUES
                   (:DUP-CASO, :DUP-CLIENTE-A, :DUP-CLIENTE-B,
                    :DUP-PUNTAJE, :DUP-EVIDENCIA,
                    :DUP-CONTRATOS-A, :DUP-CONTRATOS-B,
                    :DUP-SALDO-A, :DUP-SALDO-B,
                    :DUP-ULT-MOV-A, :DUP-ULT-MOV-B,
                    :DUP-SOBREVIVE, :DUP-ESTADO, :DUP-FECHA-DETECCION,
                    ' ', ' ', ' ', ' ', ' ')
           END-EXEC
           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR INSERT PRDTWDUP SQLCODE ' SQLCODE
                      ' PAREJA ' DUP-CLIENTE-A ' ' DUP-CLIENTE-B
              PERFORM 09-ABORTAR-PROCESO
           END-IF
           ADD 1 TO WS-PAREJAS-NUEVAS
           MOVE 'PAREJA NUEVA PENDIENTE DE REVISION' TO DET-RESULTADO
           PERFORM 0244-LISTAR-PAREJA.

      *    LA PAREJA VUELVE (O SIGUE) PENDIENTE CON LA EVIDENCIA DE
      *    HOY; LA DECISION ANTERIOR SE LIMPIA
       0243-ACTUALIZAR-PAREJA.
           EXEC SQL
               UPDATE PRDTWDUP
               SET    DUP_PUNTAJE         = :DUP-PUNTAJE,
                      DUP_EVIDENCIA       = :DUP-EVIDENCIA,
                      DUP_CONTRATOS_A     = :DUP-CONTRATOS-A,
                      DUP_CONTRATOS_B     = :DUP-CONTRATOS-B,
                      DUP_SALDO_A         = :DUP-SALDO-A,
                      DUP_SALDO_B         = :DUP-SALDO-B,
                      DUP_ULT_MOV_A       = :DUP-ULT-MOV-A,
                      DUP_ULT_MOV_B       = :DUP-ULT-MOV-B,
                      DUP_SOBREVIVE       = :DUP-SOBREVIVE,
                      DUP_ESTADO          = 'P',
                      DUP_REVISOR         = ' ',
                      DUP_FECHA_REVISION  = ' ',
                      DUP_ORIGEN_REVISION = ' ',
                      DUP_OBSERVACION     = ' '
               WHERE  DUP_CASO            = :DUP-CASO
               AND    DUP_ESTADO          IN ('P', 'D')
           END-EXEC
           IF SQLCODE NOT = ZEROS AND NOT = +100
              DISPLAY 'ERROR UPDATE PRDTWDUP SQLCODE ' SQLCODE
                      ' CASO ' DUP-CASO
              PERFORM 09-ABORTAR-PROCESO
           END-IF.

       0244-LISTAR-PAREJA.
           MOVE DUP-CASO       TO DET-CASO
           MOVE DUP-CLIENTE-A  TO CLI-CODIGO
           EXEC SQL
               SELECT CLI_NOMBRE
               INTO  :CLI-NOMBRE
               FROM  PRDTWCLI
               WHERE CLI_CODIGO = :CLI-CODIGO
           END-EXEC
           IF SQLCODE = ZEROS
              MOVE CLI-NOMBRE  TO DET-NOMBRE
           END-IF
           MOVE WS-DETALLE     TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

       0245-DATOS-CLIENTE.
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WDC-CONTRATOS
               FROM  PRDTWCON
               WHERE CON_CLIENTE = :WDC-CLIENTE
               AND   CON_ESTADO IN ('A', 'D')
           END-EXEC
           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR SELECT PRDTWCON SQLCODE ' SQLCODE
                      ' CLIENTE ' WDC-CLIENTE
              PERFORM 09-ABORTAR-PROCESO
           END-IF

           EXEC SQL
               SELECT VALUE(SUM(SAL_TOTAL), 0),
                      VALUE(MAX(SAL_ULT_FECHA), ' ')
               INTO  :WDC-SALDO, :WDC-ULT-MOV
               FROM  PRDTWSAL
               WHERE SAL_CLIENTE = :WDC-CLIENTE
           END-EXEC
           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR SELECT PRDTWSAL SQLCODE ' SQLCODE
                      ' CLIENTE ' WDC-CLIENTE
              PERFORM 09-ABORTAR-PROCESO
           END-IF.

      *    SOBREVIVE EL CODIGO CON MAS CONTRATOS VIGENTES; A IGUALDAD,
      *    EL DE MOVIMIENTO MAS RECIENTE; A IGUALDAD, EL MAS ANTIGUO
      *    (EL CODIGO MENOR, QUE ES EL A)
       0246-ESCOGER-SOBREVIVIENTE.
           EVALUATE TRUE
              WHEN DUP-CONTRATOS-B > DUP-CONTRATOS-A
                   MOVE DUP-CLIENTE-B TO DUP-SOBREVIVE
              WHEN DUP-CONTRATOS-B < DUP-CONTRATOS-A
                   MOVE DUP-CLIENTE-A TO DUP-SOBREVIVE
              WHEN DUP-ULT-MOV-B > DUP-ULT-MOV-A
                   MOVE DUP-CLIENTE-B TO DUP-SOBREVIVE
              WHEN OTHER
                   MOVE DUP-CLIENTE-A TO DUP-SOBREVIVE
           END-EVALUATE.

      ******************************************************************
      *                   025-ARMAR-REVISION                           *
      *   TODAS LAS PAREJAS PENDIENTES (LAS DE HOY Y LAS QUE SIGUEN    *
      *   SIN DECISION) VAN AL ARCHIVO DE REVISION                     *
      ******************************************************************
       025-ARMAR-REVISION.
           OPEN OUTPUT REVISDUP
           IF WS-ESTADO-REV NOT = '00'
              DISPLAY 'ERROR ABRIENDO ARCHIVO REVISDUP ' WS-ESTADO-REV
              PERFORM 09-ABORTAR-PROCESO
           END-IF

           EXEC SQL
               OPEN CURSOR_2
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_2 SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-PROCESO
           END-IF

           SET NO-FIN-CURSOR TO TRUE
           PERFORM 0251-FETCH-CURSOR-2
           PERFORM 0252-ESCRIBIR-REVISION UNTIL SI-FIN-CURSOR

           EXEC SQL
               CLOSE CURSOR_2
           END-EXEC

           CLOSE REVISDUP.

       0251-FETCH-CURSOR-2.
           EXEC SQL
               FETCH CURSOR_2
               INTO :DUP-CASO, :DUP-CLIENTE-A, :WRV-NOMBRE-A,
                    :WRV-DOCUMENTO-A, :DUP-CONTRATOS-A,
                    :DUP-SALDO-A, :DUP-ULT-MOV-A,
                    :DUP-CLIENTE-B, :WRV-NOMBRE-B,
                    :WRV-DOCUMENTO-B, :DUP-CONTRATOS-B,
                    :DUP-SALDO-B, :DUP-ULT-MOV-B,
                    :DUP-PUNTAJE, :DUP-EVIDENCIA, :DUP-SOBREVIVE
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   SET SI-FIN-CURSOR TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_2 SQLCODE ' SQLCODE
                   PERFORM 09-ABORTAR-PROCESO
           END-EVALUATE.

       0252-ESCRIBIR-REVISION.
           MOVE SPACES            TO REG-REVDUP
           MOVE DUP-CASO          TO RDU-CASO
           MOVE DUP-CLIENTE-A     TO RDU-CLIENTE-A
           MOVE WRV-NOMBRE-A      TO RDU-NOMBRE-A
           MOVE WRV-DOCUMENTO-A   TO RDU-DOCUMENTO-A
           MOVE DUP-CONTRATOS-A   TO RDU-CONTRATOS-A
           MOVE DUP-SALDO-A       TO RDU-SALDO-A
           MOVE DUP-ULT-MOV-A     TO RDU-ULT-MOV-A
           MOVE DUP-CLIENTE-B     TO RDU-CLIENTE-B
           MOVE WRV-NOMBRE-B      TO RDU-NOMBRE-B
           MOVE WRV-DOCUMENTO-B   TO RDU-DOCUMENTO-B
           MOVE DUP-CONTRATOS-B   TO RDU-CONTRATOS-B
           MOVE DUP-SALDO-B       TO RDU-SALDO-B
           MOVE DUP-ULT-MOV-B     TO RDU-ULT-MOV-B
           MOVE DUP-PUNTAJE       TO RDU-PUNTAJE
           MOVE DUP-EVIDENCIA     TO RDU-EVIDENCIA
           MOVE DUP-SOBREVIVE     TO RDU-SOBREVIVE
           MOVE WS-FECHA-PROCESO  TO RDU-FECHA-CORTE
           WRITE REG-REVISDUP FROM REG-REVDUP
           IF WS-ESTADO-REV NOT = '00'
              DISPLAY 'ERROR WRITE REVISDUP ' WS-ESTADO-REV
              PERFORM 09-ABORTAR-PROCESO
           END-IF
           ADD 1 TO WS-LINEAS-REVISION
           PERFORM 0251-FETCH-CURSOR-2.

      ******************************************************************
      *                  028-CONFIRMAR-AVANCE                          *
      *   LA DETECCION SE PUEDE REPETIR SIN DUPLICAR PAREJAS, ASI QUE  *
      *   UNA CORRIDA CAIDA SE RELANZA COMPLETA SIN PUNTO DE CONTROL   *
      ******************************************************************
       028-CONFIRMAR-AVANCE.
           EXEC SQL
               COMMIT
           END-EXEC
           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR EN COMMIT SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-PROCESO
           END-IF
           MOVE ZEROS TO WS-SIN-CONFIRMAR.

      ******************************************************************
      *                        04-FUSIONAR                             *
      *   PRIMERO LAS DECISIONES DEL ARCHIVO DEVUELTO; LUEGO TODAS LAS *
      *   PAREJAS CONFIRMADAS, DE AQUI O DE CP35, VAN A PAREJAS        *
      ******************************************************************
       04-FUSIONAR.
           PERFORM 041-APLICAR-DECISIONES
           PERFORM 028-CONFIRMAR-AVANCE
           PERFORM 045-ESCRIBIR-PAREJAS
           PERFORM 028-CONFIRMAR-AVANCE.

       041-APLICAR-DECISIONES.
           OPEN INPUT DECISDUP
           IF WS-ESTADO-DEC NOT = '00'
              DISPLAY 'ERROR ABRIENDO ARCHIVO DECISDUP ' WS-ESTADO-DEC
              PERFORM 09-ABORTAR-PROCESO
           END-IF

           PERFORM 0411-LEER-DECISDUP
           PERFORM 0412-APLICAR-DECISION UNTIL SI-FIN-DECISDUP

           CLOSE DECISDUP.

       0411-LEER-DECISDUP.
           READ DECISDUP INTO REG-REVDUP
              AT END SET SI-FIN-DECISDUP TO TRUE
           END-READ
           IF NO-FIN-DECISDUP
              IF WS-ESTADO-DEC NOT = '00'
                 DISPLAY 'ERROR LEYENDO DECISDUP ' WS-ESTADO-DEC
                 PERFORM 09-ABORTAR-PROCESO
              END-IF
              ADD 1 TO WS-DECISIONES-LEIDAS
           END-IF.

       0412-APLICAR-DECISION.
           INITIALIZE WS-DETALLE
           IF RDU-CASO IS NUMERIC
              MOVE RDU-CASO       TO DET-CASO
           END-IF
           MOVE RDU-CLIENTE-A     TO DET-CLIENTE-A
           MOVE RDU-CLIENTE-B     TO DET-CLIENTE-B
           MOVE RDU-PUNTAJE       TO DET-PUNTAJE
           MOVE RDU-EVIDENCIA     TO DET-EVIDENCIA
           MOVE RDU-SOBREVIVE     TO DET-SOBREVIVE
           MOVE RDU-NOMBRE-A      TO DET-NOMBRE

           EVALUATE TRUE
              WHEN RDU-DEC-PENDIENTE
                   ADD 1 TO WS-SIN-DECISION
              WHEN NOT RDU-DEC-CONFIRMAR AND NOT RDU-DEC-DESCARTAR
                   ADD 1 TO WS-INVALIDAS
                   MOVE 'DECISION INVALIDA (C O D)' TO DET-RESULTADO
                   MOVE WS-DETALLE TO REG-SALIDA
                   PERFORM 99-ESCRIBIR
              WHEN RDU-CASO IS NOT NUMERIC
                   ADD 1 TO WS-INVALIDAS
                   MOVE 'NUMERO DE CASO INVALIDO'   TO DET-RESULTADO
                   MOVE WS-DETALLE TO REG-SALIDA
                   PERFORM 99-ESCRIBIR
              WHEN OTHER
                   PERFORM 0413-VALIDAR-REVISOR
                   IF DET-RESULTADO = SPACES
                      PERFORM 0414-MARCAR-DECISION
                   END-IF
                   MOVE WS-DETALLE TO REG-SALIDA
                   PERFORM 99-ESCRIBIR
           END-EVALUATE

           PERFORM 0411-LEER-DECISDUP.

      *    EL REVISOR DEBE TENER NIVEL DE APROBACION EN CP35, LA MISMA
      *    EXIGENCIA DE LA DECISION EN LINEA
       0413-VALIDAR-REVISOR.
           IF RDU-REVISOR = SPACES OR LOW-VALUES
              ADD 1 TO WS-INVALIDAS
              MOVE 'SIN USUARIO DEL REVISOR'      TO DET-RESULTADO
           ELSE
              MOVE RDU-REVISOR          TO AUT-USUARIO
              MOVE CTE-TRANSID-REVISION TO AUT-TRANSACCION
              EXEC SQL
                  SELECT AUT_NIVEL
                  INTO  :AUT-NIVEL
                  FROM  PRDTWAUT
                  WHERE AUT_USUARIO     = :AUT-USUARIO
                  AND   AUT_TRANSACCION = :AUT-TRANSACCION
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE = ZEROS AND AUT-NIVEL = 'A'
                      CONTINUE
                 WHEN SQLCODE = ZEROS OR SQLCODE = +100
                      ADD 1 TO WS-INVALIDAS
                      MOVE 'REVISOR SIN NIVEL DE APROBACION EN CP35'
                                                TO DET-RESULTADO
                 WHEN OTHER
                      DISPLAY 'ERROR SELECT PRDTWAUT SQLCODE ' SQLCODE
                      PERFORM 09-ABORTAR-PROCESO
              END-EVALUATE
           END-IF.

      *    SOLO SE DECIDE UNA PAREJA QUE SIGUE PENDIENTE Y CON LOS
      *    MISMOS CODIGOS DEL ARCHIVO (PUDO DECIDIRSE EN LINEA O
      *    REABRIRSE CON OTRA EVIDENCIA DESPUES DEL CORTE)
       0414-MARCAR-DECISION.
           MOVE RDU-CASO       TO DUP-CASO
           MOVE RDU-CLIENTE-A  TO DUP-CLIENTE-A
           MOVE RDU-CLIENTE-B  TO DUP-CLIENTE-B
           MOVE RDU-DECISION   TO DUP-ESTADO
           EXEC SQL
               UPDATE PRDTWDUP
               SET    DUP_ESTADO          = :DUP-ESTADO,
                      DUP_REVISOR         = :RDU-REVISOR,
                      DUP_FECHA_REVISION  = :WS-FECHA-PROCESO,
                      DUP_ORIGEN_REVISION = 'A',
                      DUP_OBSERVACION     = :RDU-OBSERVACION
               WHERE  DUP_CASO            = :DUP-CASO
               AND    DUP_CLIENTE_A       = :DUP-CLIENTE-A
               AND    DUP_CLIENTE_B       = :DUP-CLIENTE-B
               AND    DUP_ESTADO          = 'P'
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = ZEROS
                   IF RDU-DEC-CONFIRMAR
                      ADD 1 TO WS-CONFIRMADAS
                      MOVE 'CONFIRMADA'              TO DET-RESULTADO
                   ELSE
                      ADD 1 TO WS-DESCARTADAS
                      MOVE 'DESCARTADA'              TO DET-RESULTADO
                   END-IF
              WHEN SQLCODE = +100
                   ADD 1 TO WS-NO-APLICADAS
                   MOVE 'YA NO ESTA PENDIENTE, NO SE APLICA'
                                                     TO DET-RESULTADO
              WHEN OTHER
                   DISPLAY 'ERROR UPDATE PRDTWDUP SQLCODE ' SQLCODE
                           ' CASO ' DUP-CASO
                   PERFORM 09-ABORTAR-PROCESO
           END-EVALUATE.

      ******************************************************************
      *                   045-ESCRIBIR-PAREJAS                         *
      *   CADA CONFIRMADA SALE CON EL CODIGO ABSORBIDO COMO VIEJO Y EL *
      *   SOBREVIVIENTE COMO NUEVO Y QUEDA 'F'. SI UNO DE LOS DOS YA   *
      *   FUE ABSORBIDO POR OTRA FUSION SE ANULA ('X'); SI EL          *
      *   ABSORBIDO O EL SOBREVIVIENTE YA SALIO ABSORBIDO EN ESTE      *
      *   MISMO ARCHIVO, ESPERA CONFIRMADA A LA CORRIDA SIGUIENTE      *
      ******************************************************************
       045-ESCRIBIR-PAREJAS.
           OPEN OUTPUT PAREJAS
           IF WS-ESTADO-PAR NOT = '00'
              DISPLAY 'ERROR ABRIENDO ARCHIVO PAREJAS ' WS-ESTADO-PAR
              PERFORM 09-ABORTAR-PROCESO
           END-IF

           EXEC SQL
               OPEN CURSOR_3
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_3 SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-PROCESO
           END-IF

           SET NO-FIN-CURSOR TO TRUE
           PERFORM 0451-FETCH-CURSOR-3
           PERFORM 0452-ENVIAR-PAREJA UNTIL SI-FIN-CURSOR

           EXEC SQL
               CLOSE CURSOR_3
           END-EXEC

           CLOSE PAREJAS.

       0451-FETCH-CURSOR-3.
           EXEC SQL
               FETCH CURSOR_3
               INTO :DUP-CASO, :DUP-CLIENTE-A, :DUP-CLIENTE-B,
                    :DUP-PUNTAJE, :DUP-EVIDENCIA, :DUP-SOBREVIVE
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   SET SI-FIN-CURSOR TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_3 SQLCODE ' SQLCODE
                   PERFORM 09-ABORTAR-PROCESO
           END-EVALUATE.

       0452-ENVIAR-PAREJA.
           INITIALIZE WS-DETALLE
           MOVE DUP-CLIENTE-A  TO DET-CLIENTE-A
           MOVE DUP-CLIENTE-B  TO DET-CLIENTE-B
           MOVE DUP-PUNTAJE    TO DET-PUNTAJE
           MOVE DUP-EVIDENCIA  TO DET-EVIDENCIA
           MOVE DUP-SOBREVIVE  TO DET-SOBREVIVE

           IF DUP-SOBREVIVE = DUP-CLIENTE-A
              MOVE DUP-CLIENTE-B TO WS-CODIGO-ABSORBIDO
           ELSE
              MOVE DUP-CLIENTE-A TO WS-CODIGO-ABSORBIDO
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CONT-EXISTE
               FROM  PRDTWXRF
               WHERE XRF_CLIENTE_ANT IN (:DUP-CLIENTE-A, :DUP-CLIENTE-B)
           END-EXEC
           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR SELECT PRDTWXRF SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-PROCESO
           END-IF

           SET NO-ABSORBIDO-CORRIDA TO TRUE
           IF WS-CONT-EXISTE = ZEROS
              PERFORM 0453-BUSCAR-ABSORBIDO
           END-IF

           EVALUATE TRUE
              WHEN WS-CONT-EXISTE > ZEROS
                   PERFORM 0454-ANULAR-PAREJA
              WHEN SI-ABSORBIDO-CORRIDA
                   ADD 1 TO WS-PAREJAS-EN-ESPERA
                   MOVE 'ESPERA OTRA FUSION DEL MISMO CODIGO'
                                           TO DET-RESULTADO
              WHEN ABS-CANTIDAD NOT < CTE-MAX-ABSORBIDOS
                   ADD 1 TO WS-PAREJAS-EN-ESPERA
                   MOVE 'QUEDA PARA LA SIGUIENTE CORRIDA'
                                           TO DET-RESULTADO
              WHEN OTHER
                   PERFORM 0455-ESCRIBIR-PAREJA
           END-EVALUATE

           PERFORM 0244-LISTAR-PAREJA
           PERFORM 0451-FETCH-CURSOR-3.

       0453-BUSCAR-ABSORBIDO.
           IF ABS-CANTIDAD > ZEROS
              SET I-ABS TO 1
              SEARCH ABS-CODIGO
                 AT END
                    CONTINUE
                 WHEN I-ABS > ABS-CANTIDAD
                    CONTINUE
                 WHEN ABS-CODIGO (I-ABS) = DUP-CLIENTE-A
                   OR ABS-CODIGO (I-ABS) = DUP-CLIENTE-B
                    SET SI-ABSORBIDO-CORRIDA TO TRUE
              END-SEARCH
           END-IF.

       0454-ANULAR-PAREJA.
           EXEC SQL
               UPDATE PRDTWDUP
               SET    DUP_ESTADO = 'X'
               WHERE  DUP_CASO   = :DUP-CASO
               AND    DUP_ESTADO = 'C'
           END-EXEC
           IF SQLCODE NOT = ZEROS AND NOT = +100
              DISPLAY 'ERROR UPDATE PRDTWDUP SQLCODE ' SQLCODE
                      ' CASO ' DUP-CASO
              PERFORM 09-ABORTAR-PROCESO
           END-IF
           ADD 1 TO WS-PAREJAS-ANULADAS
           MOVE 'ANULADA: UN CODIGO YA FUE FUSIONADO' TO DET-RESULTADO.

       0455-ESCRIBIR-PAREJA.
           MOVE SPACES              TO REG-PAREJA
           MOVE WS-CODIGO-ABSORBIDO TO PAR-CLIENTE-ANT
           MOVE DUP-SOBREVIVE       TO PAR-CLIENTE-NVO
           WRITE REG-PAREJA
           IF WS-ESTADO-PAR NOT = '00'
              DISPLAY 'ERROR WRITE PAREJAS ' WS-ESTADO-PAR
              PERFORM 09-ABORTAR-PROCESO
           END-IF

           EXEC SQL
               UPDATE PRDTWDUP
               SET    DUP_ESTADO       = 'F',
                      DUP_FECHA_FUSION = :WS-FECHA-PROCESO
               WHERE  DUP_CASO         = :DUP-CASO
               AND    DUP_ESTADO       = 'C'
           END-EXEC
           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR UPDATE PRDTWDUP SQLCODE ' SQLCODE
                      ' CASO ' DUP-CASO
              PERFORM 09-ABORTAR-PROCESO
           END-IF

           ADD 1 TO ABS-CANTIDAD
           MOVE WS-CODIGO-ABSORBIDO TO ABS-CODIGO (ABS-CANTIDAD)
           ADD 1 TO WS-PAREJAS-ESCRITAS
           STRING 'A FUSION: ' DELIMITED SIZE
                  WS-CODIGO-ABSORBIDO DELIMITED SIZE
                  ' -> '      DELIMITED SIZE
                  DUP-SOBREVIVE DELIMITED SIZE
                  INTO DET-RESULTADO
           END-STRING.

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
      *                 053-ARMAR-NOMBRE-CLAVE                         *
      *   ORDENA LAS PALABRAS SIGNIFICATIVAS Y LAS JUNTA CON UN BLANCO *
      ******************************************************************
       053-ARMAR-NOMBRE-CLAVE.
           MOVE WS-NOR-NUM-PALABRAS TO WS-NOMBRE-PALABRAS
           MOVE SPACES              TO WS-NOMBRE-CLAVE
           IF WS-NOMBRE-PALABRAS > 1
              PERFORM 0531-ORDENAR-PALABRAS
                      VARYING WS-IX-PALABRA FROM 1 BY 1
                      UNTIL WS-IX-PALABRA > WS-NOMBRE-PALABRAS
                        AFTER WS-IX-OTRA FROM 1 BY 1
                      UNTIL WS-IX-OTRA > WS-NOMBRE-PALABRAS
           END-IF
           MOVE 1 TO WS-NOMBRE-PUNTERO
           PERFORM 0532-JUNTAR-PALABRA
                   VARYING WS-IX-PALABRA FROM 1 BY 1
                   UNTIL WS-IX-PALABRA > WS-NOMBRE-PALABRAS.

       0531-ORDENAR-PALABRAS.
           IF WS-IX-OTRA > WS-IX-PALABRA
              AND WS-NOR-PALABRA-SIG (WS-IX-OTRA)
                < WS-NOR-PALABRA-SIG (WS-IX-PALABRA)
                MOVE WS-NOR-PALABRA-SIG (WS-IX-PALABRA)
                  TO WS-PALABRA-CAMBIO
                MOVE WS-NOR-PALABRA-SIG (WS-IX-OTRA)
                  TO WS-NOR-PALABRA-SIG (WS-IX-PALABRA)
                MOVE WS-PALABRA-CAMBIO
                  TO WS-NOR-PALABRA-SIG (WS-IX-OTRA)
           END-IF.

       0532-JUNTAR-PALABRA.
           IF WS-IX-PALABRA > 1
              STRING ' '               DELIMITED SIZE
                     INTO WS-NOMBRE-CLAVE
                     WITH POINTER WS-NOMBRE-PUNTERO
              END-STRING
           END-IF
           STRING WS-NOR-PALABRA-SIG (WS-IX-PALABRA) DELIMITED SPACE
                  INTO WS-NOMBRE-CLAVE
                  WITH POINTER WS-NOMBRE-PUNTERO
           END-STRING.

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

      ******************************************************************
      *                 07-NORMALIZAR-TELEFONO                         *
      *   SOLO LOS DIGITOS; CON MENOS DE CTE-MIN-DIGITOS-TEL QUEDA EN  *
      *   BLANCO, Y DE UN NUMERO LARGO SE TOMAN LOS ULTIMOS            *
      *   CTE-DIGITOS-TEL (SIN EL INDICATIVO DEL PAIS)                 *
      ******************************************************************
       07-NORMALIZAR-TELEFONO.
           MOVE SPACES TO WS-TEL-DIGITOS WS-TEL-NORMAL
           MOVE ZEROS  TO WS-TEL-CANTIDAD
           PERFORM 071-TOMAR-DIGITO
                   VARYING WS-TEL-POS FROM 1 BY 1
                   UNTIL WS-TEL-POS > LENGTH OF WS-TEL-ENTRADA

           EVALUATE TRUE
              WHEN WS-TEL-CANTIDAD < CTE-MIN-DIGITOS-TEL
                   CONTINUE
              WHEN WS-TEL-CANTIDAD > CTE-DIGITOS-TEL
                   COMPUTE WS-TEL-DESDE = WS-TEL-CANTIDAD
                                        - CTE-DIGITOS-TEL + 1
                   MOVE WS-TEL-DIGITOS (WS-TEL-DESDE:CTE-DIGITOS-TEL)
                     TO WS-TEL-NORMAL
              WHEN OTHER
                   MOVE WS-TEL-DIGITOS TO WS-TEL-NORMAL
           END-EVALUATE.

       071-TOMAR-DIGITO.
           MOVE WS-TEL-ENTRADA (WS-TEL-POS:1) TO WS-TEL-CARACTER
           IF WS-TEL-CARACTER IS NUMERIC
              ADD 1 TO WS-TEL-CANTIDAD
              MOVE WS-TEL-CARACTER
                TO WS-TEL-DIGITOS (WS-TEL-CANTIDAD:1)
           END-IF.

       09-ABORTAR-PROCESO.
           DISPLAY 'SE REVERSA EL AVANCE PENDIENTE Y SE DETIENE '
                   CTE-PROGRAMA
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
      ******************************************************************
       03-FINAL.
           IF PARM-MODO-DETECTAR
              MOVE WS-CLIENTES-LEIDOS     TO RES-CLIENTES
              MOVE WS-PAREJAS-ENCONTRADAS TO RES-ENCONTRADAS
              MOVE WS-PAREJAS-NUEVAS      TO RES-NUEVAS
              MOVE WS-PAREJAS-REABIERTAS  TO RES-REABIERTAS
              MOVE WS-LINEAS-REVISION     TO RES-REVISION
              MOVE WS-RESUMEN1            TO REG-SALIDA
           ELSE
              MOVE WS-CONFIRMADAS         TO RES-CONFIRMADAS
              MOVE WS-DESCARTADAS         TO RES-DESCARTADAS
              MOVE WS-INVALIDAS           TO RES-INVALIDAS
              MOVE WS-PAREJAS-ESCRITAS    TO RES-ESCRITAS
              MOVE WS-PAREJAS-ANULADAS    TO RES-ANULADAS
              MOVE WS-RESUMEN2            TO REG-SALIDA
           END-IF
           PERFORM 99-ESCRIBIR
           CLOSE SALIDA

           IF PARM-MODO-DETECTAR
              DISPLAY 'CLIENTES LEIDOS           : ' WS-CLIENTES-LEIDOS
              DISPLAY 'CLAVES CLASIFICADAS       : ' WS-CLAVES-LIBERADAS
              DISPLAY 'VALORES MUY COMPARTIDOS   : ' WS-GRUPOS-OMITIDOS
              DISPLAY 'PAREJAS ENCONTRADAS       : '
                      WS-PAREJAS-ENCONTRADAS
              DISPLAY 'PAREJAS NUEVAS            : ' WS-PAREJAS-NUEVAS
              DISPLAY 'PAREJAS ACTUALIZADAS      : '
                      WS-PAREJAS-ACTUALIZADAS
              DISPLAY 'PAREJAS REABIERTAS        : '
                      WS-PAREJAS-REABIERTAS
              DISPLAY 'PAREJAS YA RESUELTAS      : '
                      WS-PAREJAS-RESUELTAS
              DISPLAY 'LINEAS EN REVISDUP        : ' WS-LINEAS-REVISION
           ELSE
              DISPLAY 'DECISIONES LEIDAS         : '
                      WS-DECISIONES-LEIDAS
              DISPLAY 'CONFIRMADAS               : ' WS-CONFIRMADAS
              DISPLAY 'DESCARTADAS               : ' WS-DESCARTADAS
              DISPLAY 'SIN DECISION              : ' WS-SIN-DECISION
              DISPLAY 'NO APLICADAS              : ' WS-NO-APLICADAS
              DISPLAY 'INVALIDAS                 : ' WS-INVALIDAS
              DISPLAY 'PAREJAS ESCRITAS          : '
                      WS-PAREJAS-ESCRITAS
              DISPLAY 'PAREJAS ANULADAS          : '
                      WS-PAREJAS-ANULADAS
              DISPLAY 'PAREJAS EN ESPERA         : '
                      WS-PAREJAS-EN-ESPERA
           END-IF

           EVALUATE TRUE
              WHEN WS-INVALIDAS > ZEROS
                   MOVE 4 TO RETURN-CODE
              WHEN WS-GRUPOS-OMITIDOS > ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.
