       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0129.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           TRAZA DE LINAJE DE UN MOVIMIENTO: DADO EL
      *           W02_ID_MOV (O CLIENTE/CONTRATO/FECHA) ARMA UNA SOLA
      *           LINEA DE TIEMPO DE DONDE SE CREO, CAMBIO, ENVIO Y
      *           REPORTO: FILA ACTUAL EN PRDTW02 (O GENERACION DE
      *           PURGA EN PRDTWCAT SI YA NO ESTA), CADA OPERACION DE
      *           LA BITACORA MANTLOG (EN LINEA Y LAS GENERACIONES
      *           ARCHIVADAS DE PRDTWLGC MONTADAS EN MANHIST), LA
      *           HUELLA DEL ARCHIVO DE ENTRADA DEL DIA (PRDTWFIN),
      *           EL DELTACDC QUE LA LLEVO Y SUS ACUSES (PRDTWCDC/
      *           PRDTWACK), LAS LINEAS DEL COMPROBANTE CONTABLE DE
      *           PE3C0069 (PRDTWCPL) CON LA RESPUESTA DEL MAYOR, EL
      *           EXTRACTO DE PE3C0017 Y EL ESTADO DE CUENTA DE
      *           PE3C0052. CADA ETAPA DONDE EL MOVIMIENTO DEBIA
      *           APARECER Y NO APARECIO SE MARCA '** FALTA **' Y LA
      *           CORRIDA TERMINA EN 4. LOS ARCHIVOS (MANHIST,
      *           DELTACDC, EXTRACTO, ESTADO) SON OPCIONALES: LO QUE
      *           NO SE MONTA SE INFORMA COMO NO VERIFICADO
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
      ***********DELTAS DIARIOS DE PE3C0051 (CONCATENADOS)**************
           SELECT DELTACDC  ASSIGN TO DELTACDC
                            FILE STATUS IS WS-ESTADO-CDC.
      ***********EXTRACTO PARA LIQUIDACION DE PE3C0017******************
           SELECT EXTRACTO  ASSIGN TO EXTRACTO
                            FILE STATUS IS WS-ESTADO-EXT.
      ***********ESTADOS DE CUENTA DE PE3C0052**************************
           SELECT ESTADO    ASSIGN TO ESTADO
                            FILE STATUS IS WS-ESTADO-EST.
      ***********LISTADO DE LA TRAZA************************************
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

       FD  DELTACDC
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
           COPY PE3CCDCD.

       FD  EXTRACTO RECORDING MODE IS F
                    BLOCK CONTAINS 0 RECORDS.
           COPY PE3CEXTR.
           COPY PE3CEXT2.

       FD  ESTADO RECORDING MODE IS F
                  BLOCK CONTAINS 0 RECORDS.
       01 REG-ESTADO.
           05 EST-CONTRATO           PIC X(18).
           05 FILLER                 PIC X(1).
           05 EST-FECHA              PIC X(10).
           05 FILLER                 PIC X(71).
       01 REG-ESTADO-ENCABEZADO.
           05 EST-ENC-LITERAL        PIC X(26).
           05 EST-ENC-CLIENTE        PIC X(8).
           05 FILLER                 PIC X(66).

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
       01 WS-ESTADO-CDC                  PIC XX    VALUE '00'.
       01 WS-ESTADO-EXT                  PIC XX    VALUE '00'.
       01 WS-ESTADO-EST                  PIC XX    VALUE '00'.
       01 WS-ESTADO-SAL                  PIC XX    VALUE '00'.
       01 WS-ESTADO-APERTURA             PIC XX    VALUE '00'.
      ******************************************************************
      *                           SWITCHES                             *
      ******************************************************************
       01 SWITCHES.
           05 SW-FIN-DATA              PIC X      VALUE 'N'.
             88 SI-FIN-DATA                       VALUE 'S'.
             88 NO-FIN-DATA                       VALUE 'N'.
           05 SW-FIN-CURSOR            PIC X      VALUE 'N'.
             88 SI-FIN-CURSOR                     VALUE 'S'.
             88 NO-FIN-CURSOR                     VALUE 'N'.
           05 SW-EN-W02                PIC X      VALUE 'N'.
             88 SI-EN-W02                         VALUE 'S'.
             88 NO-EN-W02                         VALUE 'N'.
           05 SW-LLAVE-CONOCIDA        PIC X      VALUE 'N'.
             88 SI-LLAVE-CONOCIDA                 VALUE 'S'.
             88 NO-LLAVE-CONOCIDA                 VALUE 'N'.
           05 SW-HAY-HISTORIA          PIC X      VALUE 'N'.
             88 SI-HAY-HISTORIA                   VALUE 'S'.
             88 NO-HAY-HISTORIA                   VALUE 'N'.
           05 SW-HAY-MANTLOG           PIC X      VALUE 'N'.
             88 SI-HAY-MANTLOG                    VALUE 'S'.
             88 NO-HAY-MANTLOG                    VALUE 'N'.
           05 SW-HAY-DELTA             PIC X      VALUE 'N'.
             88 SI-HAY-DELTA                      VALUE 'S'.
             88 NO-HAY-DELTA                      VALUE 'N'.
           05 SW-HAY-EXTRACTO          PIC X      VALUE 'N'.
             88 SI-HAY-EXTRACTO                   VALUE 'S'.
             88 NO-HAY-EXTRACTO                   VALUE 'N'.
           05 SW-HAY-ESTADO            PIC X      VALUE 'N'.
             88 SI-HAY-ESTADO                     VALUE 'S'.
             88 NO-HAY-ESTADO                     VALUE 'N'.
           05 SW-CLIENTE-EN-ESTADO     PIC X      VALUE 'N'.
             88 SI-CLIENTE-EN-ESTADO              VALUE 'S'.
             88 NO-CLIENTE-EN-ESTADO              VALUE 'N'.
           05 SW-DIA-EN-DELTA          PIC X      VALUE 'N'.
             88 SI-DIA-EN-DELTA                   VALUE 'S'.
             88 NO-DIA-EN-DELTA                   VALUE 'N'.
           05 SW-HAY-BAJA              PIC X      VALUE 'N'.
             88 SI-HAY-BAJA                       VALUE 'S'.
             88 NO-HAY-BAJA                       VALUE 'N'.
           05 SW-HAY-ALTA              PIC X      VALUE 'N'.
             88 SI-HAY-ALTA                       VALUE 'S'.
             88 NO-HAY-ALTA                       VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-LEIDOS-HIST              PIC 9(09) VALUE ZEROS.
          05 WS-LEIDOS-LOG               PIC 9(09) VALUE ZEROS.
          05 WS-LEIDOS-CDC               PIC 9(09) VALUE ZEROS.
          05 WS-LEIDOS-EXT               PIC 9(09) VALUE ZEROS.
          05 WS-LEIDOS-EST               PIC 9(09) VALUE ZEROS.
          05 WS-FILAS-W02                PIC 9(09) VALUE ZEROS.
          05 WS-FILAS-CATALOGO           PIC 9(09) VALUE ZEROS.
          05 WS-GEN-PURGA                PIC 9(09) VALUE ZEROS.
          05 WS-CANT-FIN                 PIC 9(09) VALUE ZEROS.
          05 WS-CANT-ACK                 PIC 9(09) VALUE ZEROS.
          05 WS-CANT-CPL                 PIC 9(09) VALUE ZEROS.
          05 WS-EN-EXTRACTO              PIC 9(09) VALUE ZEROS.
          05 WS-EN-ESTADO                PIC 9(09) VALUE ZEROS.
          05 WS-ETAPAS-FALTANTES         PIC 9(09) VALUE ZEROS.
          05 WS-ETAPAS-REVISAR           PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                          CONSTANTES                            *
      ******************************************************************
       01 WS-CONSTANTES.
          05 CTE-LONG-MAX-PARM           PIC 9(02) VALUE 49.
          05 WS-LONG-NUM                 PIC 9(02) VALUE ZEROS.
          05 CTE-ORIGEN-CPB              PIC X(8)  VALUE 'PE3C0069'.
          05 CTE-MAX-OPERACIONES         PIC 9(05) VALUE 00200.
          05 CTE-MAX-DIAS-DELTA          PIC 9(05) VALUE 00400.
          05 CTE-FALTA                   PIC X(15) VALUE
                                                 '** FALTA **'.
          05 CTE-REVISAR                 PIC X(15) VALUE
                                                 '** REVISAR **'.
      ******************************************************************
      *        OPERACIONES DE LA BITACORA SOBRE EL MOVIMIENTO, EN EL   *
      *        ORDEN EN QUE SE REGISTRARON (ARCHIVO PRIMERO)           *
      ******************************************************************
       01 WS-TABLA-OPERACIONES.
          05 WS-CANT-OPERACIONES         PIC S9(4) COMP VALUE ZEROS.
          05 WS-OPE-ENTRADA OCCURS 200 TIMES INDEXED BY I-OPE.
             07 OPE-OPERACION            PIC X(1).
             07 OPE-COD-RET              PIC XX.
             07 OPE-FECHA-PROCESO        PIC X(8).
             07 OPE-HORA-PROCESO         PIC X(6).
             07 OPE-FECHA-MAQUINA        PIC X(8).
             07 OPE-VALOR-NUM            PIC S9(9)V99 COMP-3.
             07 OPE-ANT-VALOR-NUM        PIC S9(9)V99 COMP-3.
             07 OPE-USUARIO              PIC X(8).
             07 OPE-APROBADOR            PIC X(8).
             07 OPE-EN-DELTA             PIC X(1).
               88 OPE-SI-EN-DELTA                 VALUE 'S'.
               88 OPE-NO-EN-DELTA                 VALUE 'N'.
      ******************************************************************
      *        FECHAS DE PROCESO PRESENTES EN EL DELTACDC MONTADO      *
      ******************************************************************
       01 WS-TABLA-DIAS-DELTA.
          05 WS-CANT-DIAS-DELTA          PIC S9(4) COMP VALUE ZEROS.
          05 WS-DIA-DELTA OCCURS 400 TIMES INDEXED BY I-DIA
                                         PIC X(10).
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 WS-FECHA-PROCESO               PIC X(10).
       01 WS-ID-TRAZA                    PIC 9(13) VALUE ZEROS.
       01 WS-FILAS-LLAVE                 PIC S9(9) COMP VALUE ZEROS.
       01 WS-FECHA-MOV-COMPACTA          PIC X(8).
       01 WS-FECHA-GUION.
           05 WS-FG-ANO                  PIC X(4).
           05 FILLER                     PIC X(1) VALUE '-'.
           05 WS-FG-MES                  PIC X(2).
           05 FILLER                     PIC X(1) VALUE '-'.
           05 WS-FG-DIA                  PIC X(2).
       01 WS-ULTIMA-FECHA-CONTRATO       PIC X(10).
       01 WS-EXT-VALOR                   PIC S9(9)V99 COMP-3.
       01 WS-EXT-MONEDA                  PIC X(3).
       01 WS-EXT-FECHA-CORRIDA           PIC X(10) VALUE SPACES.

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

       01 PRDTW-CAT.
           05 CAT-GENERACION             PIC X(44).
           05 CAT-FECHA-CORTE            PIC X(10).
           05 CAT-FILAS-W02              PIC S9(9) COMP.

       01 PRDTW-FIN.
           05 FIN-PROGRAMA               PIC X(8).
           05 FIN-CANTIDAD               PIC S9(9) COMP.
           05 FIN-HASH                   PIC S9(15)V99 COMP-3.
           05 FIN-FECHA                  PIC X(8).

       01 PRDTW-CDC.
           05 CDC-FECHA                  PIC X(10).
           05 CDC-CICLO                  PIC X(2)  VALUE '01'.
           05 CDC-CANTIDAD               PIC S9(9) COMP.

       01 PRDTW-ACK.
           05 ACK-CONSUMIDOR             PIC X(8).
           05 ACK-FECHA-ACK              PIC X(8).
           05 ACK-HORA-ACK               PIC X(6).

       01 PRDTW-CPB.
           05 CPB-FECHA                  PIC X(10).
           05 CPB-ORIGEN                 PIC X(8).
           05 CPB-ESTADO                 PIC X(1).
             88 CPB-RETENIDO                       VALUE 'H'.
           05 CPB-FECHA-RESPUESTA        PIC X(8).

       01 PRDTW-CPL.
           05 CPL-LINEA                  PIC S9(9) COMP.
           05 CPL-CUENTA                 PIC X(10).
           05 CPL-NATURALEZA             PIC X(1).
           05 CPL-VALOR                  PIC S9(11)V99 COMP-3.
           05 CPL-ID-MOV                 PIC S9(13) COMP-3.
           05 CPL-ESTADO                 PIC X(1).
             88 CPL-RECHAZADA                      VALUE 'R'.
           05 CPL-MOTIVO                 PIC X(4).

      ******************************************************************
      *                    LINEAS DEL LISTADO                          *
      ******************************************************************
       01 WS-TITULO1.
          05 FILLER             PIC X(31) VALUE
                                 'TRAZA DE LINAJE DEL MOVIMIENTO '.
          05 TIT-ID-MOV         PIC 9(13).
          05 FILLER             PIC X(11) VALUE '  CLIENTE: '.
          05 TIT-CLIENTE        PIC X(8).
          05 FILLER             PIC X(12) VALUE '  CONTRATO: '.
          05 TIT-CONTRATO       PIC X(18).
          05 FILLER             PIC X(9)  VALUE '  FECHA: '.
          05 TIT-FECHA          PIC X(10).
       01 WS-TITULO2.
          05 FILLER             PIC X(13) VALUE 'ETAPA        '.
          05 FILLER             PIC X(11) VALUE 'FECHA      '.
          05 FILLER             PIC X(7)  VALUE 'HORA   '.
          05 FILLER             PIC X(81) VALUE 'DETALLE'.
          05 FILLER             PIC X(15) VALUE 'MARCA'.

      *    LINEA DE LA LINEA DE TIEMPO; EL DETALLE SE ARMA CON UNA DE
      *    LAS VISTAS DE ABAJO SEGUN LA ETAPA
       01 WS-EVENTO.
          05 EVE-ETAPA                 PIC X(12).
          05 FILLER                    PIC X VALUE SPACES.
          05 EVE-FECHA                 PIC X(10).
          05 FILLER                    PIC X VALUE SPACES.
          05 EVE-HORA                  PIC X(6).
          05 FILLER                    PIC X VALUE SPACES.
          05 EVE-DETALLE               PIC X(80).
          05 FILLER                    PIC X VALUE SPACES.
          05 EVE-MARCA                 PIC X(15).

       01 WS-DET-W02.
          05 FILLER                    PIC X(4)  VALUE 'CLI '.
          05 DW2-CLIENTE               PIC X(8).
          05 FILLER                    PIC X(5)  VALUE ' CTO '.
          05 DW2-CONTRATO              PIC X(18).
          05 FILLER                    PIC X(5)  VALUE ' FEC '.
          05 DW2-FECHA                 PIC X(10).
          05 FILLER                    PIC X(3)  VALUE ' T '.
          05 DW2-TIPO                  PIC X(1).
          05 FILLER                    PIC X VALUE SPACES.
          05 DW2-VALOR                 PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X VALUE SPACES.
          05 DW2-MONEDA                PIC X(3).
          05 FILLER                    PIC X(6)  VALUE SPACES.

       01 WS-DET-BITACORA.
          05 FILLER                    PIC X(3)  VALUE 'OP '.
          05 DBI-OPERACION             PIC X(1).
          05 FILLER                    PIC X(4)  VALUE ' RC '.
          05 DBI-COD-RET               PIC XX.
          05 FILLER                    PIC X(7)  VALUE ' VALOR '.
          05 DBI-VALOR                 PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(7)  VALUE ' ANTES '.
          05 DBI-ANT-VALOR             PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(5)  VALUE ' USR '.
          05 DBI-USUARIO               PIC X(8).
          05 FILLER                    PIC X(5)  VALUE ' APR '.
          05 DBI-APROBADOR             PIC X(8).

       01 WS-DET-GENERACION.
          05 FILLER                    PIC X(11) VALUE 'GENERACION '.
          05 DGE-GENERACION            PIC X(44).
          05 FILLER                    PIC X(7)  VALUE ' FILAS '.
          05 DGE-FILAS                 PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(9)  VALUE SPACES.

       01 WS-DET-HUELLA.
          05 FILLER                    PIC X(21) VALUE
                                 'ARCHIVO APLICADO POR '.
          05 DHU-PROGRAMA              PIC X(8).
          05 FILLER                    PIC X(5)  VALUE ' REG '.
          05 DHU-CANTIDAD              PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(6)  VALUE ' HASH '.
          05 DHU-HASH                  PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(8)  VALUE SPACES.

       01 WS-DET-DELTA.
          05 FILLER                    PIC X(14) VALUE
                                 'DELTA CICLO '.
          05 DDE-CICLO                 PIC X(2).
          05 FILLER                    PIC X(12) VALUE ' REGISTROS '.
          05 DDE-CANTIDAD              PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 DDE-TEXTO                 PIC X(41).

       01 WS-DET-ACUSE.
          05 FILLER                    PIC X(21) VALUE
                                 'ACUSE DEL CONSUMIDOR '.
          05 DAC-CONSUMIDOR            PIC X(8).
          05 FILLER                    PIC X(51) VALUE SPACES.

       01 WS-DET-COMPROBANTE.
          05 FILLER                    PIC X(6)  VALUE 'LINEA '.
          05 DCP-LINEA                 PIC ZZZZZZ9.
          05 FILLER                    PIC X(8)  VALUE ' CUENTA '.
          05 DCP-CUENTA                PIC X(10).
          05 FILLER                    PIC X VALUE SPACES.
          05 DCP-NATURALEZA            PIC X(1).
          05 FILLER                    PIC X VALUE SPACES.
          05 DCP-VALOR                 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(8)  VALUE ' ESTADO '.
          05 DCP-ESTADO                PIC X(1).
          05 FILLER                    PIC X VALUE SPACES.
          05 DCP-MOTIVO                PIC X(4).
          05 FILLER                    PIC X(14) VALUE SPACES.

       01 WS-DET-EXTRACTO.
          05 FILLER                    PIC X(20) VALUE
                                 'EN EXTRACTO, VALOR '.
          05 DEX-VALOR                 PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X VALUE SPACES.
          05 DEX-MONEDA                PIC X(3).
          05 FILLER                    PIC X(6)  VALUE ' VECES'.
          05 DEX-VECES                 PIC ZZZZ9.
          05 FILLER                    PIC X(30) VALUE SPACES.

       01 WS-LINEA-SECCION.
          05 FILLER                    PIC X(4) VALUE '*** '.
          05 LSE-TEXTO                 PIC X(70).

       01 WS-RESUMEN.
          05 CTE-RESUMEN              PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(14) VALUE 'OPERACIONES  ='.
          05 RES-OPERACIONES           PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(10) VALUE ' FALTAN  ='.
          05 RES-FALTANTES             PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(10) VALUE ' REVISAR ='.
          05 RES-REVISAR               PIC ZZZZZZZZ9.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE FECHA DE PROCESO PE3C0060           *
      ******************************************************************
       COPY PE3CFPRO.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOW02
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOLGC
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCAT
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOFIN
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCDC
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOACK
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCPB
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCPL
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: LA FILA ACTUAL POR IDENTIFICADOR O POR LLAVE **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT W02_CLIENTE, W02_FECHA_MOV, W02_CONTRATO,
                      W02_VALOR_NUM, W02_TIPO_MOV, W02_MONEDA,
                      W02_ID_MOV
               FROM PRDTW02
               WHERE (:W02-ID-MOV > 0
                      AND W02_ID_MOV = :W02-ID-MOV)
               OR    (:W02-ID-MOV = 0
                      AND W02_CLIENTE   = :W02-CLIENTE
                      AND W02_CONTRATO  = :W02-CONTRATO
                      AND W02_FECHA_MOV = :W02-FECHA-MOV)
               ORDER BY W02_ID_MOV
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      ******   CURSOR_2: GENERACIONES ARCHIVADAS DE MANTLOG DESDE LA  **
      ******   FECHA DEL MOVIMIENTO                                   **
           EXEC SQL
               DECLARE CURSOR_2 CURSOR FOR
               SELECT LGC_GENERACION, LGC_FECHA_MIN, LGC_FECHA_MAX,
                      LGC_FILAS
               FROM PRDTWLGC
               WHERE LGC_TIPO_LOG  = :LGC-TIPO-LOG
               AND   LGC_FECHA_MAX >= :WS-FECHA-MOV-COMPACTA
               ORDER BY LGC_FECHA_MIN
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      ******   CURSOR_3: GENERACIONES DE PURGA QUE CUBREN LA LLAVE    **
           EXEC SQL
               DECLARE CURSOR_3 CURSOR FOR
               SELECT CAT_GENERACION, CAT_FECHA_CORTE, CAT_FILAS_W02
               FROM PRDTWCAT
               WHERE CAT_FECHA_MIN   <= :W02-FECHA-MOV
               AND   CAT_FECHA_MAX   >= :W02-FECHA-MOV
               AND   CAT_CLIENTE_MIN <= :W02-CLIENTE
               AND   CAT_CLIENTE_MAX >= :W02-CLIENTE
               ORDER BY CAT_FECHA_CORTE
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      ******   CURSOR_4: ARCHIVOS DE ENTRADA APLICADOS ESE DIA        **
           EXEC SQL
               DECLARE CURSOR_4 CURSOR FOR
               SELECT FIN_PROGRAMA, FIN_CANTIDAD, FIN_HASH
               FROM PRDTWFIN
               WHERE FIN_FECHA     = :FIN-FECHA
               AND   FIN_RESULTADO = 'A'
               ORDER BY FIN_PROGRAMA
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      ******   CURSOR_5: ACUSES DEL DELTA DE ESE DIA                  **
           EXEC SQL
               DECLARE CURSOR_5 CURSOR FOR
               SELECT ACK_CONSUMIDOR, ACK_FECHA_ACK, ACK_HORA_ACK
               FROM PRDTWACK
               WHERE ACK_FECHA = :CDC-FECHA
               AND   ACK_CICLO = :CDC-CICLO
               ORDER BY ACK_CONSUMIDOR
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      ******   CURSOR_6: LINEAS DEL COMPROBANTE DEL MOVIMIENTO        **
           EXEC SQL
               DECLARE CURSOR_6 CURSOR FOR
               SELECT CPL_LINEA, CPL_CUENTA, CPL_NATURALEZA,
                      CPL_VALOR, CPL_ESTADO, CPL_MOTIVO
               FROM PRDTWCPL
               WHERE CPL_FECHA  = :CPB-FECHA
               AND   CPL_ORIGEN = :CPB-ORIGEN
               AND   CPL_ID_MOV = :CPL-ID-MOV
               ORDER BY CPL_LINEA
               FOR FETCH ONLY
           END-EXEC.

       LINKAGE SECTION.
       01 REG-PARM.
           05 PARM-LONG                         PIC X(02).
      *    IDENTIFICADOR DEL MOVIMIENTO; EN BLANCO O CERO SE TRAZA
      *    POR CLIENTE/CONTRATO/FECHA
           05 PARM-ID-MOV                       PIC X(13).
           05 PARM-CLIENTE                      PIC X(08).
           05 PARM-CONTRATO                     PIC X(18).
           05 PARM-FECHA-MOV                    PIC X(10).

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING REG-PARM.
           PERFORM 01-INICIO
           PERFORM 02-PROCESO
           PERFORM 03-FINAL.
      ******************************************************************
      *                          01-INICIO                             *
      *   - UBICA EL MOVIMIENTO Y RECORRE UNA SOLA VEZ CADA ARCHIVO    *
      *     MONTADO GUARDANDO LO QUE LE CORRESPONDE; LA LINEA DE       *
      *     TIEMPO SE IMPRIME DESPUES, EN 02-PROCESO                   *
      ******************************************************************
       01-INICIO.
           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO TO WS-FECHA-PROCESO

           PERFORM 010-VALIDAR-PARM
           PERFORM 011-ABRIR-ARCHIVOS
           PERFORM 012-UBICAR-MOVIMIENTO
           PERFORM 013-CARGAR-BITACORA
           PERFORM 014-LEER-DELTA
           PERFORM 015-LEER-EXTRACTO
           PERFORM 016-LEER-ESTADO

           MOVE WS-ID-TRAZA    TO TIT-ID-MOV
           MOVE W02-CLIENTE    TO TIT-CLIENTE
           MOVE W02-CONTRATO   TO TIT-CONTRATO
           MOVE W02-FECHA-MOV  TO TIT-FECHA
           MOVE WS-TITULO1     TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO2     TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

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

           MOVE SPACES TO W02-CLIENTE W02-CONTRATO W02-FECHA-MOV
           MOVE ZEROS  TO W02-ID-MOV

           IF PARM-ID-MOV IS NUMERIC
              MOVE PARM-ID-MOV   TO WS-ID-TRAZA
           ELSE
              IF PARM-ID-MOV NOT = SPACES AND NOT = LOW-VALUES
                 DISPLAY 'IDENTIFICADOR INVALIDO: ' PARM-ID-MOV
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           IF WS-LONG-NUM = CTE-LONG-MAX-PARM
              MOVE PARM-CLIENTE   TO W02-CLIENTE
              MOVE PARM-CONTRATO  TO W02-CONTRATO
              MOVE PARM-FECHA-MOV TO W02-FECHA-MOV
              SET SI-LLAVE-CONOCIDA TO TRUE
           END-IF

           IF WS-ID-TRAZA = ZEROS
              IF NO-LLAVE-CONOCIDA
                 OR W02-CLIENTE   = SPACES
                 OR W02-CONTRATO  = SPACES
                 OR W02-FECHA-MOV = SPACES
                    DISPLAY 'INDIQUE IDENTIFICADOR O CLIENTE/CONTRATO'
                            '/FECHA DEL MOVIMIENTO'
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
              END-IF
           ELSE
              SET NO-LLAVE-CONOCIDA TO TRUE
           END-IF

           MOVE WS-ID-TRAZA TO W02-ID-MOV.

      *    SOLO SALIDA ES OBLIGATORIO; UN ARCHIVO NO MONTADO ('35')
      *    DEJA SU ETAPA COMO NO VERIFICADA
       011-ABRIR-ARCHIVOS.
           OPEN OUTPUT SALIDA
           IF WS-ESTADO-SAL NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ARCHIVO SALIDA  ' WS-ESTADO-SAL
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT MANHIST
           IF WS-ESTADO-HIS = '00'
              SET SI-HAY-HISTORIA TO TRUE
           ELSE
              MOVE WS-ESTADO-HIS TO WS-ESTADO-APERTURA
              PERFORM 0111-VERIFICAR-APERTURA
           END-IF

           OPEN INPUT MANTLOG
           IF WS-ESTADO-LOG = '00'
              SET SI-HAY-MANTLOG TO TRUE
           ELSE
              MOVE WS-ESTADO-LOG TO WS-ESTADO-APERTURA
              PERFORM 0111-VERIFICAR-APERTURA
           END-IF

           OPEN INPUT DELTACDC
           IF WS-ESTADO-CDC = '00'
              SET SI-HAY-DELTA TO TRUE
           ELSE
              MOVE WS-ESTADO-CDC TO WS-ESTADO-APERTURA
              PERFORM 0111-VERIFICAR-APERTURA
           END-IF

           OPEN INPUT EXTRACTO
           IF WS-ESTADO-EXT = '00'
              SET SI-HAY-EXTRACTO TO TRUE
           ELSE
              MOVE WS-ESTADO-EXT TO WS-ESTADO-APERTURA
              PERFORM 0111-VERIFICAR-APERTURA
           END-IF

           OPEN INPUT ESTADO
           IF WS-ESTADO-EST = '00'
              SET SI-HAY-ESTADO TO TRUE
           ELSE
              MOVE WS-ESTADO-EST TO WS-ESTADO-APERTURA
              PERFORM 0111-VERIFICAR-APERTURA
           END-IF.

       0111-VERIFICAR-APERTURA.
           IF WS-ESTADO-APERTURA NOT = '35'
              DISPLAY 'ERROR ABRIENDO ARCHIVO DE ENTRADA '
                      WS-ESTADO-APERTURA
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *                 012-UBICAR-MOVIMIENTO                          *
      *   LA LLAVE NO ES UNICA EN PRDTW02: SI VARIAS FILAS LA          *
      *   COMPARTEN SE TRAZA LA PRIMERA Y SE PIDE EL IDENTIFICADOR     *
      ******************************************************************
       012-UBICAR-MOVIMIENTO.
           EXEC SQL
               OPEN CURSOR_1
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_1 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           SET NO-FIN-CURSOR TO TRUE
           PERFORM 0121-FETCH-CURSOR-1

           EXEC SQL
               CLOSE CURSOR_1
           END-EXEC

           IF NO-FIN-CURSOR
              SET SI-EN-W02          TO TRUE
              SET SI-LLAVE-CONOCIDA  TO TRUE
              IF WS-ID-TRAZA = ZEROS
                 PERFORM 0122-CONTAR-LLAVE
              END-IF
              MOVE W02-ID-MOV        TO WS-ID-TRAZA
           END-IF.

       0121-FETCH-CURSOR-1.
           EXEC SQL
               FETCH CURSOR_1
               INTO :W02-CLIENTE, :W02-FECHA-MOV, :W02-CONTRATO,
                    :W02-VALOR-NUM, :W02-TIPO-MOV, :W02-MONEDA,
                    :W02-ID-MOV
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   ADD 1 TO WS-FILAS-W02
              WHEN +100
                   SET SI-FIN-CURSOR TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_1 SQLCODE ' SQLCODE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       0122-CONTAR-LLAVE.
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-FILAS-LLAVE
               FROM PRDTW02
               WHERE W02_CLIENTE   = :W02-CLIENTE
               AND   W02_CONTRATO  = :W02-CONTRATO
               AND   W02_FECHA_MOV = :W02-FECHA-MOV
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR SELECT PRDTW02 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-FILAS-LLAVE TO WS-FILAS-W02
           IF WS-FILAS-LLAVE > 1
              DISPLAY 'VARIAS FILAS CON LA LLAVE, SE TRAZA LA DEL '
                      'IDENTIFICADOR ' W02-ID-MOV
           END-IF.

      ******************************************************************
      *                 013-CARGAR-BITACORA                            *
      *   ARCHIVO PRIMERO Y LUEGO LO EN LINEA, ASI LA TABLA QUEDA EN   *
      *   ORDEN CRONOLOGICO. SI EL MOVIMIENTO YA NO ESTA EN PRDTW02 LA *
      *   LLAVE SE TOMA DE LA PRIMERA OPERACION CON SU IDENTIFICADOR   *
      ******************************************************************
       013-CARGAR-BITACORA.
           IF SI-HAY-HISTORIA
              SET NO-FIN-DATA TO TRUE
              PERFORM 0131-LEER-MANHIST
              PERFORM 0132-FILTRAR-HISTORIA UNTIL SI-FIN-DATA
              CLOSE MANHIST
           END-IF

           IF SI-HAY-MANTLOG
              SET NO-FIN-DATA TO TRUE
              PERFORM 0133-LEER-MANTLOG
              PERFORM 0134-FILTRAR-BITACORA UNTIL SI-FIN-DATA
              CLOSE MANTLOG
           END-IF.

       0131-LEER-MANHIST.
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

       0132-FILTRAR-HISTORIA.
           MOVE REG-MANHIST TO REG-MANTLOG
           PERFORM 0135-FILTRAR-OPERACION
           PERFORM 0131-LEER-MANHIST.

       0133-LEER-MANTLOG.
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

       0134-FILTRAR-BITACORA.
           PERFORM 0135-FILTRAR-OPERACION
           PERFORM 0133-LEER-MANTLOG.

      *    POR IDENTIFICADOR CUANDO SE CONOCE; LAS OPERACIONES SIN
      *    IDENTIFICADOR (RECHAZADAS O ANTERIORES A EL) POR LLAVE
       0135-FILTRAR-OPERACION.
           IF WS-ID-TRAZA > ZEROS
              AND LOG-ID-MOV IS NUMERIC
              AND LOG-ID-MOV = WS-ID-TRAZA
                 IF NO-LLAVE-CONOCIDA
                    MOVE LOG-CLIENTE    TO W02-CLIENTE
                    MOVE LOG-CONTRATO   TO W02-CONTRATO
                    MOVE LOG-FECHA-MOV  TO W02-FECHA-MOV
                    SET SI-LLAVE-CONOCIDA TO TRUE
                 END-IF
                 PERFORM 0136-GUARDAR-OPERACION
           ELSE
              IF SI-LLAVE-CONOCIDA
                 AND (LOG-ID-MOV IS NOT NUMERIC
                      OR LOG-ID-MOV = ZEROS
                      OR WS-ID-TRAZA = ZEROS)
                 AND LOG-CLIENTE   = W02-CLIENTE
                 AND LOG-CONTRATO  = W02-CONTRATO
                 AND LOG-FECHA-MOV = W02-FECHA-MOV
                    IF WS-ID-TRAZA = ZEROS
                       AND LOG-ID-MOV IS NUMERIC
                       AND LOG-ID-MOV > ZEROS
                          MOVE LOG-ID-MOV TO WS-ID-TRAZA
                    END-IF
                    PERFORM 0136-GUARDAR-OPERACION
              END-IF
           END-IF.

       0136-GUARDAR-OPERACION.
           IF WS-CANT-OPERACIONES >= CTE-MAX-OPERACIONES
              DISPLAY 'ERROR: MAS DE ' CTE-MAX-OPERACIONES
                      ' OPERACIONES SOBRE EL MOVIMIENTO'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-CANT-OPERACIONES
           SET I-OPE TO WS-CANT-OPERACIONES
           MOVE LOG-OPERACION      TO OPE-OPERACION(I-OPE)
           MOVE LOG-COD-RET        TO OPE-COD-RET(I-OPE)
           MOVE LOG-FECHA-PROCESO  TO OPE-FECHA-PROCESO(I-OPE)
           MOVE LOG-HORA-PROCESO   TO OPE-HORA-PROCESO(I-OPE)
           MOVE LOG-FECHA-MAQUINA  TO OPE-FECHA-MAQUINA(I-OPE)
           MOVE LOG-VALOR-NUM      TO OPE-VALOR-NUM(I-OPE)
           MOVE LOG-ANT-VALOR-NUM  TO OPE-ANT-VALOR-NUM(I-OPE)
           MOVE LOG-USUARIO        TO OPE-USUARIO(I-OPE)
           MOVE LOG-APROBADOR      TO OPE-APROBADOR(I-OPE)
           SET OPE-NO-EN-DELTA(I-OPE) TO TRUE
           IF LOG-COD-RET = '00'
              EVALUATE TRUE
                 WHEN LOG-OP-ALTA
                      SET SI-HAY-ALTA TO TRUE
                 WHEN LOG-OP-BAJA
                      SET SI-HAY-BAJA TO TRUE
              END-EVALUATE
           END-IF.

      ******************************************************************
      *                    014-LEER-DELTA                              *
      *   GUARDA LAS FECHAS DE PROCESO QUE TRAE EL DELTACDC MONTADO Y  *
      *   MARCA LAS OPERACIONES DEL MOVIMIENTO QUE EL DELTA LLEVO      *
      ******************************************************************
       014-LEER-DELTA.
           IF SI-HAY-DELTA
              SET NO-FIN-DATA TO TRUE
              PERFORM 0141-LEER-DELTACDC
              PERFORM 0142-REVISAR-DELTA UNTIL SI-FIN-DATA
              CLOSE DELTACDC
           END-IF.

       0141-LEER-DELTACDC.
           READ DELTACDC
              AT END
                 SET SI-FIN-DATA     TO TRUE
              NOT AT END
                 ADD 1               TO WS-LEIDOS-CDC
           END-READ
           IF WS-ESTADO-CDC NOT = '00' AND NOT = '10'
              DISPLAY 'ERROR LEYENDO ARCHIVO DELTACDC ' WS-ESTADO-CDC
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       0142-REVISAR-DELTA.
           EVALUATE TRUE
              WHEN CDC-REG-CABECERA
                   IF WS-CANT-DIAS-DELTA < CTE-MAX-DIAS-DELTA
                      ADD 1 TO WS-CANT-DIAS-DELTA
                      SET I-DIA TO WS-CANT-DIAS-DELTA
                      MOVE CDC-CAB-FECHA-PROCESO TO WS-DIA-DELTA(I-DIA)
                   END-IF
              WHEN CDC-REG-DETALLE
                   IF (WS-ID-TRAZA > ZEROS
                       AND CDC-ID-MOV IS NUMERIC
                       AND CDC-ID-MOV = WS-ID-TRAZA)
                   OR (CDC-CLIENTE   = W02-CLIENTE
                       AND CDC-CONTRATO  = W02-CONTRATO
                       AND CDC-FECHA-MOV = W02-FECHA-MOV)
                      PERFORM 0143-MARCAR-EN-DELTA
                   END-IF
           END-EVALUATE
           PERFORM 0141-LEER-DELTACDC.

       0143-MARCAR-EN-DELTA.
           IF WS-CANT-OPERACIONES > ZEROS
              SET I-OPE TO 1
              SEARCH WS-OPE-ENTRADA
                 AT END
                    CONTINUE
                 WHEN I-OPE > WS-CANT-OPERACIONES
                    CONTINUE
                 WHEN OPE-OPERACION(I-OPE)     = CDC-OPERACION
                  AND OPE-FECHA-PROCESO(I-OPE) = CDC-FECHA-OPERACION
                  AND OPE-HORA-PROCESO(I-OPE)  = CDC-HORA-OPERACION
                  AND OPE-NO-EN-DELTA(I-OPE)
                    SET OPE-SI-EN-DELTA(I-OPE) TO TRUE
              END-SEARCH
           END-IF.

      ******************************************************************
      *                   015-LEER-EXTRACTO                            *
      *   LA CABECERA 'V2' SE SALTA (MISMA REGLA DE PE3C0054); EL      *
      *   IDENTIFICADOR OCUPA LA MISMA POSICION EN LAS DOS VERSIONES   *
      ******************************************************************
       015-LEER-EXTRACTO.
           IF SI-HAY-EXTRACTO
              SET NO-FIN-DATA TO TRUE
              PERFORM 0151-LEER-EXTRACTO
              PERFORM 0152-REVISAR-EXTRACTO UNTIL SI-FIN-DATA
              CLOSE EXTRACTO
           END-IF.

       0151-LEER-EXTRACTO.
           READ EXTRACTO
              AT END
                 SET SI-FIN-DATA     TO TRUE
              NOT AT END
                 ADD 1               TO WS-LEIDOS-EXT
           END-READ
           IF WS-ESTADO-EXT NOT = '00' AND NOT = '10'
              DISPLAY 'ERROR LEYENDO ARCHIVO EXTRACTO ' WS-ESTADO-EXT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       0152-REVISAR-EXTRACTO.
           IF EXT2-ES-CABECERA
              MOVE EXT2-CAB-FECHA TO WS-EXT-FECHA-CORRIDA
           ELSE
              IF (WS-ID-TRAZA > ZEROS
                  AND EXT-ID-MOV = WS-ID-TRAZA)
              OR (WS-ID-TRAZA = ZEROS
                  AND EXT-CLIENTE  = W02-CLIENTE
                  AND EXT-CONTRATO = W02-CONTRATO
                  AND EXT-FECHA    = W02-FECHA-MOV)
                 ADD 1 TO WS-EN-EXTRACTO
                 MOVE EXT-VALOR-EMPACADO TO WS-EXT-VALOR
                 MOVE EXT-MONEDA         TO WS-EXT-MONEDA
              END-IF
           END-IF
           PERFORM 0151-LEER-EXTRACTO.

      ******************************************************************
      *                   016-LEER-ESTADO                              *
      *   EL ESTADO DE CUENTA NO LLEVA IDENTIFICADOR: SE BUSCA EL      *
      *   DETALLE DEL CONTRATO CON LA FECHA DEL MOVIMIENTO Y SE ANOTA  *
      *   SI EL CLIENTE TUVO ESTADO EN LA CORRIDA                      *
      ******************************************************************
       016-LEER-ESTADO.
           IF SI-HAY-ESTADO
              SET NO-FIN-DATA TO TRUE
              PERFORM 0161-LEER-ESTADO
              PERFORM 0162-REVISAR-ESTADO UNTIL SI-FIN-DATA
              CLOSE ESTADO
           END-IF.

       0161-LEER-ESTADO.
           READ ESTADO
              AT END
                 SET SI-FIN-DATA     TO TRUE
              NOT AT END
                 ADD 1               TO WS-LEIDOS-EST
           END-READ
           IF WS-ESTADO-EST NOT = '00' AND NOT = '10'
              DISPLAY 'ERROR LEYENDO ARCHIVO ESTADO ' WS-ESTADO-EST
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       0162-REVISAR-ESTADO.
           IF EST-ENC-LITERAL = 'ESTADO DE CUENTA CLIENTE: '
              AND EST-ENC-CLIENTE = W02-CLIENTE
                 SET SI-CLIENTE-EN-ESTADO TO TRUE
           END-IF
           IF EST-CONTRATO = W02-CONTRATO
              AND EST-FECHA = W02-FECHA-MOV
                 ADD 1 TO WS-EN-ESTADO
           END-IF
           PERFORM 0161-LEER-ESTADO.

      ******************************************************************
      *                        02-PROCESO                              *
      *   LINEA DE TIEMPO: ORIGEN, BITACORA (CON HUELLA Y DELTA DE     *
      *   CADA OPERACION), CONTABILIDAD, EXTRACTO Y ESTADO DE CUENTA   *
      ******************************************************************
       02-PROCESO.
           PERFORM 021-ETAPA-ORIGEN
           PERFORM 022-ETAPA-BITACORA
           PERFORM 023-ETAPA-CONTABLE
           PERFORM 024-ETAPA-EXTRACTO
           PERFORM 025-ETAPA-ESTADO.

      ******************************************************************
      *                     021-ETAPA-ORIGEN                           *
      ******************************************************************
       021-ETAPA-ORIGEN.
           MOVE 'FILA ACTUAL EN PRDTW02' TO LSE-TEXTO
           PERFORM 96-ESCRIBIR-SECCION

           INITIALIZE WS-EVENTO
           MOVE 'PRDTW02'          TO EVE-ETAPA
           EVALUATE TRUE
              WHEN SI-EN-W02
                   MOVE W02-CLIENTE    TO DW2-CLIENTE
                   MOVE W02-CONTRATO   TO DW2-CONTRATO
                   MOVE W02-FECHA-MOV  TO DW2-FECHA
                   MOVE W02-TIPO-MOV   TO DW2-TIPO
                   MOVE W02-VALOR-NUM  TO DW2-VALOR
                   MOVE W02-MONEDA     TO DW2-MONEDA
                   MOVE WS-DET-W02     TO EVE-DETALLE
                   PERFORM 95-ESCRIBIR-EVENTO
              WHEN NO-LLAVE-CONOCIDA
                   MOVE 'NO ESTA EN PRDTW02 NI EN LA BITACORA MONTADA'
                                       TO EVE-DETALLE
                   MOVE CTE-FALTA      TO EVE-MARCA
                   PERFORM 95-ESCRIBIR-EVENTO
              WHEN SI-HAY-BAJA
                   MOVE 'YA NO ESTA EN PRDTW02: BORRADO POR BAJA'
                                       TO EVE-DETALLE
                   PERFORM 95-ESCRIBIR-EVENTO
              WHEN OTHER
                   PERFORM 0211-BUSCAR-PURGA
           END-EVALUATE.

      *    SIN FILA Y SIN BAJA EN LA BITACORA: SOLO LA PURGA DE FIN DE
      *    ANO (PE3C0025) EXPLICA LA AUSENCIA
       0211-BUSCAR-PURGA.
           MOVE 'YA NO ESTA EN PRDTW02, SE BUSCA EN LA PURGA'
                                       TO EVE-DETALLE
           PERFORM 95-ESCRIBIR-EVENTO

           EXEC SQL
               OPEN CURSOR_3
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_3 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           SET NO-FIN-CURSOR TO TRUE
           PERFORM 02111-FETCH-CURSOR-3
           PERFORM 02112-LISTAR-PURGA UNTIL SI-FIN-CURSOR

           EXEC SQL
               CLOSE CURSOR_3
           END-EXEC

           IF WS-GEN-PURGA = ZEROS
              INITIALIZE WS-EVENTO
              MOVE 'PRDTWCAT'     TO EVE-ETAPA
              MOVE 'NINGUNA GENERACION DE PURGA CUBRE LA LLAVE'
                                  TO EVE-DETALLE
              MOVE CTE-FALTA      TO EVE-MARCA
              PERFORM 95-ESCRIBIR-EVENTO
           END-IF.

       02111-FETCH-CURSOR-3.
           EXEC SQL
               FETCH CURSOR_3
               INTO :CAT-GENERACION, :CAT-FECHA-CORTE, :CAT-FILAS-W02
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   ADD 1 TO WS-GEN-PURGA
              WHEN +100
                   SET SI-FIN-CURSOR TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_3 SQLCODE ' SQLCODE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       02112-LISTAR-PURGA.
           INITIALIZE WS-EVENTO
           MOVE 'PRDTWCAT'          TO EVE-ETAPA
           MOVE CAT-FECHA-CORTE     TO EVE-FECHA
           MOVE CAT-GENERACION      TO DGE-GENERACION
           MOVE CAT-FILAS-W02       TO DGE-FILAS
           MOVE WS-DET-GENERACION   TO EVE-DETALLE
           PERFORM 95-ESCRIBIR-EVENTO
           PERFORM 02111-FETCH-CURSOR-3.

      ******************************************************************
      *                    022-ETAPA-BITACORA                          *
      *   PRIMERO LAS GENERACIONES ARCHIVADAS QUE DEBIAN MONTARSE EN   *
      *   MANHIST; LUEGO CADA OPERACION CON SU HUELLA Y SU DELTA       *
      ******************************************************************
       022-ETAPA-BITACORA.
           MOVE 'BITACORA DE MANTENIMIENTO' TO LSE-TEXTO
           PERFORM 96-ESCRIBIR-SECCION

           IF SI-LLAVE-CONOCIDA
              MOVE W02-FECHA-MOV(1:4) TO WS-FECHA-MOV-COMPACTA(1:4)
              MOVE W02-FECHA-MOV(6:2) TO WS-FECHA-MOV-COMPACTA(5:2)
              MOVE W02-FECHA-MOV(9:2) TO WS-FECHA-MOV-COMPACTA(7:2)
              PERFORM 0221-GENERACIONES-REQUERIDAS
           END-IF

           IF NO-HAY-MANTLOG
              INITIALIZE WS-EVENTO
              MOVE 'MANTLOG'          TO EVE-ETAPA
              MOVE 'BITACORA EN LINEA NO MONTADA, NO VERIFICADA'
                                      TO EVE-DETALLE
              MOVE CTE-REVISAR        TO EVE-MARCA
              PERFORM 95-ESCRIBIR-EVENTO
           END-IF

           IF WS-CANT-OPERACIONES > ZEROS
              PERFORM 0222-IMPRIMIR-OPERACION
                      VARYING I-OPE FROM 1 BY 1
                      UNTIL I-OPE > WS-CANT-OPERACIONES
           END-IF

           IF SI-EN-W02 AND NO-HAY-ALTA
              INITIALIZE WS-EVENTO
              MOVE 'MANTLOG'          TO EVE-ETAPA
              MOVE 'ALTA NO HALLADA EN LA BITACORA MONTADA'
                                      TO EVE-DETALLE
              MOVE CTE-FALTA          TO EVE-MARCA
              PERFORM 95-ESCRIBIR-EVENTO
           END-IF.

       0221-GENERACIONES-REQUERIDAS.
           EXEC SQL
               OPEN CURSOR_2
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_2 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           SET NO-FIN-CURSOR TO TRUE
           PERFORM 02211-FETCH-CURSOR-2
           PERFORM 02212-LISTAR-GENERACION UNTIL SI-FIN-CURSOR

           EXEC SQL
               CLOSE CURSOR_2
           END-EXEC

           IF WS-LEIDOS-HIST < WS-FILAS-CATALOGO
              INITIALIZE WS-EVENTO
              MOVE 'MANHIST'          TO EVE-ETAPA
              MOVE 'HISTORIA INCOMPLETA: FALTAN GENERACIONES EN MANHIST'
                                      TO EVE-DETALLE
              MOVE CTE-REVISAR        TO EVE-MARCA
              PERFORM 95-ESCRIBIR-EVENTO
           END-IF.

       02211-FETCH-CURSOR-2.
           EXEC SQL
               FETCH CURSOR_2
               INTO :LGC-GENERACION, :LGC-FECHA-MIN, :LGC-FECHA-MAX,
                    :LGC-FILAS
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   ADD LGC-FILAS TO WS-FILAS-CATALOGO
              WHEN +100
                   SET SI-FIN-CURSOR TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_2 SQLCODE ' SQLCODE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       02212-LISTAR-GENERACION.
           INITIALIZE WS-EVENTO
           MOVE 'PRDTWLGC'          TO EVE-ETAPA
           MOVE LGC-FECHA-MIN       TO EVE-FECHA
           MOVE LGC-GENERACION      TO DGE-GENERACION
           MOVE LGC-FILAS           TO DGE-FILAS
           MOVE WS-DET-GENERACION   TO EVE-DETALLE
           PERFORM 95-ESCRIBIR-EVENTO
           PERFORM 02211-FETCH-CURSOR-2.

       0222-IMPRIMIR-OPERACION.
           INITIALIZE WS-EVENTO
           MOVE 'MANTLOG'                  TO EVE-ETAPA
           MOVE OPE-FECHA-PROCESO(I-OPE)   TO EVE-FECHA
           MOVE OPE-HORA-PROCESO(I-OPE)    TO EVE-HORA
           MOVE OPE-OPERACION(I-OPE)       TO DBI-OPERACION
           MOVE OPE-COD-RET(I-OPE)         TO DBI-COD-RET
           MOVE OPE-VALOR-NUM(I-OPE)       TO DBI-VALOR
           MOVE OPE-ANT-VALOR-NUM(I-OPE)   TO DBI-ANT-VALOR
           MOVE OPE-USUARIO(I-OPE)         TO DBI-USUARIO
           MOVE OPE-APROBADOR(I-OPE)       TO DBI-APROBADOR
           MOVE WS-DET-BITACORA            TO EVE-DETALLE
           PERFORM 95-ESCRIBIR-EVENTO

      *    UNA OPERACION RECHAZADA NO TOCO LA TABLA NI VIAJA EN EL
      *    DELTA: NO SE LE EXIGE NADA MAS
           IF OPE-COD-RET(I-OPE) = '00'
              PERFORM 0223-HUELLA-ENTRADA
              PERFORM 0224-ETAPA-DELTA
           END-IF.

      *    ARCHIVOS DE ENTRADA APLICADOS EL MISMO DIA DE MAQUINA; SIN
      *    NINGUNO LA OPERACION VINO EN LINEA (PE3C0046)
       0223-HUELLA-ENTRADA.
           MOVE OPE-FECHA-MAQUINA(I-OPE) TO FIN-FECHA
           MOVE ZEROS                    TO WS-CANT-FIN

           EXEC SQL
               OPEN CURSOR_4
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_4 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           SET NO-FIN-CURSOR TO TRUE
           PERFORM 02231-FETCH-CURSOR-4
           PERFORM 02232-LISTAR-HUELLA UNTIL SI-FIN-CURSOR

           EXEC SQL
               CLOSE CURSOR_4
           END-EXEC

           IF WS-CANT-FIN = ZEROS
              INITIALIZE WS-EVENTO
              MOVE 'PRDTWFIN'          TO EVE-ETAPA
              MOVE FIN-FECHA           TO EVE-FECHA
              MOVE 'SIN ARCHIVO DE ENTRADA ESE DIA: OPERACION EN LINEA'
                                       TO EVE-DETALLE
              PERFORM 95-ESCRIBIR-EVENTO
           END-IF.

       02231-FETCH-CURSOR-4.
           EXEC SQL
               FETCH CURSOR_4
               INTO :FIN-PROGRAMA, :FIN-CANTIDAD, :FIN-HASH
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   ADD 1 TO WS-CANT-FIN
              WHEN +100
                   SET SI-FIN-CURSOR TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_4 SQLCODE ' SQLCODE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       02232-LISTAR-HUELLA.
           INITIALIZE WS-EVENTO
           MOVE 'PRDTWFIN'          TO EVE-ETAPA
           MOVE FIN-FECHA           TO EVE-FECHA
           MOVE FIN-PROGRAMA        TO DHU-PROGRAMA
           MOVE FIN-CANTIDAD        TO DHU-CANTIDAD
           MOVE FIN-HASH            TO DHU-HASH
           MOVE WS-DET-HUELLA       TO EVE-DETALLE
           PERFORM 95-ESCRIBIR-EVENTO
           PERFORM 02231-FETCH-CURSOR-4.

      ******************************************************************
      *                    0224-ETAPA-DELTA                            *
      *   EL DELTA DEL DIA DE NEGOCIO DEBIO EMITIRSE (PRDTWCDC),       *
      *   LLEVAR LA OPERACION (SI ESE DIA ESTA MONTADO EN DELTACDC) Y  *
      *   TENER AL MENOS UN ACUSE (PRDTWACK)                           *
      ******************************************************************
       0224-ETAPA-DELTA.
           MOVE OPE-FECHA-PROCESO(I-OPE)(1:4) TO WS-FG-ANO
           MOVE OPE-FECHA-PROCESO(I-OPE)(5:2) TO WS-FG-MES
           MOVE OPE-FECHA-PROCESO(I-OPE)(7:2) TO WS-FG-DIA
           MOVE WS-FECHA-GUION               TO CDC-FECHA

           INITIALIZE WS-EVENTO
           MOVE 'PRDTWCDC'          TO EVE-ETAPA
           MOVE CDC-FECHA           TO EVE-FECHA
           MOVE CDC-CICLO           TO DDE-CICLO

           EXEC SQL
               SELECT CDC_CANTIDAD
               INTO  :CDC-CANTIDAD
               FROM PRDTWCDC
               WHERE CDC_FECHA = :CDC-FECHA
               AND   CDC_CICLO = :CDC-CICLO
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   MOVE CDC-CANTIDAD   TO DDE-CANTIDAD
                   MOVE 'EMITIDO'      TO DDE-TEXTO
                   MOVE WS-DET-DELTA   TO EVE-DETALLE
                   PERFORM 95-ESCRIBIR-EVENTO
                   PERFORM 02241-DELTA-ARCHIVO
                   PERFORM 02242-ACUSES
              WHEN +100
                   IF CDC-FECHA < WS-FECHA-PROCESO
                      MOVE 'DELTA DEL DIA NO EMITIDO (PE3C0051)'
                                       TO EVE-DETALLE
                      MOVE CTE-FALTA   TO EVE-MARCA
                   ELSE
                      MOVE 'DELTA DEL DIA AUN NO EMITIDO'
                                       TO EVE-DETALLE
                   END-IF
                   PERFORM 95-ESCRIBIR-EVENTO
              WHEN OTHER
                   DISPLAY 'ERROR SELECT PRDTWCDC SQLCODE ' SQLCODE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       02241-DELTA-ARCHIVO.
           INITIALIZE WS-EVENTO
           MOVE 'DELTACDC'          TO EVE-ETAPA
           MOVE CDC-FECHA           TO EVE-FECHA
           SET NO-DIA-EN-DELTA TO TRUE
           IF WS-CANT-DIAS-DELTA > ZEROS
              SET I-DIA TO 1
              SEARCH WS-DIA-DELTA
                 AT END
                    CONTINUE
                 WHEN I-DIA > WS-CANT-DIAS-DELTA
                    CONTINUE
                 WHEN WS-DIA-DELTA(I-DIA) = CDC-FECHA
                    SET SI-DIA-EN-DELTA TO TRUE
              END-SEARCH
           END-IF
           EVALUATE TRUE
              WHEN OPE-SI-EN-DELTA(I-OPE)
                   MOVE 'OPERACION PRESENTE EN EL DELTACDC DEL DIA'
                                       TO EVE-DETALLE
              WHEN SI-DIA-EN-DELTA
                   MOVE 'OPERACION AUSENTE DEL DELTACDC DEL DIA'
                                       TO EVE-DETALLE
                   MOVE CTE-FALTA      TO EVE-MARCA
              WHEN OTHER
                   MOVE 'DELTACDC DEL DIA NO MONTADO, NO VERIFICADO'
                                       TO EVE-DETALLE
           END-EVALUATE
           PERFORM 95-ESCRIBIR-EVENTO.

       02242-ACUSES.
           MOVE ZEROS TO WS-CANT-ACK

           EXEC SQL
               OPEN CURSOR_5
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_5 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           SET NO-FIN-CURSOR TO TRUE
           PERFORM 022421-FETCH-CURSOR-5
           PERFORM 022422-LISTAR-ACUSE UNTIL SI-FIN-CURSOR

           EXEC SQL
               CLOSE CURSOR_5
           END-EXEC

           IF WS-CANT-ACK = ZEROS
              INITIALIZE WS-EVENTO
              MOVE 'PRDTWACK'          TO EVE-ETAPA
              MOVE CDC-FECHA           TO EVE-FECHA
              MOVE 'DELTA SIN ACUSE DE NINGUN CONSUMIDOR'
                                       TO EVE-DETALLE
              MOVE CTE-FALTA           TO EVE-MARCA
              PERFORM 95-ESCRIBIR-EVENTO
           END-IF.

       022421-FETCH-CURSOR-5.
           EXEC SQL
               FETCH CURSOR_5
               INTO :ACK-CONSUMIDOR, :ACK-FECHA-ACK, :ACK-HORA-ACK
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   ADD 1 TO WS-CANT-ACK
              WHEN +100
                   SET SI-FIN-CURSOR TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_5 SQLCODE ' SQLCODE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       022422-LISTAR-ACUSE.
           INITIALIZE WS-EVENTO
           MOVE 'PRDTWACK'          TO EVE-ETAPA
           MOVE ACK-FECHA-ACK       TO EVE-FECHA
           MOVE ACK-HORA-ACK        TO EVE-HORA
           MOVE ACK-CONSUMIDOR      TO DAC-CONSUMIDOR
           MOVE WS-DET-ACUSE        TO EVE-DETALLE
           PERFORM 95-ESCRIBIR-EVENTO
           PERFORM 022421-FETCH-CURSOR-5.

      ******************************************************************
      *                    023-ETAPA-CONTABLE                          *
      *   PE3C0069 CONTABILIZA LOS MOVIMIENTOS POR SU FECHA: SI EL     *
      *   COMPROBANTE DE ESA FECHA EXISTE, EL MOVIMIENTO DEBE TENER    *
      *   SUS LINEAS; LAS RECHAZADAS POR EL MAYOR SE SENALAN           *
      ******************************************************************
       023-ETAPA-CONTABLE.
           MOVE 'COMPROBANTE CONTABLE' TO LSE-TEXTO
           PERFORM 96-ESCRIBIR-SECCION

           IF SI-LLAVE-CONOCIDA
              PERFORM 0230-COMPROBANTE-FECHA
           END-IF.

       0230-COMPROBANTE-FECHA.
           MOVE W02-FECHA-MOV  TO CPB-FECHA
           MOVE CTE-ORIGEN-CPB TO CPB-ORIGEN
           MOVE WS-ID-TRAZA    TO CPL-ID-MOV

           INITIALIZE WS-EVENTO
           MOVE 'PRDTWCPB'     TO EVE-ETAPA
           MOVE CPB-FECHA      TO EVE-FECHA

           EXEC SQL
               SELECT CPB_ESTADO, CPB_FECHA_RESPUESTA
               INTO  :CPB-ESTADO, :CPB-FECHA-RESPUESTA
               FROM PRDTWCPB
               WHERE CPB_FECHA  = :CPB-FECHA
               AND   CPB_ORIGEN = :CPB-ORIGEN
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   MOVE 'COMPROBANTE DE LA FECHA EN ESTADO '
                                       TO EVE-DETALLE
                   MOVE CPB-ESTADO     TO EVE-DETALLE(35:1)
                   IF CPB-RETENIDO
                      MOVE CTE-REVISAR TO EVE-MARCA
                   END-IF
                   PERFORM 95-ESCRIBIR-EVENTO
                   PERFORM 0231-LINEAS-COMPROBANTE
              WHEN +100
                   IF W02-FECHA-MOV < WS-FECHA-PROCESO
                      MOVE 'SIN COMPROBANTE PARA LA FECHA (PE3C0069)'
                                       TO EVE-DETALLE
                      MOVE CTE-FALTA   TO EVE-MARCA
                   ELSE
                      MOVE 'COMPROBANTE DE LA FECHA AUN NO GENERADO'
                                       TO EVE-DETALLE
                   END-IF
                   PERFORM 95-ESCRIBIR-EVENTO
              WHEN OTHER
                   DISPLAY 'ERROR SELECT PRDTWCPB SQLCODE ' SQLCODE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       0231-LINEAS-COMPROBANTE.
           EXEC SQL
               OPEN CURSOR_6
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_6 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           SET NO-FIN-CURSOR TO TRUE
           PERFORM 02311-FETCH-CURSOR-6
           PERFORM 02312-LISTAR-LINEA UNTIL SI-FIN-CURSOR

           EXEC SQL
               CLOSE CURSOR_6
           END-EXEC

      *    UN MOVIMIENTO BORRADO ANTES DEL COMPROBANTE NO SE CONTABILIZA
           IF WS-CANT-CPL = ZEROS AND SI-EN-W02
              INITIALIZE WS-EVENTO
              MOVE 'PRDTWCPL'          TO EVE-ETAPA
              MOVE CPB-FECHA           TO EVE-FECHA
              MOVE 'MOVIMIENTO SIN LINEAS EN EL COMPROBANTE'
                                       TO EVE-DETALLE
              MOVE CTE-FALTA           TO EVE-MARCA
              PERFORM 95-ESCRIBIR-EVENTO
           END-IF.

       02311-FETCH-CURSOR-6.
           EXEC SQL
               FETCH CURSOR_6
               INTO :CPL-LINEA, :CPL-CUENTA, :CPL-NATURALEZA,
                    :CPL-VALOR, :CPL-ESTADO, :CPL-MOTIVO
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   ADD 1 TO WS-CANT-CPL
              WHEN +100
                   SET SI-FIN-CURSOR TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_6 SQLCODE ' SQLCODE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       02312-LISTAR-LINEA.
           INITIALIZE WS-EVENTO
           MOVE 'PRDTWCPL'          TO EVE-ETAPA
           MOVE CPB-FECHA           TO EVE-FECHA
           MOVE CPL-LINEA           TO DCP-LINEA
           MOVE CPL-CUENTA          TO DCP-CUENTA
           MOVE CPL-NATURALEZA      TO DCP-NATURALEZA
           MOVE CPL-VALOR           TO DCP-VALOR
           MOVE CPL-ESTADO          TO DCP-ESTADO
           MOVE CPL-MOTIVO          TO DCP-MOTIVO
           MOVE WS-DET-COMPROBANTE  TO EVE-DETALLE
           IF CPL-RECHAZADA
              MOVE CTE-REVISAR      TO EVE-MARCA
           END-IF
           PERFORM 95-ESCRIBIR-EVENTO
           PERFORM 02311-FETCH-CURSOR-6.

      ******************************************************************
      *                    024-ETAPA-EXTRACTO                          *
      *   EL EXTRACTO DE LIQUIDACION LLEVA TODA FILA VIGENTE           *
      ******************************************************************
       024-ETAPA-EXTRACTO.
           MOVE 'EXTRACTO DE LIQUIDACION' TO LSE-TEXTO
           PERFORM 96-ESCRIBIR-SECCION

           INITIALIZE WS-EVENTO
           MOVE 'EXTRACTO'             TO EVE-ETAPA
           MOVE WS-EXT-FECHA-CORRIDA   TO EVE-FECHA
           EVALUATE TRUE
              WHEN NO-HAY-EXTRACTO
                   MOVE 'EXTRACTO NO MONTADO, NO VERIFICADO'
                                       TO EVE-DETALLE
              WHEN WS-EN-EXTRACTO > ZEROS
                   MOVE WS-EXT-VALOR   TO DEX-VALOR
                   MOVE WS-EXT-MONEDA  TO DEX-MONEDA
                   MOVE WS-EN-EXTRACTO TO DEX-VECES
                   MOVE WS-DET-EXTRACTO TO EVE-DETALLE
                   IF WS-EN-EXTRACTO > 1
                      MOVE CTE-REVISAR TO EVE-MARCA
                   END-IF
              WHEN SI-EN-W02
                   MOVE 'MOVIMIENTO VIGENTE AUSENTE DEL EXTRACTO'
                                       TO EVE-DETALLE
                   MOVE CTE-FALTA      TO EVE-MARCA
              WHEN OTHER
                   MOVE 'NO ESTA EN EL EXTRACTO (YA NO ESTA VIGENTE)'
                                       TO EVE-DETALLE
           END-EVALUATE
           PERFORM 95-ESCRIBIR-EVENTO.

      ******************************************************************
      *                    025-ETAPA-ESTADO                            *
      *   PE3C0052 MUESTRA SOLO EL ULTIMO MOVIMIENTO DE CADA CONTRATO: *
      *   SE EXIGE SI ESTE LO ES Y EL CLIENTE TUVO ESTADO              *
      ******************************************************************
       025-ETAPA-ESTADO.
           MOVE 'ESTADO DE CUENTA' TO LSE-TEXTO
           PERFORM 96-ESCRIBIR-SECCION

           MOVE SPACES TO WS-ULTIMA-FECHA-CONTRATO
           IF SI-EN-W02
              EXEC SQL
                  SELECT VALUE(MAX(W02_FECHA_MOV), ' ')
                  INTO  :WS-ULTIMA-FECHA-CONTRATO
                  FROM PRDTW02
                  WHERE W02_CLIENTE  = :W02-CLIENTE
                  AND   W02_CONTRATO = :W02-CONTRATO
              END-EXEC
              IF SQLCODE NOT EQUAL ZEROS
                 DISPLAY 'ERROR SELECT PRDTW02 SQLCODE ' SQLCODE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           INITIALIZE WS-EVENTO
           MOVE 'ESTADO'              TO EVE-ETAPA
           EVALUATE TRUE
              WHEN NO-HAY-ESTADO
                   MOVE 'ESTADOS DE CUENTA NO MONTADOS, NO VERIFICADO'
                                       TO EVE-DETALLE
              WHEN WS-EN-ESTADO > ZEROS
                   MOVE 'DETALLE DEL CONTRATO A ESA FECHA PRESENTE'
                                       TO EVE-DETALLE
              WHEN NO-CLIENTE-EN-ESTADO
                   MOVE 'CLIENTE SIN ESTADO DE CUENTA EN LA CORRIDA'
                                       TO EVE-DETALLE
              WHEN SI-EN-W02
               AND W02-FECHA-MOV = WS-ULTIMA-FECHA-CONTRATO
                   MOVE 'ULTIMO MOVIMIENTO DEL CONTRATO AUSENTE'
                                       TO EVE-DETALLE
                   MOVE CTE-FALTA      TO EVE-MARCA
              WHEN OTHER
                   MOVE 'NO ESPERADO: SOLO SALE EL ULTIMO MOVIMIENTO'
                                       TO EVE-DETALLE
           END-EVALUATE
           PERFORM 95-ESCRIBIR-EVENTO.

      ******************************************************************
      *                    95-ESCRIBIR-EVENTO                          *
      ******************************************************************
       95-ESCRIBIR-EVENTO.
           EVALUATE EVE-MARCA
              WHEN CTE-FALTA
                   ADD 1 TO WS-ETAPAS-FALTANTES
              WHEN CTE-REVISAR
                   ADD 1 TO WS-ETAPAS-REVISAR
           END-EVALUATE
           MOVE WS-EVENTO TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

       96-ESCRIBIR-SECCION.
           MOVE WS-LINEA-SECCION TO REG-SALIDA
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
      ******************************************************************
       03-FINAL.
           MOVE WS-CANT-OPERACIONES  TO RES-OPERACIONES
           MOVE WS-ETAPAS-FALTANTES  TO RES-FALTANTES
           MOVE WS-ETAPAS-REVISAR    TO RES-REVISAR
           MOVE WS-RESUMEN           TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           DISPLAY 'IDENTIFICADOR TRAZADO      : ' WS-ID-TRAZA
           DISPLAY 'FILAS EN PRDTW02           : ' WS-FILAS-W02
           DISPLAY 'LEIDOS DE MANHIST          : ' WS-LEIDOS-HIST
           DISPLAY 'LEIDOS DE MANTLOG          : ' WS-LEIDOS-LOG
           DISPLAY 'LEIDOS DE DELTACDC         : ' WS-LEIDOS-CDC
           DISPLAY 'LEIDOS DE EXTRACTO         : ' WS-LEIDOS-EXT
           DISPLAY 'LEIDOS DE ESTADO           : ' WS-LEIDOS-EST
           DISPLAY 'OPERACIONES EN BITACORA    : ' WS-CANT-OPERACIONES
           DISPLAY 'ETAPAS FALTANTES           : ' WS-ETAPAS-FALTANTES
           DISPLAY 'ETAPAS A REVISAR           : ' WS-ETAPAS-REVISAR

           CLOSE SALIDA

           IF WS-ETAPAS-FALTANTES > ZEROS
              OR WS-ETAPAS-REVISAR > ZEROS
                MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
