       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0161.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           DISTRIBUCION DE LOS REPORTES DE LA NOCHE POR OFICINA:
      *           CON EL REGISTRO DE SALIDAS PRDTWRDO (LO LLENAN
      *           PE3C0017, PE3C0068, PE3C0052 Y PE3C0075 POR MEDIO DE
      *           PE3C0160) ARMA UN UNICO PAQUETE PAQNNNN POR OFICINA:
      *           ABRE CON UN MANIFIESTO (REPORTE, DATASET, PROGRAMA,
      *           REGISTROS Y TOTAL DE CONTROL) Y LUEGO COPIA CADA
      *           REPORTE (OFINNNN, FACNNNN, SOLNNNN Y LAS CARTAS DE
      *           COBRO DE LA OFICINA, SEPARADAS DEL ARCHIVO CARTAS).
      *           LO COPIADO SE CUADRA CONTRA LO REGISTRADO; LA
      *           BITACORA DISTLOG DEJA UNA LINEA POR REPORTE Y EL
      *           PAQUETE QUEDA EN PRDTWPAQ CON ESTADO 'E' (ENVIADO)
      *           HASTA QUE LA OFICINA ACUSE EL RECIBO (PE3C0162). UN
      *           PAQUETE QUE NO CUADRA SE ALERTA CON SEVERIDAD 'W' Y
      *           LA CORRIDA TERMINA CON CONDITION CODE 4
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
      *****************CARTAS DE COBRO DE LA NOCHE (PE3C0075)***********
           SELECT CARTAS    ASSIGN TO CARTAS
                            FILE STATUS IS WS-ESTADO-CAR.
      *****************CARTAS CLASIFICADAS POR OFICINA******************
           SELECT CARORD    ASSIGN TO CARORD
                            FILE STATUS IS WS-ESTADO-CAO.
      *****************ARCHIVO DE CLASIFICACION*************************
           SELECT ORDENA    ASSIGN TO SORTWK.
      *****************REPORTES DE LA OFICINA (NOMBRE EN PRDTWRDO)******
           SELECT OFIENT    ASSIGN TO WS-DSN-OFIENT
                            FILE STATUS IS WS-ESTADO-OFI.
           SELECT FACENT    ASSIGN TO WS-DSN-FACENT
                            FILE STATUS IS WS-ESTADO-FAC.
           SELECT SOLENT    ASSIGN TO WS-DSN-SOLENT
                            FILE STATUS IS WS-ESTADO-SOL.
      *****************PAQUETE DE LA OFICINA EN CURSO (PAQNNNN)*********
           SELECT PAQUETE   ASSIGN TO WS-DSN-PAQUETE
                            FILE STATUS IS WS-ESTADO-PAQ.
      *****************BITACORA DE LA DISTRIBUCION**********************
           SELECT DISTLOG   ASSIGN TO DISTLOG
                            FILE STATUS IS WS-ESTADO.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CARTAS
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-CARTAS             PIC X(120).

       FD  CARORD RECORDING MODE IS F
                  BLOCK CONTAINS 0 RECORDS.
       01 REG-CARORD.
           05 ORD-OFICINA                  PIC X(4).
           05 ORD-SECUENCIA                PIC 9(9).
           05 ORD-LINEA                    PIC X(120).

      *    LA SECUENCIA CONSERVA EL ORDEN ORIGINAL DE LAS LINEAS DE
      *    CADA CARTA DENTRO DE SU OFICINA
       SD  ORDENA.
       01 REG-ORDENA.
           05 SRT-OFICINA                  PIC X(4).
           05 SRT-SECUENCIA                PIC 9(9).
           05 SRT-LINEA                    PIC X(120).

       FD  OFIENT
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-OFIENT             PIC X(150).

       FD  FACENT
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-FACENT             PIC X(120).

       FD  SOLENT
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-SOLENT             PIC X(100).

       FD  PAQUETE
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-PAQUETE            PIC X(150).

       FD  DISTLOG
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-DISTLOG            PIC X(132).
      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                VARIABLES DE CODIGOS DE RETORNO                 *
      ******************************************************************
       01 WS-ESTADO                      PIC XX    VALUE '00'.
       01 WS-ESTADO-CAR                  PIC XX    VALUE '00'.
       01 WS-ESTADO-CAO                  PIC XX    VALUE '00'.
       01 WS-ESTADO-OFI                  PIC XX    VALUE '00'.
       01 WS-ESTADO-FAC                  PIC XX    VALUE '00'.
       01 WS-ESTADO-SOL                  PIC XX    VALUE '00'.
       01 WS-ESTADO-PAQ                  PIC XX    VALUE '00'.
      ******************************************************************
      *                           SWITCHES                             *
      ******************************************************************
       01 SWITCHES.
           05 SW-FIN-CURSOR-1        PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR-1                  VALUE 'S'.
             88 NO-FIN-CURSOR-1                  VALUE 'N'.
           05 SW-FIN-CURSOR-2        PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR-2                  VALUE 'S'.
             88 NO-FIN-CURSOR-2                  VALUE 'N'.
           05 SW-FIN-CARTAS          PIC X       VALUE 'N'.
             88 SI-FIN-CARTAS                    VALUE 'S'.
             88 NO-FIN-CARTAS                    VALUE 'N'.
           05 SW-FIN-CARORD          PIC X       VALUE 'N'.
             88 SI-FIN-CARORD                    VALUE 'S'.
             88 NO-FIN-CARORD                    VALUE 'N'.
           05 SW-FIN-ENTRADA         PIC X       VALUE 'N'.
             88 SI-FIN-ENTRADA                   VALUE 'S'.
             88 NO-FIN-ENTRADA                   VALUE 'N'.
           05 SW-EN-CARTA            PIC X       VALUE 'N'.
             88 SI-EN-CARTA                      VALUE 'S'.
             88 NO-EN-CARTA                      VALUE 'N'.
           05 SW-OFICINA-CARTA       PIC X       VALUE 'N'.
             88 SI-OFICINA-CARTA                 VALUE 'S'.
             88 NO-OFICINA-CARTA                 VALUE 'N'.
           05 SW-PAQUETE-CUADRA      PIC X       VALUE 'S'.
             88 SI-PAQUETE-CUADRA                VALUE 'S'.
             88 NO-PAQUETE-CUADRA                VALUE 'N'.
           05 SW-ERROR-PROCESO       PIC X       VALUE 'N'.
             88 SI-ERROR-PROCESO                 VALUE 'S'.
             88 NO-ERROR-PROCESO                 VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-PAQUETES                  PIC 9(09) VALUE ZEROS.
          05 WS-PAQUETES-DESCUADRADOS     PIC 9(09) VALUE ZEROS.
          05 WS-REPORTES-EMPACADOS        PIC 9(09) VALUE ZEROS.
          05 WS-LINEAS-CARTAS             PIC 9(09) VALUE ZEROS.
          05 WS-LINEAS-SIN-OFICINA        PIC 9(09) VALUE ZEROS.
          05 WS-LINEAS-SIN-PAQUETE        PIC 9(09) VALUE ZEROS.
          05 WS-SECUENCIA-CARTA           PIC 9(09) VALUE ZEROS.
          05 WS-REGISTROS-PAQUETE         PIC S9(9) COMP VALUE ZEROS.
      ******************************************************************
      *                          CONSTANTES                            *
      ******************************************************************
       01 WS-CONSTANTES.
          05 CTE-MAX-MANIFIESTO          PIC 9(02) VALUE 10.
          05 CTE-MAX-BUFFER              PIC 9(02) VALUE 05.
      ******************************************************************
      *       NOMBRES LOGICOS: LOS REPORTES DE ENTRADA SALEN DEL       *
      *       REGISTRO (RDO_DATASET); EL PAQUETE ES 'PAQ' MAS EL       *
      *       CODIGO DE LA OFICINA                                     *
      ******************************************************************
       01 WS-DSN-OFIENT                  PIC X(44) VALUE SPACES.
       01 WS-DSN-FACENT                  PIC X(44) VALUE SPACES.
       01 WS-DSN-SOLENT                  PIC X(44) VALUE SPACES.
       01 WS-DSN-PAQUETE.
          05 FILLER                   PIC X(3)  VALUE 'PAQ'.
          05 DSN-PAQ-OFICINA          PIC X(4).
          05 FILLER                   PIC X(37) VALUE SPACES.
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 WS-FECHA-PROCESO               PIC X(10) VALUE SPACES.

      *    OFICINA CON SALIDAS REGISTRADAS EN LA FECHA (CURSOR_1)
       01 WS-OFICINA-PAQUETE.
           05 OFI-CODIGO                 PIC X(4).
           05 OFI-NOMBRE                 PIC X(30).
           05 WS-CANT-REPORTES           PIC S9(9) COMP.
           05 WS-SUMA-REGISTROS          PIC S9(9) COMP.

       01 PRDTW-RDO.
           05 RDO-REPORTE                PIC X(8).
           05 RDO-DATASET                PIC X(8).
           05 RDO-PROGRAMA               PIC X(8).
           05 RDO-REGISTROS              PIC S9(9) COMP.
           05 RDO-TOTAL                  PIC S9(13)V99 COMP-3.

       01 PRDTW-PAQ.
           05 PAQ-REPORTES               PIC S9(9) COMP.
           05 PAQ-REGISTROS              PIC S9(9) COMP.
           05 PAQ-CUADRE                 PIC X(1).
           05 PAQ-FECHA-ENVIO            PIC X(8).
           05 PAQ-HORA-ENVIO             PIC X(6).

      *    MANIFIESTO DE LA OFICINA EN CURSO: UNA ENTRADA POR REPORTE
      *    REGISTRADO, CON LO COPIADO Y EL RESULTADO DEL CUADRE
       01 WS-MANIFIESTO.
           05 WS-CANT-MANIFIESTO         PIC 9(02) COMP VALUE ZEROS.
           05 MAN-REPORTE OCCURS 10 TIMES.
              10 MAN-NOMBRE              PIC X(8).
              10 MAN-DATASET             PIC X(8).
              10 MAN-PROGRAMA            PIC X(8).
              10 MAN-REGISTROS           PIC S9(9) COMP.
              10 MAN-TOTAL               PIC S9(13)V99 COMP-3.
              10 MAN-COPIADOS            PIC S9(9) COMP.
              10 MAN-RESULTADO           PIC X(20).
       01 I-MAN                          PIC 9(02) COMP VALUE ZEROS.

      *    LINEAS DE UNA CARTA ANTERIORES AL RENGLON 'OFICINA: ':
      *    SE RETIENEN HASTA CONOCER LA OFICINA QUE LA CLASIFICA
       01 WS-BUFFER-CARTA.
           05 WS-CANT-BUFFER             PIC 9(02) COMP VALUE ZEROS.
           05 BUF-LINEA                  PIC X(120) OCCURS 5 TIMES.
       01 I-BUF                          PIC 9(02) COMP VALUE ZEROS.
       01 WS-OFICINA-CARTA               PIC X(4)  VALUE SPACES.
       01 WS-LINEA-LIBERAR               PIC X(120) VALUE SPACES.

      *    VISTA DE UNA LINEA DEL ARCHIVO CARTAS (LAYOUT PE3C0075)
       01 WS-LINEA-CARTA.
           05 LCA-SEPARADOR              PIC X(60).
           05 FILLER                     PIC X(60).
       01 WS-LINEA-CARTA-OFI REDEFINES WS-LINEA-CARTA.
           05 LCA-MARCA                  PIC X(9).
           05 LCA-OFICINA                PIC X(4).
           05 FILLER                     PIC X(107).
       01 WS-SEPARADOR-CARTA             PIC X(60) VALUE ALL '='.

      ******************************************************************
      *                    LINEAS DEL PAQUETE                          *
      ******************************************************************
       01 WS-MAN-TITULO.
          05 FILLER             PIC X(40) VALUE
                     'MANIFIESTO DEL PAQUETE DE LA OFICINA '.
          05 MTI-OFICINA        PIC X(4).
          05 FILLER             PIC X VALUE SPACES.
          05 MTI-NOMBRE         PIC X(30).
          05 FILLER             PIC X(19) VALUE '  FECHA DE NEGOCIO '.
          05 MTI-FECHA          PIC X(10).

       01 WS-MAN-COLUMNAS.
          05 FILLER             PIC X(10) VALUE 'REPORTE'.
          05 FILLER             PIC X(10) VALUE 'DATASET'.
          05 FILLER             PIC X(9)  VALUE 'PROGRAMA'.
          05 FILLER             PIC X(10) VALUE ' REGISTROS'.
          05 FILLER             PIC X(20) VALUE
                                 '    TOTAL DE CONTROL'.

       01 WS-MAN-DETALLE.
          05 MDE-REPORTE                PIC X(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 MDE-DATASET                PIC X(8).
          05 FILLER                     PIC X(2) VALUE SPACES.
          05 MDE-PROGRAMA               PIC X(8).
          05 FILLER                     PIC X VALUE SPACES.
          05 MDE-REGISTROS              PIC ZZZZZZZZ9.
          05 FILLER                     PIC X VALUE SPACES.
          05 MDE-TOTAL                  PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-MAN-RESUMEN.
          05 FILLER             PIC X(24) VALUE
                                 'REPORTES EN EL PAQUETE: '.
          05 MRE-REPORTES       PIC ZZ9.
          05 FILLER             PIC X(24) VALUE
                                 '   REGISTROS ESPERADOS: '.
          05 MRE-REGISTROS      PIC ZZZZZZZZ9.

       01 WS-MAN-SEPARADOR              PIC X(80) VALUE ALL '='.

       01 WS-MAN-INICIO.
          05 FILLER             PIC X(12) VALUE '*** REPORTE '.
          05 MIN-REPORTE        PIC X(8).
          05 FILLER             PIC X(11) VALUE ' DATASET '.
          05 MIN-DATASET        PIC X(8).
          05 FILLER             PIC X(4)  VALUE ' ***'.

       01 WS-MAN-FIN.
          05 FILLER             PIC X(34) VALUE
                                 '*** FIN DEL PAQUETE DE LA OFICINA '.
          05 MFI-OFICINA        PIC X(4).
          05 FILLER             PIC X(3)  VALUE ' - '.
          05 MFI-ESTADO         PIC X(40).

      ******************************************************************
      *                    LINEAS DE LA BITACORA                       *
      ******************************************************************
       01 WS-TITULO1.
          05 FILLER             PIC X(50) VALUE
                 'BITACORA DE DISTRIBUCION POR OFICINA - FECHA '.
          05 TIT-FECHA          PIC X(10).

       01 WS-TITULO2.
          05 FILLER             PIC X(8)  VALUE 'OFICINA '.
          05 FILLER             PIC X(9)  VALUE 'PAQUETE'.
          05 FILLER             PIC X(9)  VALUE 'REPORTE'.
          05 FILLER             PIC X(9)  VALUE 'DATASET'.
          05 FILLER             PIC X(12) VALUE ' REGISTRADOS'.
          05 FILLER             PIC X(10) VALUE '  COPIADOS'.
          05 FILLER             PIC X(20) VALUE
                                 '    TOTAL DE CONTROL'.
          05 FILLER             PIC X(10) VALUE ' RESULTADO'.

       01 WS-DET-LOG.
          05 DLO-OFICINA               PIC X(4).
          05 FILLER                    PIC X(4) VALUE SPACES.
          05 DLO-PAQUETE               PIC X(8).
          05 FILLER                    PIC X VALUE SPACES.
          05 DLO-REPORTE               PIC X(8).
          05 FILLER                    PIC X VALUE SPACES.
          05 DLO-DATASET               PIC X(8).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DLO-REGISTRADOS           PIC ZZZZZZZZ9.
          05 FILLER                    PIC X VALUE SPACES.
          05 DLO-COPIADOS              PIC ZZZZZZZZ9.
          05 FILLER                    PIC X VALUE SPACES.
          05 DLO-TOTAL                 PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X VALUE SPACES.
          05 DLO-RESULTADO             PIC X(20).

       01 WS-TOT-LOG.
          05 FILLER                    PIC X(8) VALUE SPACES.
          05 TLO-PAQUETE               PIC X(8).
          05 FILLER                    PIC X(10) VALUE ' REPORTES='.
          05 TLO-REPORTES              PIC ZZ9.
          05 FILLER                    PIC X(11) VALUE ' REGISTROS='.
          05 TLO-REGISTROS             PIC ZZZZZZZZ9.
          05 FILLER                    PIC X VALUE SPACES.
          05 TLO-ESTADO                PIC X(20).
          05 FILLER                    PIC X(9) VALUE ' ENVIADO '.
          05 TLO-FECHA                 PIC X(8).
          05 FILLER                    PIC X VALUE SPACES.
          05 TLO-HORA                  PIC X(6).

       01 WS-RESUMEN.
          05 CTE-RESUMEN              PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(9)  VALUE 'PAQUETES='.
          05 RES-PAQUETES             PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(14) VALUE ' DESCUADRADOS='.
          05 RES-DESCUADRADOS         PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(10) VALUE ' REPORTES='.
          05 RES-REPORTES             PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(27) VALUE
                                       ' LINEAS DE CARTA SIN PAQ. ='.
          05 RES-SIN-PAQUETE          PIC ZZZZZZZZ9.

       01 WS-MENSAJE-ALERTA.
          05 FILLER                   PIC X(20) VALUE
                                       'PAQUETE DESCUADRADO'.
          05 ALE-OFICINA              PIC X(4).
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
               INCLUDE PETCWOFI
           END-EXEC.

           EXEC SQL
               INCLUDE PETCORDO
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOPAQ
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: OFICINAS CON SALIDAS REGISTRADAS EN LA FECHA **
      ******   DE NEGOCIO; UNA OFICINA QUE YA NO ESTA EN LA MAESTRA   **
      ******   IGUAL RECIBE SU PAQUETE                                **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT R.RDO_OFICINA,
                      COALESCE(O.OFI_NOMBRE, 'OFICINA NO REGISTRADA'),
                      COUNT(*), SUM(R.RDO_REGISTROS)
               FROM   PRDTWRDO R
                      LEFT OUTER JOIN PRDTWOFI O
                      ON  O.OFI_CODIGO = R.RDO_OFICINA
               WHERE  R.RDO_FECHA = :WS-FECHA-PROCESO
               GROUP BY R.RDO_OFICINA, O.OFI_NOMBRE
               ORDER BY R.RDO_OFICINA
           END-EXEC.

      ******************************************************************
      ******   CURSOR_2: REPORTES REGISTRADOS DE LA OFICINA EN CURSO  **
      ******   EN EL ORDEN DE LA CADENA (PROGRAMA QUE LOS ESCRIBE)    **
           EXEC SQL
               DECLARE CURSOR_2 CURSOR FOR
               SELECT RDO_REPORTE, RDO_DATASET, RDO_PROGRAMA,
                      RDO_REGISTROS, RDO_TOTAL
               FROM   PRDTWRDO
               WHERE  RDO_FECHA   = :WS-FECHA-PROCESO
               AND    RDO_OFICINA = :OFI-CODIGO
               ORDER BY RDO_PROGRAMA, RDO_REPORTE
           END-EXEC.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 01-INICIO
           PERFORM 02-PROCESO UNTIL SI-FIN-CURSOR-1
           PERFORM 03-FINAL.
      ******************************************************************
      *                          01-INICIO                             *
      ******************************************************************
       01-INICIO.
           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO  TO WS-FECHA-PROCESO TIT-FECHA
                                       MTI-FECHA ALE-FECHA

           ACCEPT PAQ-FECHA-ENVIO FROM DATE YYYYMMDD
           ACCEPT PAQ-HORA-ENVIO  FROM TIME

           OPEN OUTPUT DISTLOG
           IF WS-ESTADO NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ARCHIVO DISTLOG  ' WS-ESTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-TITULO1 TO REG-DISTLOG
           PERFORM 99-ESCRIBIR
           MOVE SPACES     TO REG-DISTLOG
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO2 TO REG-DISTLOG
           PERFORM 99-ESCRIBIR

           PERFORM 011-CLASIFICAR-CARTAS

           OPEN INPUT CARORD
           IF WS-ESTADO-CAO NOT = '00'
              DISPLAY 'ERROR ABRIENDO ARCHIVO CARORD ' WS-ESTADO-CAO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 012-LEER-CARORD

           EXEC SQL
               OPEN CURSOR_1
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_1 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 013-FETCH-CURSOR-1.

      ******************************************************************
      *                  011-CLASIFICAR-CARTAS                         *
      *   EL ARCHIVO CARTAS VIENE EN ORDEN DE CLIENTE: SE CLASIFICA    *
      *   POR OFICINA SIN ROMPER EL ORDEN DE LAS LINEAS DE CADA CARTA  *
      ******************************************************************
       011-CLASIFICAR-CARTAS.
           SORT ORDENA
                ON ASCENDING KEY SRT-OFICINA SRT-SECUENCIA
                INPUT PROCEDURE IS 0111-LIBERAR-CARTAS
                GIVING CARORD.

       0111-LIBERAR-CARTAS.
           SET NO-FIN-CARTAS TO TRUE
           SET NO-EN-CARTA   TO TRUE
           OPEN INPUT CARTAS
           IF WS-ESTADO-CAR NOT = '00'
              DISPLAY 'ERROR ABRIENDO ARCHIVO CARTAS ' WS-ESTADO-CAR
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 01111-LIBERAR-UNA-LINEA UNTIL SI-FIN-CARTAS
           CLOSE CARTAS.

       01111-LIBERAR-UNA-LINEA.
           READ CARTAS
              AT END
                 SET SI-FIN-CARTAS TO TRUE
              NOT AT END
                 ADD 1 TO WS-LINEAS-CARTAS
                 PERFORM 01112-CLASIFICAR-LINEA
           END-READ.

      *    UNA CARTA VA DE SEPARADOR A SEPARADOR; SU OFICINA SALE DEL
      *    RENGLON 'OFICINA: ' (POSICIONES 10-13). LAS LINEAS PREVIAS
      *    QUEDAN EN EL BUFFER HASTA CONOCERLA. UNA CARTA SIN OFICINA
      *    NO VA EN NINGUN PAQUETE (PE3C0075 TAMPOCO LA REGISTRA)
       01112-CLASIFICAR-LINEA.
           MOVE REG-CARTAS TO WS-LINEA-CARTA

           EVALUATE TRUE
              WHEN NO-EN-CARTA
                   IF LCA-SEPARADOR = WS-SEPARADOR-CARTA
                      SET SI-EN-CARTA      TO TRUE
                      SET NO-OFICINA-CARTA TO TRUE
                      MOVE 1           TO WS-CANT-BUFFER
                      MOVE REG-CARTAS  TO BUF-LINEA (1)
                   ELSE
                      ADD 1 TO WS-LINEAS-SIN-OFICINA
                   END-IF
              WHEN SI-OFICINA-CARTA
                   MOVE REG-CARTAS TO WS-LINEA-LIBERAR
                   PERFORM 01114-LIBERAR-LINEA
                   IF LCA-SEPARADOR = WS-SEPARADOR-CARTA
                      SET NO-EN-CARTA TO TRUE
                   END-IF
              WHEN LCA-MARCA = 'OFICINA: '
                   SET SI-OFICINA-CARTA TO TRUE
                   MOVE LCA-OFICINA TO WS-OFICINA-CARTA
                   PERFORM 01113-VACIAR-BUFFER
                           VARYING I-BUF FROM 1 BY 1
                           UNTIL I-BUF > WS-CANT-BUFFER
                   MOVE REG-CARTAS TO WS-LINEA-LIBERAR
                   PERFORM 01114-LIBERAR-LINEA
              WHEN WS-CANT-BUFFER < CTE-MAX-BUFFER
                   ADD 1 TO WS-CANT-BUFFER
                   MOVE REG-CARTAS TO BUF-LINEA (WS-CANT-BUFFER)
              WHEN OTHER
                   ADD WS-CANT-BUFFER TO WS-LINEAS-SIN-OFICINA
                   ADD 1              TO WS-LINEAS-SIN-OFICINA
                   SET NO-EN-CARTA    TO TRUE
           END-EVALUATE.

       01113-VACIAR-BUFFER.
           MOVE BUF-LINEA (I-BUF) TO WS-LINEA-LIBERAR
           PERFORM 01114-LIBERAR-LINEA.

       01114-LIBERAR-LINEA.
           IF WS-OFICINA-CARTA = SPACES OR LOW-VALUES
              ADD 1 TO WS-LINEAS-SIN-OFICINA
           ELSE
              ADD 1 TO WS-SECUENCIA-CARTA
              MOVE WS-OFICINA-CARTA   TO SRT-OFICINA
              MOVE WS-SECUENCIA-CARTA TO SRT-SECUENCIA
              MOVE WS-LINEA-LIBERAR   TO SRT-LINEA
              RELEASE REG-ORDENA
           END-IF.

       012-LEER-CARORD.
           READ CARORD
              AT END SET SI-FIN-CARORD TO TRUE
           END-READ
           IF NO-FIN-CARORD
              IF WS-ESTADO-CAO NOT = '00'
                 DISPLAY 'ERROR LEYENDO CARORD ' WS-ESTADO-CAO
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       013-FETCH-CURSOR-1.
           EXEC SQL
               FETCH CURSOR_1
               INTO :OFI-CODIGO, :OFI-NOMBRE, :WS-CANT-REPORTES,
                    :WS-SUMA-REGISTROS
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

      ******************************************************************
      *                        02-PROCESO                              *
      *   UN PAQUETE POR OFICINA: MANIFIESTO, REPORTES COPIADOS Y      *
      *   CUADRE DE LO COPIADO CONTRA LO REGISTRADO                    *
      ******************************************************************
       02-PROCESO.
      *    CARTAS DE OFICINAS SIN NINGUNA SALIDA REGISTRADA: NO HAY
      *    PAQUETE QUE LAS LLEVE
           PERFORM 027-SALTAR-CARTA
                   UNTIL SI-FIN-CARORD OR ORD-OFICINA NOT < OFI-CODIGO

           PERFORM 021-CARGAR-MANIFIESTO
           PERFORM 022-ABRIR-PAQUETE
           PERFORM 023-EMPACAR-REPORTE
                   VARYING I-MAN FROM 1 BY 1
                   UNTIL I-MAN > WS-CANT-MANIFIESTO
           PERFORM 024-CERRAR-PAQUETE
           PERFORM 025-GRABAR-PAQUETE

           PERFORM 013-FETCH-CURSOR-1.

       021-CARGAR-MANIFIESTO.
           MOVE ZEROS TO WS-CANT-MANIFIESTO
           SET NO-FIN-CURSOR-2 TO TRUE

           EXEC SQL
               OPEN CURSOR_2
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_2 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 0211-FETCH-CURSOR-2
           PERFORM 0212-GUARDAR-REPORTE UNTIL SI-FIN-CURSOR-2

           EXEC SQL
               CLOSE CURSOR_2
           END-EXEC.

       0211-FETCH-CURSOR-2.
           EXEC SQL
               FETCH CURSOR_2
               INTO :RDO-REPORTE, :RDO-DATASET, :RDO-PROGRAMA,
                    :RDO-REGISTROS, :RDO-TOTAL
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

       0212-GUARDAR-REPORTE.
           IF WS-CANT-MANIFIESTO < CTE-MAX-MANIFIESTO
              ADD 1 TO WS-CANT-MANIFIESTO
              MOVE RDO-REPORTE   TO MAN-NOMBRE    (WS-CANT-MANIFIESTO)
              MOVE RDO-DATASET   TO MAN-DATASET   (WS-CANT-MANIFIESTO)
              MOVE RDO-PROGRAMA  TO MAN-PROGRAMA  (WS-CANT-MANIFIESTO)
              MOVE RDO-REGISTROS TO MAN-REGISTROS (WS-CANT-MANIFIESTO)
              MOVE RDO-TOTAL     TO MAN-TOTAL     (WS-CANT-MANIFIESTO)
              MOVE ZEROS         TO MAN-COPIADOS  (WS-CANT-MANIFIESTO)
              MOVE SPACES        TO MAN-RESULTADO (WS-CANT-MANIFIESTO)
           ELSE
              DISPLAY 'AVISO: MAS DE 10 REPORTES EN LA OFICINA '
                      OFI-CODIGO ', SE OMITE ' RDO-REPORTE
              SET SI-ERROR-PROCESO TO TRUE
           END-IF

           PERFORM 0211-FETCH-CURSOR-2.

      *    EL MANIFIESTO ENCABEZA EL PAQUETE CON LO REGISTRADO, PARA
      *    QUE LA OFICINA PUEDA CUADRAR LO QUE RECIBE
       022-ABRIR-PAQUETE.
           MOVE OFI-CODIGO TO DSN-PAQ-OFICINA
           OPEN OUTPUT PAQUETE
           IF WS-ESTADO-PAQ NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ' WS-DSN-PAQUETE(1:8) ' '
                      WS-ESTADO-PAQ
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           SET SI-PAQUETE-CUADRA TO TRUE
           MOVE ZEROS TO WS-REGISTROS-PAQUETE

           MOVE OFI-CODIGO      TO MTI-OFICINA
           MOVE OFI-NOMBRE      TO MTI-NOMBRE
           MOVE WS-MAN-TITULO   TO REG-PAQUETE
           PERFORM 98-ESCRIBIR-PAQUETE
           MOVE WS-MAN-COLUMNAS TO REG-PAQUETE
           PERFORM 98-ESCRIBIR-PAQUETE
           PERFORM 0221-ESCRIBIR-MANIFIESTO
                   VARYING I-MAN FROM 1 BY 1
                   UNTIL I-MAN > WS-CANT-MANIFIESTO
           MOVE WS-CANT-MANIFIESTO TO MRE-REPORTES
           MOVE WS-SUMA-REGISTROS  TO MRE-REGISTROS
           MOVE WS-MAN-RESUMEN     TO REG-PAQUETE
           PERFORM 98-ESCRIBIR-PAQUETE
           MOVE WS-MAN-SEPARADOR   TO REG-PAQUETE
           PERFORM 98-ESCRIBIR-PAQUETE.

       0221-ESCRIBIR-MANIFIESTO.
           MOVE MAN-NOMBRE    (I-MAN) TO MDE-REPORTE
           MOVE MAN-DATASET   (I-MAN) TO MDE-DATASET
           MOVE MAN-PROGRAMA  (I-MAN) TO MDE-PROGRAMA
           MOVE MAN-REGISTROS (I-MAN) TO MDE-REGISTROS
           MOVE MAN-TOTAL     (I-MAN) TO MDE-TOTAL
           MOVE WS-MAN-DETALLE        TO REG-PAQUETE
           PERFORM 98-ESCRIBIR-PAQUETE.

      ******************************************************************
      *                  023-EMPACAR-REPORTE                           *
      *   UN DATASET QUE NO EXISTE (STATUS 35) NO DETIENE LA CORRIDA:  *
      *   EL PAQUETE SALE SIN ESE REPORTE Y QUEDA DESCUADRADO          *
      ******************************************************************
       023-EMPACAR-REPORTE.
           MOVE MAN-NOMBRE  (I-MAN) TO MIN-REPORTE
           MOVE MAN-DATASET (I-MAN) TO MIN-DATASET
           MOVE WS-MAN-INICIO       TO REG-PAQUETE
           PERFORM 98-ESCRIBIR-PAQUETE

           EVALUATE MAN-NOMBRE (I-MAN)
              WHEN 'OFISAL'
                   PERFORM 0231-COPIAR-OFISAL
              WHEN 'FACTURA'
                   PERFORM 0232-COPIAR-FACTURA
              WHEN 'ESTADOS'
                   PERFORM 0233-COPIAR-ESTADOS
              WHEN 'CARTAS'
                   PERFORM 0234-COPIAR-CARTAS
              WHEN OTHER
                   MOVE 'REPORTE DESCONOCIDO' TO MAN-RESULTADO (I-MAN)
           END-EVALUATE

           IF MAN-RESULTADO (I-MAN) = SPACES
              IF MAN-COPIADOS (I-MAN) = MAN-REGISTROS (I-MAN)
                 MOVE 'CUADRA'    TO MAN-RESULTADO (I-MAN)
              ELSE
                 MOVE 'NO CUADRA' TO MAN-RESULTADO (I-MAN)
              END-IF
           END-IF
           IF MAN-RESULTADO (I-MAN) NOT = 'CUADRA'
              SET NO-PAQUETE-CUADRA TO TRUE
           END-IF

           ADD 1                     TO WS-REPORTES-EMPACADOS
           ADD MAN-COPIADOS (I-MAN)  TO WS-REGISTROS-PAQUETE

           MOVE OFI-CODIGO             TO DLO-OFICINA
           MOVE WS-DSN-PAQUETE(1:8)    TO DLO-PAQUETE
           MOVE MAN-NOMBRE    (I-MAN)  TO DLO-REPORTE
           MOVE MAN-DATASET   (I-MAN)  TO DLO-DATASET
           MOVE MAN-REGISTROS (I-MAN)  TO DLO-REGISTRADOS
           MOVE MAN-COPIADOS  (I-MAN)  TO DLO-COPIADOS
           MOVE MAN-TOTAL     (I-MAN)  TO DLO-TOTAL
           MOVE MAN-RESULTADO (I-MAN)  TO DLO-RESULTADO
           MOVE WS-DET-LOG             TO REG-DISTLOG
           PERFORM 99-ESCRIBIR.

       0231-COPIAR-OFISAL.
           MOVE MAN-DATASET (I-MAN) TO WS-DSN-OFIENT
           OPEN INPUT OFIENT
           EVALUATE WS-ESTADO-OFI
              WHEN '00'
                   SET NO-FIN-ENTRADA TO TRUE
                   PERFORM 02311-COPIAR-LINEA-OFISAL
                           UNTIL SI-FIN-ENTRADA
                   CLOSE OFIENT
              WHEN '35'
                   MOVE 'DATASET AUSENTE' TO MAN-RESULTADO (I-MAN)
              WHEN OTHER
                   DISPLAY 'ERROR ABRIENDO ' WS-DSN-OFIENT(1:8) ' '
                           WS-ESTADO-OFI
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       02311-COPIAR-LINEA-OFISAL.
           READ OFIENT
              AT END
                 SET SI-FIN-ENTRADA TO TRUE
              NOT AT END
                 MOVE REG-OFIENT TO REG-PAQUETE
                 PERFORM 98-ESCRIBIR-PAQUETE
                 ADD 1 TO MAN-COPIADOS (I-MAN)
           END-READ.

       0232-COPIAR-FACTURA.
           MOVE MAN-DATASET (I-MAN) TO WS-DSN-FACENT
           OPEN INPUT FACENT
           EVALUATE WS-ESTADO-FAC
              WHEN '00'
                   SET NO-FIN-ENTRADA TO TRUE
                   PERFORM 02321-COPIAR-LINEA-FACTURA
                           UNTIL SI-FIN-ENTRADA
                   CLOSE FACENT
              WHEN '35'
                   MOVE 'DATASET AUSENTE' TO MAN-RESULTADO (I-MAN)
              WHEN OTHER
                   DISPLAY 'ERROR ABRIENDO ' WS-DSN-FACENT(1:8) ' '
                           WS-ESTADO-FAC
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       02321-COPIAR-LINEA-FACTURA.
           READ FACENT
              AT END
                 SET SI-FIN-ENTRADA TO TRUE
              NOT AT END
                 MOVE REG-FACENT TO REG-PAQUETE
                 PERFORM 98-ESCRIBIR-PAQUETE
                 ADD 1 TO MAN-COPIADOS (I-MAN)
           END-READ.

       0233-COPIAR-ESTADOS.
           MOVE MAN-DATASET (I-MAN) TO WS-DSN-SOLENT
           OPEN INPUT SOLENT
           EVALUATE WS-ESTADO-SOL
              WHEN '00'
                   SET NO-FIN-ENTRADA TO TRUE
                   PERFORM 02331-COPIAR-LINEA-ESTADOS
                           UNTIL SI-FIN-ENTRADA
                   CLOSE SOLENT
              WHEN '35'
                   MOVE 'DATASET AUSENTE' TO MAN-RESULTADO (I-MAN)
              WHEN OTHER
                   DISPLAY 'ERROR ABRIENDO ' WS-DSN-SOLENT(1:8) ' '
                           WS-ESTADO-SOL
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       02331-COPIAR-LINEA-ESTADOS.
           READ SOLENT
              AT END
                 SET SI-FIN-ENTRADA TO TRUE
              NOT AT END
                 MOVE REG-SOLENT TO REG-PAQUETE
                 PERFORM 98-ESCRIBIR-PAQUETE
                 ADD 1 TO MAN-COPIADOS (I-MAN)
           END-READ.

      *    LAS CARTAS DE LA OFICINA SE TOMAN DEL ARCHIVO CLASIFICADO,
      *    QUE AVANZA AL MISMO PASO QUE LAS OFICINAS DEL CURSOR_1
       0234-COPIAR-CARTAS.
           PERFORM 02341-COPIAR-LINEA-CARTA
                   UNTIL SI-FIN-CARORD OR ORD-OFICINA NOT = OFI-CODIGO.

       02341-COPIAR-LINEA-CARTA.
           MOVE ORD-LINEA TO REG-PAQUETE
           PERFORM 98-ESCRIBIR-PAQUETE
           ADD 1 TO MAN-COPIADOS (I-MAN)
           PERFORM 012-LEER-CARORD.

       024-CERRAR-PAQUETE.
           MOVE OFI-CODIGO TO MFI-OFICINA
           IF SI-PAQUETE-CUADRA
              MOVE 'PAQUETE COMPLETO'  TO MFI-ESTADO
           ELSE
              MOVE 'PAQUETE INCOMPLETO, VER BITACORA DISTLOG'
                                       TO MFI-ESTADO
           END-IF
           MOVE WS-MAN-SEPARADOR TO REG-PAQUETE
           PERFORM 98-ESCRIBIR-PAQUETE
           MOVE WS-MAN-FIN       TO REG-PAQUETE
           PERFORM 98-ESCRIBIR-PAQUETE

           CLOSE PAQUETE
           ADD 1 TO WS-PAQUETES.

      ******************************************************************
      *                   025-GRABAR-PAQUETE                           *
      *   UNA REDISTRIBUCION DE LA MISMA FECHA (-803) DEJA EL PAQUETE  *
      *   OTRA VEZ ENVIADO: EL ACUSE ANTERIOR ERA DE OTRO CONTENIDO    *
      ******************************************************************
       025-GRABAR-PAQUETE.
           MOVE WS-CANT-MANIFIESTO   TO PAQ-REPORTES
           MOVE WS-REGISTROS-PAQUETE TO PAQ-REGISTROS
           IF SI-PAQUETE-CUADRA
              MOVE 'S' TO PAQ-CUADRE
           ELSE
              MOVE 'N' TO PAQ-CUADRE
           END-IF

           EXEC SQL
               INSERT INTO PRDTWPAQ
                   (PAQ_FECHA, PAQ_OFICINA, PAQ_REPORTES,
                    PAQ_REGISTROS, PAQ_CUADRE, PAQ_ESTADO,
                    PAQ_FECHA_ENVIO, PAQ_HORA_ENVIO, PAQ_ALERTADO)
               VALUES
                   (:WS-FECHA-PROCESO, :OFI-CODIGO, :PAQ-REPORTES,
                    :PAQ-REGISTROS, :PAQ-CUADRE, 'E',
                    :PAQ-FECHA-ENVIO, :PAQ-HORA-ENVIO, 'N')
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN -803
                   PERFORM 0251-REENVIAR-PAQUETE
              WHEN OTHER
                   DISPLAY 'ERROR INSERT PRDTWPAQ SQLCODE ' SQLCODE
                           ' OFICINA ' OFI-CODIGO
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE

           MOVE WS-DSN-PAQUETE(1:8)  TO TLO-PAQUETE
           MOVE WS-CANT-MANIFIESTO   TO TLO-REPORTES
           MOVE WS-REGISTROS-PAQUETE TO TLO-REGISTROS
           MOVE PAQ-FECHA-ENVIO      TO TLO-FECHA
           MOVE PAQ-HORA-ENVIO       TO TLO-HORA
           IF SI-PAQUETE-CUADRA
              MOVE 'PAQUETE CUADRA'    TO TLO-ESTADO
           ELSE
              MOVE '** DESCUADRADO **' TO TLO-ESTADO
              ADD 1 TO WS-PAQUETES-DESCUADRADOS
              PERFORM 0252-ALERTAR-DESCUADRE
           END-IF
           MOVE WS-TOT-LOG           TO REG-DISTLOG
           PERFORM 99-ESCRIBIR
           MOVE SPACES               TO REG-DISTLOG
           PERFORM 99-ESCRIBIR.

       0251-REENVIAR-PAQUETE.
           EXEC SQL
               UPDATE PRDTWPAQ
               SET    PAQ_REPORTES      = :PAQ-REPORTES,
                      PAQ_REGISTROS     = :PAQ-REGISTROS,
                      PAQ_CUADRE        = :PAQ-CUADRE,
                      PAQ_ESTADO        = 'E',
                      PAQ_FECHA_ENVIO   = :PAQ-FECHA-ENVIO,
                      PAQ_HORA_ENVIO    = :PAQ-HORA-ENVIO,
                      PAQ_USUARIO_ACUSE = ' ',
                      PAQ_FECHA_ACUSE   = ' ',
                      PAQ_HORA_ACUSE    = ' ',
                      PAQ_ALERTADO      = 'N'
               WHERE  PAQ_FECHA   = :WS-FECHA-PROCESO
               AND    PAQ_OFICINA = :OFI-CODIGO
           END-EXEC

           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR UPDATE PRDTWPAQ SQLCODE ' SQLCODE
                      ' OFICINA ' OFI-CODIGO
              SET SI-ERROR-PROCESO TO TRUE
           END-IF.

       0252-ALERTAR-DESCUADRE.
           MOVE OFI-CODIGO          TO ALE-OFICINA
           INITIALIZE CAI-PE9CALR0
           MOVE 'PE3C0161'          TO ALR0-PROGRAMA
           SET ALR0-SEV-ADVERTENCIA TO TRUE
           MOVE WS-MENSAJE-ALERTA   TO ALR0-MENSAJE
           MOVE WS-SUMA-REGISTROS   TO ALR0-LEIDOS
           MOVE WS-REGISTROS-PAQUETE TO ALR0-ESCRITOS

           CALL 'PE3C0048' USING CAI-PE9CALR0.

       027-SALTAR-CARTA.
           ADD 1 TO WS-LINEAS-SIN-PAQUETE
           PERFORM 012-LEER-CARORD.

      ******************************************************************
      *                     98-ESCRIBIR-PAQUETE                        *
      ******************************************************************
       98-ESCRIBIR-PAQUETE.
           WRITE REG-PAQUETE
           IF WS-ESTADO-PAQ NOT = '00'
              DISPLAY 'ERROR WRITE ' WS-DSN-PAQUETE(1:8) ' '
                      WS-ESTADO-PAQ
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *                        99-ESCRIBIR                             *
      ******************************************************************
       99-ESCRIBIR.
           WRITE REG-DISTLOG
           IF WS-ESTADO NOT = '00'
              DISPLAY 'ERROR WRITE ARCHIVO DISTLOG ' WS-ESTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *                        03-FINAL                                *
      ******************************************************************
       03-FINAL.
           EXEC SQL
               CLOSE CURSOR_1
           END-EXEC

      *    LO QUE QUEDA DEL ARCHIVO CLASIFICADO ES DE OFICINAS SIN
      *    SALIDAS REGISTRADAS
           PERFORM 027-SALTAR-CARTA UNTIL SI-FIN-CARORD
           CLOSE CARORD

           MOVE WS-PAQUETES              TO RES-PAQUETES
           MOVE WS-PAQUETES-DESCUADRADOS TO RES-DESCUADRADOS
           MOVE WS-REPORTES-EMPACADOS    TO RES-REPORTES
           MOVE WS-LINEAS-SIN-PAQUETE    TO RES-SIN-PAQUETE
           MOVE WS-RESUMEN               TO REG-DISTLOG
           PERFORM 99-ESCRIBIR

           DISPLAY 'FECHA DE NEGOCIO           : ' WS-FECHA-PROCESO
           DISPLAY 'PAQUETES ARMADOS           : ' WS-PAQUETES
           DISPLAY 'PAQUETES DESCUADRADOS      : '
                   WS-PAQUETES-DESCUADRADOS
           DISPLAY 'REPORTES EMPACADOS         : ' WS-REPORTES-EMPACADOS
           DISPLAY 'LINEAS DEL ARCHIVO CARTAS  : ' WS-LINEAS-CARTAS
           DISPLAY 'LINEAS DE CARTA SIN OFICINA: ' WS-LINEAS-SIN-OFICINA
           DISPLAY 'LINEAS DE CARTA SIN PAQUETE: ' WS-LINEAS-SIN-PAQUETE

           CLOSE DISTLOG

           IF SI-ERROR-PROCESO
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-PAQUETES-DESCUADRADOS > ZEROS
                 OR WS-LINEAS-SIN-PAQUETE > ZEROS
                   MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           STOP RUN.
