       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0149.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           TABLERO MENSUAL DE EFICIENCIA DE RECAUDO POR
      *           OFICINA, CONSOLIDADO POR REGION (OFI_REGION DE
      *           PRDTWOFI). POR OFICINA: VALOR ESPERADO DE LAS
      *           FECHAS DE PRDTW03 QUE VENCIERON EN EL MES, LO
      *           RECAUDADO CONTRA ESAS FECHAS, EL PORCENTAJE PAGADO
      *           A TIEMPO (APLICACIONES DE PRDTWAPL A MAS TARDAR EL
      *           DIA DE LA FECHA), LOS DIAS PROMEDIO DE ATRASO, EL
      *           SALDO VENCIDO AL CIERRE POR TRAMO DE ATRASO Y LA
      *           VARIACION CONTRA LOS TRES PERIODOS ANTERIORES. LA
      *           OFICINA SALE DEL CONTRATO MAS RECIENTE DEL CLIENTE/
      *           PRODUCTO (POSICIONES 5-8, VER PE3CCENT). CADA
      *           PERIODO QUEDA EN LA HISTORIA PRDTWEFI (UN REPROCESO
      *           LA REEMPLAZA) CON EL PUESTO DE LA OFICINA EN EL
      *           ESCALAFON. EL REPORTE VA EN SALIDA Y LA MISMA
      *           INFORMACION EN CSV (COMA, COMO EL MODO CSV DE
      *           PE3C0017) PARA LA HOJA DE GERENCIA
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
      *****************TABLERO EN CSV PARA LA HOJA DE GERENCIA*********
           SELECT CSVEFI    ASSIGN TO CSVEFI
                            FILE STATUS IS WS-ESTADO-CSV.
      *****************ARCHIVO DE SALIDA DEL REPORTE********************
           SELECT SALIDA    ASSIGN TO SALIDA
                            FILE STATUS IS WS-ESTADO.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CSVEFI
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-CSVEFI             PIC X(250).

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
       01 WS-ESTADO-CSV                  PIC XX    VALUE '00'.
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
           05 SW-FIN-CURSOR-3        PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR-3                  VALUE 'S'.
             88 NO-FIN-CURSOR-3                  VALUE 'N'.
           05 SW-PRIMER-REGISTRO     PIC X       VALUE 'S'.
             88 SI-PRIMER-REGISTRO               VALUE 'S'.
             88 NO-PRIMER-REGISTRO               VALUE 'N'.
           05 SW-ERROR-PROCESO       PIC X       VALUE 'N'.
             88 SI-ERROR-PROCESO                 VALUE 'S'.
             88 NO-ERROR-PROCESO                 VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-FECHAS-LEIDAS            PIC 9(09) VALUE ZEROS.
          05 WS-SIN-OFICINA              PIC 9(09) VALUE ZEROS.
          05 WS-OFICINAS                 PIC 9(09) VALUE ZEROS.
          05 WS-OFICINAS-SIN-MAESTRA     PIC 9(09) VALUE ZEROS.
          05 WS-REGIONES                 PIC 9(09) VALUE ZEROS.
          05 WS-POSICION                 PIC 9(05) VALUE ZEROS.
      ******************************************************************
      *                          CONSTANTES                            *
      ******************************************************************
       01 WS-CONSTANTES.
          05 CTE-MAX-VARIACION           PIC 9(04)V99 VALUE 9999.99.

      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 WS-FECHA-PROCESO               PIC X(10) VALUE SPACES.
       01 WS-PERIODO                     PIC X(7)  VALUE SPACES.
      *    PRIMER DIA DEL MES COMO COTA DE LAS FECHAS DEL PERIODO
       01 WS-MES-DESDE.
           05 MDE-PERIODO                PIC X(7).
           05 FILLER                     PIC X(3)  VALUE '-01'.
      *    LOS TRES PERIODOS ANTERIORES, DEL MAS RECIENTE AL MAS VIEJO
       01 WS-PERIODOS-ANTERIORES.
           05 WS-PERIODO-ANT-1           PIC X(7).
           05 WS-PERIODO-ANT-2           PIC X(7).
           05 WS-PERIODO-ANT-3           PIC X(7).
       01 WS-MES-CALCULO.
           05 MCA-ANO                    PIC 9(4).
           05 FILLER                     PIC X     VALUE '-'.
           05 MCA-MES                    PIC 9(2).

      *    FECHA PROGRAMADA DEL MES O VENCIDA CON SALDO (CURSOR_1)
       01 WS-FECHA-W03.
           05 DAT-OFICINA                PIC X(4).
           05 DAT-FECHA                  PIC X(10).
           05 DAT-ESTADO                 PIC X(1).
             88 DAT-CASTIGADA                VALUE 'K'.
           05 DAT-COBERTURA              PIC X(1).
             88 DAT-CUBIERTA                 VALUE 'T'.
           05 DAT-ESPERADO               PIC S9(9)V99  COMP-3.
           05 DAT-APLICADO               PIC S9(9)V99  COMP-3.
           05 DAT-A-TIEMPO               PIC S9(11)V99 COMP-3.
           05 DAT-ULTIMA-APLICACION      PIC X(10).

       01 WS-OFICINA-ANTERIOR            PIC X(4)  VALUE SPACES.
       01 WS-PENDIENTE                   PIC S9(11)V99 COMP-3.

      *    CIFRAS DE UNA OFICINA O DE UNA REGION EN EL PERIODO
       01 WS-ACTUAL.
           05 ACT-ESPERADO               PIC S9(13)V99 COMP-3.
           05 ACT-RECAUDADO              PIC S9(13)V99 COMP-3.
           05 ACT-A-TIEMPO               PIC S9(13)V99 COMP-3.
           05 ACT-CANT-FECHAS            PIC S9(9)     COMP-3.
           05 ACT-SUMA-DIAS              PIC S9(11)    COMP-3.
           05 ACT-VENCIDO-30             PIC S9(13)V99 COMP-3.
           05 ACT-VENCIDO-60             PIC S9(13)V99 COMP-3.
           05 ACT-VENCIDO-90             PIC S9(13)V99 COMP-3.
           05 ACT-VENCIDO-MAS90          PIC S9(13)V99 COMP-3.
           05 ACT-VENCIDO-CASTIGADO      PIC S9(13)V99 COMP-3.
           05 ACT-PCT-A-TIEMPO           PIC S9(3)V99  COMP-3.
           05 ACT-DIAS-PROMEDIO          PIC S9(4)V9   COMP-3.

      *    CIFRAS SUMADAS DE LOS TRES PERIODOS ANTERIORES
       01 WS-HISTORIA.
           05 HIS-PERIODOS               PIC S9(4)     COMP.
           05 HIS-ESPERADO               PIC S9(15)V99 COMP-3.
           05 HIS-RECAUDADO              PIC S9(15)V99 COMP-3.
           05 HIS-A-TIEMPO               PIC S9(15)V99 COMP-3.
           05 HIS-CANT-FECHAS            PIC S9(11)    COMP-3.
           05 HIS-SUMA-DIAS              PIC S9(13)    COMP-3.
           05 HIS-PCT-A-TIEMPO           PIC S9(3)V99  COMP-3.
           05 HIS-DIAS-PROMEDIO          PIC S9(4)V9   COMP-3.
           05 HIS-RECAUDO-PROMEDIO       PIC S9(13)V99 COMP-3.

       01 WS-VARIACION.
           05 VAR-PCT-A-TIEMPO           PIC S9(3)V99  COMP-3.
           05 VAR-DIAS-PROMEDIO          PIC S9(4)V9   COMP-3.
           05 VAR-RECAUDO                PIC S9(9)V99  COMP-3.

      *    TOTALES DE TODAS LAS REGIONES
       01 WS-TOTAL-GENERAL.
           05 TGE-ESPERADO               PIC S9(13)V99 COMP-3.
           05 TGE-RECAUDADO              PIC S9(13)V99 COMP-3.
           05 TGE-A-TIEMPO               PIC S9(13)V99 COMP-3.
           05 TGE-CANT-FECHAS            PIC S9(9)     COMP-3.
           05 TGE-SUMA-DIAS              PIC S9(11)    COMP-3.
           05 TGE-VENCIDO-30             PIC S9(13)V99 COMP-3.
           05 TGE-VENCIDO-60             PIC S9(13)V99 COMP-3.
           05 TGE-VENCIDO-90             PIC S9(13)V99 COMP-3.
           05 TGE-VENCIDO-MAS90          PIC S9(13)V99 COMP-3.
           05 TGE-VENCIDO-CASTIGADO      PIC S9(13)V99 COMP-3.

       01 PRDTW-OFI.
           05 OFI-CODIGO                 PIC X(4).
           05 OFI-NOMBRE                 PIC X(30).
           05 OFI-REGION                 PIC X(4).

      *    FILA DEL ESCALAFON (CURSOR_2) O DE LA REGION (CURSOR_3)
       01 WS-FILA-TABLERO.
           05 TAB-OFICINA                PIC X(4).
           05 TAB-NOMBRE                 PIC X(30).
           05 TAB-REGION                 PIC X(4).
           05 TAB-CANT-OFICINAS          PIC S9(9)     COMP-3.

      ******************************************************************
      *   CONVERSION DE FECHA A NUMERO DE DIA JULIANO PARA CALCULAR    *
      *   LOS DIAS DE ATRASO DE CADA FECHA                             *
      ******************************************************************
       01 WS-FECHA-PARTES.
           05 FEC-ANO                    PIC 9(4).
           05 FILLER                     PIC X.
           05 FEC-MES                    PIC 9(2).
           05 FILLER                     PIC X.
           05 FEC-DIA                    PIC 9(2).

       01 WS-CALCULO-JULIANO.
           05 JUL-A                      PIC 9(2)  VALUE ZEROS.
           05 JUL-ANO                    PIC 9(5)  VALUE ZEROS.
           05 JUL-MES                    PIC 9(2)  VALUE ZEROS.
           05 JUL-TRABAJO                PIC 9(8)  VALUE ZEROS.
           05 JUL-AUXILIAR               PIC 9(8)  VALUE ZEROS.
           05 JUL-RESULTADO              PIC 9(8)  VALUE ZEROS.

       01 WS-EDADES.
           05 WS-DIA-PROCESO             PIC 9(8)  VALUE ZEROS.
           05 WS-DIA-FECHA               PIC 9(8)  VALUE ZEROS.
           05 WS-DIA-PAGO                PIC 9(8)  VALUE ZEROS.
           05 WS-DIAS-ATRASO             PIC 9(8)  VALUE ZEROS.

      ******************************************************************
       01 WS-TITULO1.
          05 FILLER             PIC X(44) VALUE
                         'TABLERO DE EFICIENCIA DE RECAUDO - PERIODO '.
          05 TIT-PERIODO        PIC X(7).
          05 FILLER             PIC X(20) VALUE
                                 '  COMPARADO CONTRA '.
          05 TIT-PERIODO-ANT-3  PIC X(7).
          05 FILLER             PIC X(3)  VALUE ' A '.
          05 TIT-PERIODO-ANT-1  PIC X(7).
       01 WS-TITULO2.
          05 FILLER             PIC X(5)  VALUE 'POS  '.
          05 FILLER             PIC X(5)  VALUE 'OFIC '.
          05 FILLER             PIC X(21) VALUE 'NOMBRE'.
          05 FILLER             PIC X(5)  VALUE 'REG  '.
          05 FILLER             PIC X(19) VALUE
                                 '           ESPERADO'.
          05 FILLER             PIC X(19) VALUE
                                 '          RECAUDADO'.
          05 FILLER             PIC X(8)  VALUE ' %TIEMPO'.
          05 FILLER             PIC X(8)  VALUE '  DIAS '.
          05 FILLER             PIC X(3)  VALUE ' N'.
          05 FILLER             PIC X(9)  VALUE '  VAR %T'.
          05 FILLER             PIC X(9)  VALUE ' VAR DIAS'.
          05 FILLER             PIC X(10) VALUE '  VAR REC%'.
       01 WS-TITULO3.
          05 FILLER             PIC X(36) VALUE SPACES.
          05 FILLER             PIC X(19) VALUE
                                 '       VENCIDO 1-30'.
          05 FILLER             PIC X(19) VALUE
                                 '      VENCIDO 31-60'.
          05 FILLER             PIC X(19) VALUE
                                 '      VENCIDO 61-90'.
          05 FILLER             PIC X(19) VALUE
                                 '     VENCIDO MAS 90'.
          05 FILLER             PIC X(19) VALUE
                                 '          CASTIGADO'.

      *   LINEA DE INDICADORES: OFICINA (CON PUESTO), REGION O TOTAL
       01 WS-DETALLE.
          05 DET-POSICION              PIC ZZZZ9.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-OFICINA               PIC X(4).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-NOMBRE                PIC X(20).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-REGION                PIC X(4).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-ESPERADO              PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-RECAUDADO             PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-PCT-A-TIEMPO          PIC ZZ9.99.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-DIAS-PROMEDIO         PIC ZZZ9.9.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-PERIODOS-ANT          PIC 9.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-VAR-PCT               PIC -ZZZ9.99.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-VAR-DIAS              PIC -ZZZ9.9.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-VAR-RECAUDO           PIC -ZZZ9.99.

      *   LINEA DEL SALDO VENCIDO POR TRAMO, DEBAJO DE LA ANTERIOR
       01 WS-DETALLE-VENCIDO.
          05 FILLER                    PIC X(36) VALUE SPACES.
          05 DEV-VENCIDO-30            PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X VALUE SPACES.
          05 DEV-VENCIDO-60            PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X VALUE SPACES.
          05 DEV-VENCIDO-90            PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X VALUE SPACES.
          05 DEV-VENCIDO-MAS90         PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
          05 FILLER                    PIC X VALUE SPACES.
          05 DEV-VENCIDO-CASTIGADO     PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.

       01 WS-TITULO-REGIONES.
          05 FILLER             PIC X(36) VALUE
                                 'CONSOLIDADO POR REGION'.

       01 WS-RESUMEN.
          05 CTE-RESUMEN              PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(8)  VALUE 'FECHAS='.
          05 RES-FECHAS                PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(11) VALUE ' OFICINAS='.
          05 RES-OFICINAS              PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(11) VALUE ' REGIONES='.
          05 RES-REGIONES              PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(15) VALUE ' SIN CONTRATO='.
          05 RES-SIN-OFICINA           PIC ZZZZZZZZ9.

      ******************************************************************
      *   CABECERA Y CUERPO DEL CSV: MISMO FORMATO DE COMA Y SIGNO     *
      *   ADELANTE DEL MODO CSV DE PE3C0017; LOS VALORES VAN EN PESOS  *
      *   ENTEROS                                                      *
      ******************************************************************
       01 WS-CABECERA-CSV.
          05 FILLER                   PIC X(60) VALUE
             'TIPO,PERIODO,POSICION,OFICINA,NOMBRE,REGION,ESPERADO,'.
          05 FILLER                   PIC X(60) VALUE
             'RECAUDADO,A_TIEMPO,PCT_A_TIEMPO,DIAS_PROMEDIO,VENC_30,'.
          05 FILLER                   PIC X(60) VALUE
             'VENC_60,VENC_90,VENC_MAS90,CASTIGADO,PERIODOS_ANT,'.
          05 FILLER                   PIC X(70) VALUE
             'VAR_PCT_A_TIEMPO,VAR_DIAS_PROMEDIO,VAR_RECAUDO_PCT'.

       01 WS-CUERPO-CSV.
      *   OFICINA, REGION O TOTAL
          05 CSV-TIPO                 PIC X(7).
          05 FILLER                   PIC X VALUE ','.
          05 CSV-PERIODO              PIC X(7).
          05 FILLER                   PIC X VALUE ','.
          05 CSV-POSICION             PIC 9(5).
          05 FILLER                   PIC X VALUE ','.
          05 CSV-OFICINA              PIC X(4).
          05 FILLER                   PIC X VALUE ','.
          05 CSV-NOMBRE               PIC X(30).
          05 FILLER                   PIC X VALUE ','.
          05 CSV-REGION               PIC X(4).
          05 FILLER                   PIC X VALUE ','.
          05 CSV-ESPERADO             PIC S9(13) SIGN LEADING SEPARATE.
          05 FILLER                   PIC X VALUE ','.
          05 CSV-RECAUDADO            PIC S9(13) SIGN LEADING SEPARATE.
          05 FILLER                   PIC X VALUE ','.
          05 CSV-A-TIEMPO             PIC S9(13) SIGN LEADING SEPARATE.
          05 FILLER                   PIC X VALUE ','.
          05 CSV-PCT-A-TIEMPO         PIC 999.99.
          05 FILLER                   PIC X VALUE ','.
          05 CSV-DIAS-PROMEDIO        PIC 9999.9.
          05 FILLER                   PIC X VALUE ','.
          05 CSV-VENCIDO-30           PIC S9(13) SIGN LEADING SEPARATE.
          05 FILLER                   PIC X VALUE ','.
          05 CSV-VENCIDO-60           PIC S9(13) SIGN LEADING SEPARATE.
          05 FILLER                   PIC X VALUE ','.
          05 CSV-VENCIDO-90           PIC S9(13) SIGN LEADING SEPARATE.
          05 FILLER                   PIC X VALUE ','.
          05 CSV-VENCIDO-MAS90        PIC S9(13) SIGN LEADING SEPARATE.
          05 FILLER                   PIC X VALUE ','.
          05 CSV-VENCIDO-CASTIGADO    PIC S9(13) SIGN LEADING SEPARATE.
          05 FILLER                   PIC X VALUE ','.
          05 CSV-PERIODOS-ANT         PIC 9.
          05 FILLER                   PIC X VALUE ','.
          05 CSV-VAR-PCT              PIC -9999.99.
          05 FILLER                   PIC X VALUE ','.
          05 CSV-VAR-DIAS             PIC -9999.9.
          05 FILLER                   PIC X VALUE ','.
          05 CSV-VAR-RECAUDO          PIC -9999.99.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE FECHA DE PROCESO PE3C0060           *
      ******************************************************************
       COPY PE3CFPRO.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOW03
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCON
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOAPL
           END-EXEC.

           EXEC SQL
               INCLUDE PETCWOFI
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOEFI
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: FECHAS QUE VENCIERON EN EL MES (PARA LA      **
      ******   EFICIENCIA) Y FECHAS VENCIDAS CON SALDO AL CORTE (PARA **
      ******   EL VENCIDO POR TRAMO), POR OFICINA. LO APLICADO A      **
      ******   TIEMPO ES LO PROCESADO A MAS TARDAR EL DIA DE LA FECHA **
      ******   (NETO DE REVERSOS); LA ULTIMA APLICACION DA LOS DIAS   **
      ******   DE ATRASO DE LA FECHA CUBIERTA                         **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT X.OFICINA, X.W03_FECHA, X.W03_ESTADO,
                      X.W03_COBERTURA, X.W03_VALOR_ESPERADO,
                      X.W03_VALOR_APLICADO, X.A_TIEMPO, X.ULTIMA
               FROM (SELECT VALUE(
                            (SELECT SUBSTR(C.CON_CONTRATO, 5, 4)
                             FROM   PRDTWCON C
                             WHERE  C.CON_CLIENTE = W.W03_CLIENTE
                             AND    SUBSTR(C.CON_CONTRATO, 9, 2) =
                                    W.W03_PRODUCTO
                             ORDER BY C.CON_FECHA_APERTURA DESC
                             FETCH FIRST 1 ROW ONLY), ' ') AS OFICINA,
                            W.W03_FECHA, W.W03_ESTADO, W.W03_COBERTURA,
                            W.W03_VALOR_ESPERADO, W.W03_VALOR_APLICADO,
                            VALUE(
                            (SELECT SUM(P.APL_VALOR)
                             FROM   PRDTWAPL P
                             WHERE  P.APL_CLIENTE  = W.W03_CLIENTE
                             AND    P.APL_PRODUCTO = W.W03_PRODUCTO
                             AND    P.APL_FECHA    = W.W03_FECHA
                             AND    P.APL_FECHA_PROCESO <=
                                    W.W03_FECHA), 0) AS A_TIEMPO,
                            VALUE(
                            (SELECT MAX(P.APL_FECHA_PROCESO)
                             FROM   PRDTWAPL P
                             WHERE  P.APL_CLIENTE  = W.W03_CLIENTE
                             AND    P.APL_PRODUCTO = W.W03_PRODUCTO
                             AND    P.APL_FECHA    = W.W03_FECHA
                             AND    P.APL_TIPO_MOV = 'N'), ' ')
                            AS ULTIMA
                     FROM   PRDTW03 W
                     WHERE  W.W03_ESTADO IN ('A', 'K')
                     AND  ((W.W03_FECHA >= :WS-MES-DESDE
                     AND    W.W03_FECHA <= :WS-FECHA-PROCESO)
                     OR    (W.W03_FECHA <  :WS-FECHA-PROCESO
                     AND    W.W03_COBERTURA <> 'T'))) AS X
               ORDER BY X.OFICINA
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      ******   CURSOR_2: ESCALAFON DEL PERIODO (MEJOR PORCENTAJE A    **
      ******   TIEMPO PRIMERO, LUEGO MENOS DIAS DE ATRASO Y MAS VALOR **
      ******   ESPERADO) CON LA SUMA DE LOS TRES PERIODOS ANTERIORES  **
           EXEC SQL
               DECLARE CURSOR_2 CURSOR FOR
               SELECT E.EFI_OFICINA, VALUE(O.OFI_NOMBRE, ' '),
                      E.EFI_REGION,
                      E.EFI_VALOR_ESPERADO, E.EFI_VALOR_RECAUDADO,
                      E.EFI_VALOR_A_TIEMPO, E.EFI_CANT_FECHAS,
                      E.EFI_SUMA_DIAS, E.EFI_VENCIDO_30,
                      E.EFI_VENCIDO_60, E.EFI_VENCIDO_90,
                      E.EFI_VENCIDO_MAS90, E.EFI_VENCIDO_CASTIGADO,
                      VALUE(H.NP, 0), VALUE(H.ES, 0), VALUE(H.RC, 0),
                      VALUE(H.AT, 0), VALUE(H.CF, 0), VALUE(H.SD, 0)
               FROM PRDTWEFI E
                    LEFT OUTER JOIN PRDTWOFI O
                    ON O.OFI_CODIGO = E.EFI_OFICINA
                    LEFT OUTER JOIN
                    (SELECT EFI_OFICINA AS OFI,
                            COUNT(*) AS NP,
                            SUM(EFI_VALOR_ESPERADO) AS ES,
                            SUM(EFI_VALOR_RECAUDADO) AS RC,
                            SUM(EFI_VALOR_A_TIEMPO) AS AT,
                            SUM(EFI_CANT_FECHAS) AS CF,
                            SUM(EFI_SUMA_DIAS) AS SD
                     FROM   PRDTWEFI
                     WHERE  EFI_PERIODO IN (:WS-PERIODO-ANT-1,
                                            :WS-PERIODO-ANT-2,
                                            :WS-PERIODO-ANT-3)
                     GROUP BY EFI_OFICINA) AS H
                    ON H.OFI = E.EFI_OFICINA
               WHERE E.EFI_PERIODO = :WS-PERIODO
               ORDER BY E.EFI_PCT_A_TIEMPO DESC,
                        E.EFI_DIAS_PROMEDIO,
                        E.EFI_VALOR_ESPERADO DESC,
                        E.EFI_OFICINA
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      ******   CURSOR_3: CONSOLIDADO POR REGION DEL PERIODO CONTRA LA **
      ******   SUMA DE SUS TRES PERIODOS ANTERIORES                   **
           EXEC SQL
               DECLARE CURSOR_3 CURSOR FOR
               SELECT A.REG, A.NO, A.ES, A.RC, A.AT, A.CF, A.SD,
                      A.V1, A.V2, A.V3, A.V4, A.VK,
                      VALUE(H.NP, 0), VALUE(H.ES, 0), VALUE(H.RC, 0),
                      VALUE(H.AT, 0), VALUE(H.CF, 0), VALUE(H.SD, 0)
               FROM (SELECT EFI_REGION AS REG,
                            COUNT(*) AS NO,
                            SUM(EFI_VALOR_ESPERADO) AS ES,
                            SUM(EFI_VALOR_RECAUDADO) AS RC,
                            SUM(EFI_VALOR_A_TIEMPO) AS AT,
                            SUM(EFI_CANT_FECHAS) AS CF,
                            SUM(EFI_SUMA_DIAS) AS SD,
                            SUM(EFI_VENCIDO_30) AS V1,
                            SUM(EFI_VENCIDO_60) AS V2,
                            SUM(EFI_VENCIDO_90) AS V3,
                            SUM(EFI_VENCIDO_MAS90) AS V4,
                            SUM(EFI_VENCIDO_CASTIGADO) AS VK
                     FROM   PRDTWEFI
                     WHERE  EFI_PERIODO = :WS-PERIODO
                     GROUP BY EFI_REGION) AS A
                    LEFT OUTER JOIN
                    (SELECT EFI_REGION AS REG,
                            COUNT(DISTINCT EFI_PERIODO) AS NP,
                            SUM(EFI_VALOR_ESPERADO) AS ES,
                            SUM(EFI_VALOR_RECAUDADO) AS RC,
                            SUM(EFI_VALOR_A_TIEMPO) AS AT,
                            SUM(EFI_CANT_FECHAS) AS CF,
                            SUM(EFI_SUMA_DIAS) AS SD
                     FROM   PRDTWEFI
                     WHERE  EFI_PERIODO IN (:WS-PERIODO-ANT-1,
                                            :WS-PERIODO-ANT-2,
                                            :WS-PERIODO-ANT-3)
                     GROUP BY EFI_REGION) AS H
                    ON H.REG = A.REG
               ORDER BY A.REG
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 01-INICIO
           PERFORM 02-PROCESO UNTIL SI-FIN-CURSOR-1
           PERFORM 03-INICIAR-ESCALAFON
           PERFORM 04-ESCALAFON UNTIL SI-FIN-CURSOR-2
           PERFORM 05-INICIAR-REGIONES
           PERFORM 06-REGIONES UNTIL SI-FIN-CURSOR-3
           PERFORM 07-FINAL.
      ******************************************************************
      *                          01-INICIO                             *
      *   EL PERIODO ES EL MES DE LA FECHA DE NEGOCIO; UN REPROCESO    *
      *   DEL MISMO PERIODO BORRA SU HISTORIA Y LA VUELVE A CALCULAR   *
      ******************************************************************
       01-INICIO.
           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO      TO WS-FECHA-PROCESO
           MOVE FPR0-FECHA-PROCESO(1:7) TO WS-PERIODO TIT-PERIODO
                                           MDE-PERIODO
           MOVE FPR0-FECHA-PROCESO      TO WS-FECHA-PARTES
           PERFORM 014-CALCULAR-DIA-JULIANO
           MOVE JUL-RESULTADO TO WS-DIA-PROCESO

           MOVE FEC-ANO TO MCA-ANO
           MOVE FEC-MES TO MCA-MES
           PERFORM 011-RETROCEDER-MES
           MOVE WS-MES-CALCULO TO WS-PERIODO-ANT-1 TIT-PERIODO-ANT-1
           PERFORM 011-RETROCEDER-MES
           MOVE WS-MES-CALCULO TO WS-PERIODO-ANT-2
           PERFORM 011-RETROCEDER-MES
           MOVE WS-MES-CALCULO TO WS-PERIODO-ANT-3 TIT-PERIODO-ANT-3

           INITIALIZE WS-ACTUAL WS-TOTAL-GENERAL

           OPEN OUTPUT CSVEFI
           IF WS-ESTADO-CSV NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ARCHIVO CSVEFI ' WS-ESTADO-CSV
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT SALIDA
           IF WS-ESTADO NOT = '00' AND NOT = '97'
              CLOSE CSVEFI
              DISPLAY 'ERROR ABRIENDO ARCHIVO SALIDA   ' WS-ESTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-CABECERA-CSV TO REG-CSVEFI
           PERFORM 98-ESCRIBIR-CSV

           EXEC SQL
               DELETE FROM PRDTWEFI
               WHERE  EFI_PERIODO = :WS-PERIODO
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS AND NOT EQUAL +100
              DISPLAY 'ERROR DELETE PRDTWEFI SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           EXEC SQL
               OPEN CURSOR_1
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_1 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 021-FETCH-CURSOR-1.

       011-RETROCEDER-MES.
           IF MCA-MES = 1
              SUBTRACT 1 FROM MCA-ANO
              MOVE 12 TO MCA-MES
           ELSE
              SUBTRACT 1 FROM MCA-MES
           END-IF.

      ******************************************************************
      *                014-CALCULAR-DIA-JULIANO                        *
      *   NUMERO DE DIA JULIANO DE WS-FECHA-PARTES, CON DIVISIONES     *
      *   ENTERAS EXPLICITAS PARA GARANTIZAR EL TRUNCAMIENTO           *
      ******************************************************************
       014-CALCULAR-DIA-JULIANO.
           COMPUTE JUL-A = (14 - FEC-MES) / 12
           COMPUTE JUL-ANO = FEC-ANO + 4800 - JUL-A
           COMPUTE JUL-MES = FEC-MES + (12 * JUL-A) - 3
           COMPUTE JUL-TRABAJO = (153 * JUL-MES) + 2
           DIVIDE JUL-TRABAJO BY 5 GIVING JUL-TRABAJO
           COMPUTE JUL-RESULTADO = FEC-DIA + JUL-TRABAJO
                                 + (365 * JUL-ANO) - 32045
           DIVIDE JUL-ANO BY 4 GIVING JUL-AUXILIAR
           ADD JUL-AUXILIAR TO JUL-RESULTADO
           DIVIDE JUL-ANO BY 100 GIVING JUL-AUXILIAR
           SUBTRACT JUL-AUXILIAR FROM JUL-RESULTADO
           DIVIDE JUL-ANO BY 400 GIVING JUL-AUXILIAR
           ADD JUL-AUXILIAR TO JUL-RESULTADO.

       021-FETCH-CURSOR-1.
           EXEC SQL
               FETCH CURSOR_1
               INTO :DAT-OFICINA, :DAT-FECHA, :DAT-ESTADO,
                    :DAT-COBERTURA, :DAT-ESPERADO, :DAT-APLICADO,
                    :DAT-A-TIEMPO, :DAT-ULTIMA-APLICACION
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   ADD 1 TO WS-FECHAS-LEIDAS
              WHEN +100
                   SET SI-FIN-CURSOR-1 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_1 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR-1 TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

      ******************************************************************
      *                        02-PROCESO                              *
      *   CORTE DE CONTROL POR OFICINA. LA FECHA SIN CONTRATO NO TIENE *
      *   OFICINA A LA QUE CARGARSE Y SOLO SE CUENTA                   *
      ******************************************************************
       02-PROCESO.
           IF DAT-OFICINA = SPACES
              ADD 1 TO WS-SIN-OFICINA
           ELSE
              IF SI-PRIMER-REGISTRO
                 MOVE DAT-OFICINA TO WS-OFICINA-ANTERIOR
                 SET NO-PRIMER-REGISTRO TO TRUE
              END-IF
              IF DAT-OFICINA NOT = WS-OFICINA-ANTERIOR
                 PERFORM 023-CERRAR-OFICINA
                 MOVE DAT-OFICINA TO WS-OFICINA-ANTERIOR
              END-IF
              IF DAT-FECHA NOT < WS-MES-DESDE
                 AND NOT DAT-CASTIGADA
                   PERFORM 024-ACUMULAR-MES
              END-IF
              IF DAT-FECHA < WS-FECHA-PROCESO
                 AND NOT DAT-CUBIERTA
                   PERFORM 025-ACUMULAR-VENCIDO
              END-IF
           END-IF

           PERFORM 021-FETCH-CURSOR-1.

      ******************************************************************
      *                    023-CERRAR-OFICINA                          *
      *   GRABA LA FILA DEL PERIODO CON LA REGION VIGENTE DE LA        *
      *   OFICINA; EL PUESTO SE ASIGNA DESPUES, EN EL ESCALAFON        *
      ******************************************************************
       023-CERRAR-OFICINA.
           PERFORM 030-CALCULAR-INDICADORES

           MOVE WS-OFICINA-ANTERIOR TO OFI-CODIGO
           EXEC SQL
               SELECT OFI_REGION
               INTO  :OFI-REGION
               FROM  PRDTWOFI
               WHERE OFI_CODIGO = :OFI-CODIGO
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   ADD 1 TO WS-OFICINAS-SIN-MAESTRA
                   MOVE SPACES TO OFI-REGION
                   DISPLAY 'OFICINA SIN MAESTRA: ' OFI-CODIGO
              WHEN OTHER
                   DISPLAY 'ERROR SELECT PRDTWOFI SQLCODE ' SQLCODE
                   MOVE SPACES TO OFI-REGION
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE

           EXEC SQL
               INSERT INTO PRDTWEFI
                   (EFI_PERIODO, EFI_OFICINA, EFI_REGION,
                    EFI_VALOR_ESPERADO, EFI_VALOR_RECAUDADO,
                    EFI_VALOR_A_TIEMPO, EFI_PCT_A_TIEMPO,
                    EFI_CANT_FECHAS, EFI_SUMA_DIAS, EFI_DIAS_PROMEDIO,
                    EFI_VENCIDO_30, EFI_VENCIDO_60, EFI_VENCIDO_90,
                    EFI_VENCIDO_MAS90, EFI_VENCIDO_CASTIGADO,
                    EFI_POSICION, EFI_FECHA_CALCULO)
               VALUES
                   (:WS-PERIODO, :OFI-CODIGO, :OFI-REGION,
                    :ACT-ESPERADO, :ACT-RECAUDADO,
                    :ACT-A-TIEMPO, :ACT-PCT-A-TIEMPO,
                    :ACT-CANT-FECHAS, :ACT-SUMA-DIAS,
                    :ACT-DIAS-PROMEDIO,
                    :ACT-VENCIDO-30, :ACT-VENCIDO-60, :ACT-VENCIDO-90,
                    :ACT-VENCIDO-MAS90, :ACT-VENCIDO-CASTIGADO,
                    0, :WS-FECHA-PROCESO)
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR INSERT PRDTWEFI SQLCODE ' SQLCODE
                      ' OFICINA ' OFI-CODIGO
              SET SI-ERROR-PROCESO TO TRUE
           ELSE
              ADD 1 TO WS-OFICINAS
           END-IF

           INITIALIZE WS-ACTUAL.

      ******************************************************************
      *                     024-ACUMULAR-MES                           *
      *   FECHA QUE VENCIO EN EL MES. SUS DIAS DE ATRASO: CUBIERTA,    *
      *   HASTA LA ULTIMA APLICACION SI FUE DESPUES DE LA FECHA; SIN   *
      *   CUBRIR, HASTA EL CORTE. SOLO PROMEDIAN LAS QUE TIENEN VALOR  *
      *   ESPERADO                                                     *
      ******************************************************************
       024-ACUMULAR-MES.
           ADD DAT-ESPERADO TO ACT-ESPERADO
           ADD DAT-APLICADO TO ACT-RECAUDADO
           ADD DAT-A-TIEMPO TO ACT-A-TIEMPO

           IF DAT-ESPERADO > ZEROS
              ADD 1 TO ACT-CANT-FECHAS
              MOVE DAT-FECHA TO WS-FECHA-PARTES
              PERFORM 014-CALCULAR-DIA-JULIANO
              MOVE JUL-RESULTADO TO WS-DIA-FECHA
              MOVE ZEROS TO WS-DIAS-ATRASO
              IF DAT-CUBIERTA
                 IF DAT-ULTIMA-APLICACION > DAT-FECHA
                    MOVE DAT-ULTIMA-APLICACION TO WS-FECHA-PARTES
                    PERFORM 014-CALCULAR-DIA-JULIANO
                    MOVE JUL-RESULTADO TO WS-DIA-PAGO
                    COMPUTE WS-DIAS-ATRASO = WS-DIA-PAGO - WS-DIA-FECHA
                 END-IF
              ELSE
                 IF DAT-FECHA < WS-FECHA-PROCESO
                    COMPUTE WS-DIAS-ATRASO =
                            WS-DIA-PROCESO - WS-DIA-FECHA
                 END-IF
              END-IF
              ADD WS-DIAS-ATRASO TO ACT-SUMA-DIAS
           END-IF.

      ******************************************************************
      *                   025-ACUMULAR-VENCIDO                         *
      *   SALDO PENDIENTE DE LA FECHA VENCIDA EN SU TRAMO DE ATRASO,   *
      *   CON LOS CORTES DE PE3C0036; LO CASTIGADO VA APARTE           *
      ******************************************************************
       025-ACUMULAR-VENCIDO.
           COMPUTE WS-PENDIENTE = DAT-ESPERADO - DAT-APLICADO
           IF WS-PENDIENTE > ZEROS
              MOVE DAT-FECHA TO WS-FECHA-PARTES
              PERFORM 014-CALCULAR-DIA-JULIANO
              MOVE JUL-RESULTADO TO WS-DIA-FECHA
              COMPUTE WS-DIAS-ATRASO = WS-DIA-PROCESO - WS-DIA-FECHA
              EVALUATE TRUE
                 WHEN DAT-CASTIGADA
                      ADD WS-PENDIENTE TO ACT-VENCIDO-CASTIGADO
                 WHEN WS-DIAS-ATRASO NOT > 30
                      ADD WS-PENDIENTE TO ACT-VENCIDO-30
                 WHEN WS-DIAS-ATRASO NOT > 60
                      ADD WS-PENDIENTE TO ACT-VENCIDO-60
                 WHEN WS-DIAS-ATRASO NOT > 90
                      ADD WS-PENDIENTE TO ACT-VENCIDO-90
                 WHEN OTHER
                      ADD WS-PENDIENTE TO ACT-VENCIDO-MAS90
              END-EVALUATE
           END-IF.

      ******************************************************************
      *                 030-CALCULAR-INDICADORES                       *
      *   PORCENTAJE A TIEMPO Y DIAS PROMEDIO DE WS-ACTUAL (EL         *
      *   PORCENTAJE SE TOPA EN 100 SI HUBO SOBREPAGO A TIEMPO)        *
      ******************************************************************
       030-CALCULAR-INDICADORES.
           MOVE ZEROS TO ACT-PCT-A-TIEMPO ACT-DIAS-PROMEDIO
           IF ACT-ESPERADO > ZEROS AND ACT-A-TIEMPO > ZEROS
              IF ACT-A-TIEMPO NOT < ACT-ESPERADO
                 MOVE 100 TO ACT-PCT-A-TIEMPO
              ELSE
                 COMPUTE ACT-PCT-A-TIEMPO ROUNDED =
                         ACT-A-TIEMPO * 100 / ACT-ESPERADO
              END-IF
           END-IF
           IF ACT-CANT-FECHAS > ZEROS
              COMPUTE ACT-DIAS-PROMEDIO ROUNDED =
                      ACT-SUMA-DIAS / ACT-CANT-FECHAS
           END-IF.

      ******************************************************************
      *                 031-CALCULAR-VARIACION                         *
      *   CONTRA LOS TRES PERIODOS ANTERIORES SUMADOS: PUNTOS DE       *
      *   PORCENTAJE A TIEMPO, DIAS PROMEDIO Y PORCENTAJE DE CAMBIO    *
      *   DEL RECAUDO SOBRE EL PROMEDIO MENSUAL. SIN HISTORIA QUEDA EN *
      *   CERO Y LA CANTIDAD DE PERIODOS LO DICE                       *
      ******************************************************************
       031-CALCULAR-VARIACION.
           MOVE ZEROS TO WS-VARIACION HIS-PCT-A-TIEMPO
                         HIS-DIAS-PROMEDIO HIS-RECAUDO-PROMEDIO
           IF HIS-PERIODOS > ZEROS
              IF HIS-ESPERADO > ZEROS AND HIS-A-TIEMPO > ZEROS
                 IF HIS-A-TIEMPO NOT < HIS-ESPERADO
                    MOVE 100 TO HIS-PCT-A-TIEMPO
                 ELSE
                    COMPUTE HIS-PCT-A-TIEMPO ROUNDED =
                            HIS-A-TIEMPO * 100 / HIS-ESPERADO
                 END-IF
              END-IF
              IF HIS-CANT-FECHAS > ZEROS
                 COMPUTE HIS-DIAS-PROMEDIO ROUNDED =
                         HIS-SUMA-DIAS / HIS-CANT-FECHAS
              END-IF
              COMPUTE VAR-PCT-A-TIEMPO =
                      ACT-PCT-A-TIEMPO - HIS-PCT-A-TIEMPO
              COMPUTE VAR-DIAS-PROMEDIO =
                      ACT-DIAS-PROMEDIO - HIS-DIAS-PROMEDIO
              COMPUTE HIS-RECAUDO-PROMEDIO ROUNDED =
                      HIS-RECAUDADO / HIS-PERIODOS
              IF HIS-RECAUDO-PROMEDIO > ZEROS
                 COMPUTE VAR-RECAUDO ROUNDED =
                         (ACT-RECAUDADO - HIS-RECAUDO-PROMEDIO) * 100
                         / HIS-RECAUDO-PROMEDIO
                 IF VAR-RECAUDO > CTE-MAX-VARIACION
                    MOVE CTE-MAX-VARIACION TO VAR-RECAUDO
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      *                  03-INICIAR-ESCALAFON                          *
      ******************************************************************
       03-INICIAR-ESCALAFON.
           EXEC SQL
               CLOSE CURSOR_1
           END-EXEC

           IF NO-PRIMER-REGISTRO
              PERFORM 023-CERRAR-OFICINA
           END-IF

           MOVE WS-TITULO1 TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO2 TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO3 TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           EXEC SQL
               OPEN CURSOR_2
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_2 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 041-FETCH-CURSOR-2.

      ******************************************************************
      *                        04-ESCALAFON                            *
      *   EL ORDEN DEL CURSOR ES EL PUESTO; QUEDA EN LA HISTORIA Y     *
      *   SALE EN EL REPORTE Y EN EL CSV                               *
      ******************************************************************
       04-ESCALAFON.
           ADD 1 TO WS-POSICION
           PERFORM 030-CALCULAR-INDICADORES
           PERFORM 031-CALCULAR-VARIACION

           MOVE TAB-OFICINA TO OFI-CODIGO
           EXEC SQL
               UPDATE PRDTWEFI
               SET    EFI_POSICION = :WS-POSICION
               WHERE  EFI_PERIODO  = :WS-PERIODO
               AND    EFI_OFICINA  = :OFI-CODIGO
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR UPDATE PRDTWEFI SQLCODE ' SQLCODE
                      ' OFICINA ' OFI-CODIGO
              SET SI-ERROR-PROCESO TO TRUE
           END-IF

           MOVE WS-POSICION   TO DET-POSICION CSV-POSICION
           MOVE TAB-OFICINA   TO DET-OFICINA CSV-OFICINA
           MOVE TAB-NOMBRE    TO DET-NOMBRE CSV-NOMBRE
           MOVE TAB-REGION    TO DET-REGION CSV-REGION
           MOVE 'OFICINA'     TO CSV-TIPO
           PERFORM 043-ESCRIBIR-LINEAS

           PERFORM 041-FETCH-CURSOR-2.

       041-FETCH-CURSOR-2.
           EXEC SQL
               FETCH CURSOR_2
               INTO :TAB-OFICINA, :TAB-NOMBRE, :TAB-REGION,
                    :ACT-ESPERADO, :ACT-RECAUDADO, :ACT-A-TIEMPO,
                    :ACT-CANT-FECHAS, :ACT-SUMA-DIAS,
                    :ACT-VENCIDO-30, :ACT-VENCIDO-60,
                    :ACT-VENCIDO-90, :ACT-VENCIDO-MAS90,
                    :ACT-VENCIDO-CASTIGADO,
                    :HIS-PERIODOS, :HIS-ESPERADO, :HIS-RECAUDADO,
                    :HIS-A-TIEMPO, :HIS-CANT-FECHAS, :HIS-SUMA-DIAS
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

      ******************************************************************
      *                   043-ESCRIBIR-LINEAS                          *
      *   LINEA DE INDICADORES Y LINEA DE VENCIDO EN EL REPORTE, Y LA  *
      *   FILA DEL CSV, DESDE WS-ACTUAL Y WS-VARIACION; EL LLAMADOR    *
      *   DEJA PUESTO, OFICINA, NOMBRE, REGION Y TIPO                  *
      ******************************************************************
       043-ESCRIBIR-LINEAS.
           MOVE ACT-ESPERADO          TO DET-ESPERADO CSV-ESPERADO
           MOVE ACT-RECAUDADO         TO DET-RECAUDADO CSV-RECAUDADO
           MOVE ACT-A-TIEMPO          TO CSV-A-TIEMPO
           MOVE ACT-PCT-A-TIEMPO      TO DET-PCT-A-TIEMPO
                                         CSV-PCT-A-TIEMPO
           MOVE ACT-DIAS-PROMEDIO     TO DET-DIAS-PROMEDIO
                                         CSV-DIAS-PROMEDIO
           MOVE HIS-PERIODOS          TO DET-PERIODOS-ANT
                                         CSV-PERIODOS-ANT
           MOVE VAR-PCT-A-TIEMPO      TO DET-VAR-PCT CSV-VAR-PCT
           MOVE VAR-DIAS-PROMEDIO     TO DET-VAR-DIAS CSV-VAR-DIAS
           MOVE VAR-RECAUDO           TO DET-VAR-RECAUDO
                                         CSV-VAR-RECAUDO
           MOVE WS-DETALLE            TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           MOVE ACT-VENCIDO-30        TO DEV-VENCIDO-30 CSV-VENCIDO-30
           MOVE ACT-VENCIDO-60        TO DEV-VENCIDO-60 CSV-VENCIDO-60
           MOVE ACT-VENCIDO-90        TO DEV-VENCIDO-90 CSV-VENCIDO-90
           MOVE ACT-VENCIDO-MAS90     TO DEV-VENCIDO-MAS90
                                         CSV-VENCIDO-MAS90
           MOVE ACT-VENCIDO-CASTIGADO TO DEV-VENCIDO-CASTIGADO
                                         CSV-VENCIDO-CASTIGADO
           MOVE WS-DETALLE-VENCIDO    TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           MOVE WS-PERIODO            TO CSV-PERIODO
           MOVE WS-CUERPO-CSV         TO REG-CSVEFI
           PERFORM 98-ESCRIBIR-CSV.

      ******************************************************************
      *                  05-INICIAR-REGIONES                           *
      ******************************************************************
       05-INICIAR-REGIONES.
           EXEC SQL
               CLOSE CURSOR_2
           END-EXEC

           MOVE SPACES             TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO-REGIONES TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           EXEC SQL
               OPEN CURSOR_3
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_3 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 061-FETCH-CURSOR-3.

      ******************************************************************
      *                        06-REGIONES                             *
      *   LA REGION EN BLANCO AGRUPA LAS OFICINAS SIN REGION ASIGNADA  *
      ******************************************************************
       06-REGIONES.
           ADD 1 TO WS-REGIONES
           PERFORM 030-CALCULAR-INDICADORES
           PERFORM 031-CALCULAR-VARIACION

           MOVE ZEROS             TO CSV-POSICION
           MOVE SPACES            TO DET-OFICINA CSV-OFICINA
                                     CSV-NOMBRE
           MOVE TAB-CANT-OFICINAS TO DET-POSICION
           MOVE 'OFICINAS'        TO DET-NOMBRE
           MOVE TAB-REGION        TO DET-REGION CSV-REGION
           MOVE 'REGION'          TO CSV-TIPO
           PERFORM 043-ESCRIBIR-LINEAS

           ADD ACT-ESPERADO          TO TGE-ESPERADO
           ADD ACT-RECAUDADO         TO TGE-RECAUDADO
           ADD ACT-A-TIEMPO          TO TGE-A-TIEMPO
           ADD ACT-CANT-FECHAS       TO TGE-CANT-FECHAS
           ADD ACT-SUMA-DIAS         TO TGE-SUMA-DIAS
           ADD ACT-VENCIDO-30        TO TGE-VENCIDO-30
           ADD ACT-VENCIDO-60        TO TGE-VENCIDO-60
           ADD ACT-VENCIDO-90        TO TGE-VENCIDO-90
           ADD ACT-VENCIDO-MAS90     TO TGE-VENCIDO-MAS90
           ADD ACT-VENCIDO-CASTIGADO TO TGE-VENCIDO-CASTIGADO

           PERFORM 061-FETCH-CURSOR-3.

       061-FETCH-CURSOR-3.
           EXEC SQL
               FETCH CURSOR_3
               INTO :TAB-REGION, :TAB-CANT-OFICINAS,
                    :ACT-ESPERADO, :ACT-RECAUDADO, :ACT-A-TIEMPO,
                    :ACT-CANT-FECHAS, :ACT-SUMA-DIAS,
                    :ACT-VENCIDO-30, :ACT-VENCIDO-60,
                    :ACT-VENCIDO-90, :ACT-VENCIDO-MAS90,
                    :ACT-VENCIDO-CASTIGADO,
                    :HIS-PERIODOS, :HIS-ESPERADO, :HIS-RECAUDADO,
                    :HIS-A-TIEMPO, :HIS-CANT-FECHAS, :HIS-SUMA-DIAS
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

       98-ESCRIBIR-CSV.
           WRITE REG-CSVEFI
           IF WS-ESTADO-CSV NOT = '00'
              DISPLAY 'ERROR WRITE ARCHIVO CSVEFI ' WS-ESTADO-CSV
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
      *                        07-FINAL                                *
      *   LINEA DE TOTAL GENERAL (SIN VARIACION) Y RESUMEN             *
      ******************************************************************
       07-FINAL.
           EXEC SQL
               CLOSE CURSOR_3
           END-EXEC

           MOVE TGE-ESPERADO          TO ACT-ESPERADO
           MOVE TGE-RECAUDADO         TO ACT-RECAUDADO
           MOVE TGE-A-TIEMPO          TO ACT-A-TIEMPO
           MOVE TGE-CANT-FECHAS       TO ACT-CANT-FECHAS
           MOVE TGE-SUMA-DIAS         TO ACT-SUMA-DIAS
           MOVE TGE-VENCIDO-30        TO ACT-VENCIDO-30
           MOVE TGE-VENCIDO-60        TO ACT-VENCIDO-60
           MOVE TGE-VENCIDO-90        TO ACT-VENCIDO-90
           MOVE TGE-VENCIDO-MAS90     TO ACT-VENCIDO-MAS90
           MOVE TGE-VENCIDO-CASTIGADO TO ACT-VENCIDO-CASTIGADO
           PERFORM 030-CALCULAR-INDICADORES
           MOVE ZEROS TO HIS-PERIODOS
           PERFORM 031-CALCULAR-VARIACION

           MOVE SPACES         TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-OFICINAS    TO DET-POSICION
           MOVE 'TOT.'         TO DET-OFICINA
           MOVE 'OFICINAS'     TO DET-NOMBRE
           MOVE SPACES         TO DET-REGION CSV-REGION CSV-OFICINA
                                  CSV-NOMBRE
           MOVE ZEROS          TO CSV-POSICION
           MOVE 'TOTAL'        TO CSV-TIPO
           PERFORM 043-ESCRIBIR-LINEAS

           MOVE WS-FECHAS-LEIDAS TO RES-FECHAS
           MOVE WS-OFICINAS      TO RES-OFICINAS
           MOVE WS-REGIONES      TO RES-REGIONES
           MOVE WS-SIN-OFICINA   TO RES-SIN-OFICINA
           MOVE WS-RESUMEN       TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           DISPLAY 'FECHAS LEIDAS          : ' WS-FECHAS-LEIDAS
           DISPLAY 'OFICINAS EN EL TABLERO : ' WS-OFICINAS
           DISPLAY 'OFICINAS SIN MAESTRA   : ' WS-OFICINAS-SIN-MAESTRA
           DISPLAY 'REGIONES               : ' WS-REGIONES
           DISPLAY 'FECHAS SIN CONTRATO    : ' WS-SIN-OFICINA

           CLOSE CSVEFI SALIDA

           EVALUATE TRUE
              WHEN SI-ERROR-PROCESO
                   MOVE 8 TO RETURN-CODE
              WHEN WS-SIN-OFICINA > ZEROS
                OR WS-OFICINAS-SIN-MAESTRA > ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.
