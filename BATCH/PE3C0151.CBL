       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0151.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           PRONOSTICO SEMANAL DEL FLUJO DE CAJA DEL RECAUDO A
      *           13 SEMANAS (LUNES A DOMINGO, DESDE EL PRIMER LUNES
      *           POSTERIOR A LA FECHA DE NEGOCIO) POR PRODUCTO Y
      *           BANCO. A LO PROGRAMADO PENDIENTE EN LAS FECHAS
      *           ACTIVAS DE PRDTW03 SE LE APLICA LA TASA HISTORICA DE
      *           RECAUDO DEL PRODUCTO: LO RECAUDADO EN PRDTW02 SOBRE
      *           LO PROGRAMADO EN PRDTW03 EN LAS 13 SEMANAS ANTERIORES
      *           (SIN HISTORIA, LA TASA DE TODOS LOS PRODUCTOS). CADA
      *           CORRIDA QUEDA EN PRDTWPFL; LA SIGUIENTE LLENA LO REAL
      *           DE LAS SEMANAS YA CERRADAS, REPORTA EL PRONOSTICO
      *           CONTRA LO REAL DE LAS QUE CERRARON DESDE LA ULTIMA
      *           SEMANA Y LA PRECISION DEL METODO POR HORIZONTE
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
      *****************ARCHIVO DE SALIDA DEL REPORTE********************
           SELECT SALIDA    ASSIGN TO SALIDA
                            FILE STATUS IS WS-ESTADO.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
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
           05 SW-FIN-CURSOR-4        PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR-4                  VALUE 'S'.
             88 NO-FIN-CURSOR-4                  VALUE 'N'.
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
          05 WS-FILAS-GRABADAS           PIC 9(09) VALUE ZEROS.
          05 WS-SEMANAS-MEDIDAS          PIC 9(09) VALUE ZEROS.
          05 WS-PRODUCTOS-SIN-HISTORIA   PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                          CONSTANTES                            *
      ******************************************************************
       01 WS-CONSTANTES.
          05 CTE-SEMANAS                 PIC 9(04) VALUE 13.
      *    DIAS DE HISTORIA PARA LA TASA (13 SEMANAS CON LA FECHA DE
      *    NEGOCIO INCLUIDA)
          05 CTE-DIAS-HISTORIA           PIC 9(04) VALUE 90.
          05 CTE-TASA-MAXIMA             PIC 9(03)V9(4) VALUE 999.9999.

      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 WS-FECHA-PROCESO               PIC X(10) VALUE SPACES.
       01 WS-FECHA-HISTORIA-DESDE        PIC X(10) VALUE SPACES.
      *    SEMANAS QUE CERRARON DESDE LA CORRIDA DE LA SEMANA PASADA
       01 WS-FECHA-CIERRE-DESDE          PIC X(10) VALUE SPACES.
       01 WS-FECHA-PRONOSTICO-DESDE      PIC X(10) VALUE SPACES.
       01 WS-FECHA-PRONOSTICO-HASTA      PIC X(10) VALUE SPACES.
       01 WS-SEMANA                      PIC S9(4) COMP VALUE ZEROS.
       01 WS-DIA-SEMANA                  PIC 9(8)  VALUE ZEROS.
       01 WS-COCIENTE                    PIC 9(8)  VALUE ZEROS.

      ******************************************************************
      *   LAS 13 SEMANAS DEL PRONOSTICO Y LO PROGRAMADO EN CADA UNA    *
      *   PARA EL PRODUCTO/BANCO EN CURSO Y PARA EL TOTAL              *
      ******************************************************************
       01 WS-TABLA-SEMANAS.
          05 WS-SEM-ENTRADA OCCURS 13 TIMES INDEXED BY I-SEM.
             07 SEM-INICIO               PIC X(10).
             07 SEM-FIN                  PIC X(10).
             07 SEM-PROGRAMADO           PIC S9(13)V99 COMP-3.
             07 SEM-TOT-PROGRAMADO       PIC S9(13)V99 COMP-3.
             07 SEM-TOT-PRONOSTICO       PIC S9(13)V99 COMP-3.
       01 WS-DIA-PRIMER-LUNES            PIC 9(8)  VALUE ZEROS.

      *    FECHA FUTURA LEIDA EN CURSOR_2
       01 WS-FECHA-FUTURA.
           05 DAT-PRODUCTO               PIC X(2).
           05 DAT-BANCO                  PIC X(4).
           05 DAT-FECHA                  PIC X(10).
           05 DAT-PENDIENTE              PIC S9(11)V99 COMP-3.

       01 WS-PRODUCTO-ANTERIOR           PIC X(2)  VALUE SPACES.
       01 WS-BANCO-ANTERIOR              PIC X(4)  VALUE SPACES.

      *    TASAS HISTORICAS DE RECAUDO
       01 WS-TASAS.
           05 TAS-PROGRAMADO             PIC S9(15)V99 COMP-3.
           05 TAS-RECAUDADO              PIC S9(15)V99 COMP-3.
           05 TAS-CALCULO                PIC S9(9)V9(4) COMP-3.
           05 TAS-GLOBAL                 PIC S9(3)V9(4) COMP-3.
           05 TAS-PRODUCTO               PIC S9(3)V9(4) COMP-3.

      *    FILA DE PRDTWPFL QUE SE GRABA O SE MIDE
       01 WS-FILA-PFL.
           05 PFL-SEMANA-INICIO          PIC X(10).
           05 PFL-SEMANA-FIN             PIC X(10).
           05 PFL-PRODUCTO               PIC X(2).
           05 PFL-BANCO                  PIC X(4).
           05 PFL-PROGRAMADO             PIC S9(13)V99 COMP-3.
           05 PFL-PRONOSTICO             PIC S9(13)V99 COMP-3.
           05 PFL-REAL                   PIC S9(13)V99 COMP-3.
           05 PFL-SUB-PROGRAMADO         PIC S9(13)V99 COMP-3.
           05 PFL-SUB-PRONOSTICO         PIC S9(13)V99 COMP-3.

      *    PRONOSTICO CONTRA REAL (CURSOR_3) Y PRECISION (CURSOR_4)
       01 WS-MEDICION.
           05 MED-SEMANA-INICIO          PIC X(10).
           05 MED-FECHA-CORRIDA          PIC X(10).
           05 MED-HORIZONTE              PIC S9(4)     COMP.
           05 MED-SEMANAS                PIC S9(9)     COMP.
           05 MED-PRONOSTICO             PIC S9(15)V99 COMP-3.
           05 MED-REAL                   PIC S9(15)V99 COMP-3.
           05 MED-ERROR-ABSOLUTO         PIC S9(15)V99 COMP-3.
           05 MED-DIFERENCIA             PIC S9(15)V99 COMP-3.
           05 MED-PORCENTAJE             PIC S9(5)V99  COMP-3.
           05 MED-CALCULO                PIC S9(9)V99  COMP-3.

      ******************************************************************
      *   CONVERSION ENTRE FECHA Y NUMERO DE DIA JULIANO, IDA Y VUELTA *
      *   COMO EN PE3C0122                                             *
      ******************************************************************
       01 WS-FECHA-PARTES.
           05 FEC-ANO                    PIC 9(4).
           05 FEC-GUION-1                PIC X.
           05 FEC-MES                    PIC 9(2).
           05 FEC-GUION-2                PIC X.
           05 FEC-DIA                    PIC 9(2).

       01 WS-CALCULO-JULIANO.
           05 JUL-A                      PIC 9(2)  VALUE ZEROS.
           05 JUL-ANO                    PIC 9(5)  VALUE ZEROS.
           05 JUL-MES                    PIC 9(2)  VALUE ZEROS.
           05 JUL-TRABAJO                PIC 9(8)  VALUE ZEROS.
           05 JUL-AUXILIAR               PIC 9(8)  VALUE ZEROS.
           05 JUL-RESULTADO              PIC 9(8)  VALUE ZEROS.

       01 WS-CALCULO-GREGORIANO.
           05 GRE-L                      PIC 9(8)  VALUE ZEROS.
           05 GRE-N                      PIC 9(8)  VALUE ZEROS.
           05 GRE-I                      PIC 9(8)  VALUE ZEROS.
           05 GRE-J                      PIC 9(8)  VALUE ZEROS.
           05 GRE-AUXILIAR               PIC 9(10) VALUE ZEROS.

       01 WS-EDADES.
           05 WS-DIA-PROCESO             PIC 9(8)  VALUE ZEROS.
           05 WS-DIA-FECHA               PIC 9(8)  VALUE ZEROS.

      ******************************************************************
       01 WS-TITULO1.
          05 FILLER             PIC X(45) VALUE
                        'PRONOSTICO DE RECAUDO A 13 SEMANAS - CORRIDA '.
          05 TIT-FECHA-PROCESO  PIC X(10).
          05 FILLER             PIC X(23) VALUE
                                 '  TASA CON HISTORIA DE '.
          05 TIT-HISTORIA-DESDE PIC X(10).
          05 FILLER             PIC X(3)  VALUE ' A '.
          05 TIT-HISTORIA-HASTA PIC X(10).
          05 FILLER             PIC X(15) VALUE '  TASA GLOBAL '.
          05 TIT-TASA-GLOBAL    PIC ZZ9.9999.
       01 WS-TITULO2.
          05 FILLER             PIC X(5)  VALUE 'PROD '.
          05 FILLER             PIC X(6)  VALUE 'BANCO '.
          05 FILLER             PIC X(4)  VALUE 'SEM '.
          05 FILLER             PIC X(11) VALUE 'INICIO'.
          05 FILLER             PIC X(11) VALUE 'FIN'.
          05 FILLER             PIC X(22) VALUE
                                 '            PROGRAMADO'.
          05 FILLER             PIC X(10) VALUE '     TASA'.
          05 FILLER             PIC X(22) VALUE
                                 '            PRONOSTICO'.
       01 WS-DETALLE.
          05 DET-PRODUCTO       PIC X(2).
          05 FILLER             PIC X(3)  VALUE SPACES.
          05 DET-BANCO          PIC X(4).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 DET-SEMANA         PIC Z9.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 DET-INICIO         PIC X(10).
          05 FILLER             PIC X     VALUE SPACES.
          05 DET-FIN            PIC X(10).
          05 FILLER             PIC X     VALUE SPACES.
          05 DET-PROGRAMADO     PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X     VALUE SPACES.
          05 DET-TASA           PIC ZZ9.9999.
          05 FILLER             PIC X     VALUE SPACES.
          05 DET-PRONOSTICO     PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-SUBTOTAL.
          05 FILLER             PIC X(13) VALUE '  SUBTOTAL'.
          05 SUB-PRODUCTO       PIC X(2).
          05 FILLER             PIC X     VALUE '/'.
          05 SUB-BANCO          PIC X(4).
          05 FILLER             PIC X(15) VALUE SPACES.
          05 SUB-PROGRAMADO     PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(10) VALUE SPACES.
          05 SUB-PRONOSTICO     PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-TITULO-SEMANAS.
          05 FILLER             PIC X(40) VALUE
                                 'TOTAL POR SEMANA'.
       01 WS-TITULO-CONTRA-REAL.
          05 FILLER             PIC X(60) VALUE
             'PRONOSTICO CONTRA REAL DE LAS SEMANAS CERRADAS'.
       01 WS-TITULO-CONTRA-REAL-2.
          05 FILLER             PIC X(11) VALUE 'SEMANA'.
          05 FILLER             PIC X(11) VALUE 'CORRIDA'.
          05 FILLER             PIC X(4)  VALUE 'HOR'.
          05 FILLER             PIC X(22) VALUE
                                 '            PRONOSTICO'.
          05 FILLER             PIC X(22) VALUE
                                 '                  REAL'.
          05 FILLER             PIC X(22) VALUE
                                 '            DIFERENCIA'.
          05 FILLER             PIC X(10) VALUE '   % DESV'.
       01 WS-DETALLE-CONTRA-REAL.
          05 DCR-SEMANA-INICIO  PIC X(10).
          05 FILLER             PIC X     VALUE SPACES.
          05 DCR-FECHA-CORRIDA  PIC X(10).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 DCR-HORIZONTE      PIC Z9.
          05 FILLER             PIC X     VALUE SPACES.
          05 DCR-PRONOSTICO     PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X     VALUE SPACES.
          05 DCR-REAL           PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X     VALUE SPACES.
          05 DCR-DIFERENCIA     PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X     VALUE SPACES.
          05 DCR-PORCENTAJE     PIC -ZZZ9.99.
       01 WS-TITULO-PRECISION.
          05 FILLER             PIC X(70) VALUE
          'PRECISION DEL METODO POR HORIZONTE (SEMANAS CERRADAS)'.
       01 WS-TITULO-PRECISION-2.
          05 FILLER             PIC X(4)  VALUE 'HOR'.
          05 FILLER             PIC X(10) VALUE '  SEMANAS'.
          05 FILLER             PIC X(22) VALUE
                                 '            PRONOSTICO'.
          05 FILLER             PIC X(22) VALUE
                                 '                  REAL'.
          05 FILLER             PIC X(22) VALUE
                                 '       ERROR ABSOLUTO'.
          05 FILLER             PIC X(10) VALUE '  % ERROR'.
          05 FILLER             PIC X(11) VALUE ' PRECISION'.
       01 WS-DETALLE-PRECISION.
          05 DPR-HORIZONTE      PIC Z9.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 DPR-SEMANAS        PIC ZZZZZZZZ9.
          05 FILLER             PIC X     VALUE SPACES.
          05 DPR-PRONOSTICO     PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X     VALUE SPACES.
          05 DPR-REAL           PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X     VALUE SPACES.
          05 DPR-ERROR          PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X     VALUE SPACES.
          05 DPR-PORCENTAJE     PIC ZZZZ9.99.
          05 FILLER             PIC X(3)  VALUE SPACES.
          05 DPR-PRECISION      PIC ZZ9.99.

       01 WS-RESUMEN.
          05 CTE-RESUMEN              PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(8)  VALUE 'FECHAS='.
          05 RES-FECHAS                PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(8)  VALUE ' FILAS='.
          05 RES-FILAS                 PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(10) VALUE ' MEDIDAS='.
          05 RES-MEDIDAS               PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(15) VALUE ' SIN HISTORIA='.
          05 RES-SIN-HISTORIA          PIC ZZZZZZZZ9.

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
               INCLUDE PETCOW03
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCON
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOPFL
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: SEMANAS PRONOSTICADAS QUE YA CERRARON Y AUN  **
      ******   NO TIENEN LO REAL                                      **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT DISTINCT PFL_SEMANA_INICIO, PFL_SEMANA_FIN,
                      PFL_PRODUCTO, PFL_BANCO
               FROM   PRDTWPFL
               WHERE  PFL_FECHA_REAL = ' '
               AND    PFL_SEMANA_FIN <= :WS-FECHA-PROCESO
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      ******   CURSOR_2: FECHAS ACTIVAS CON SALDO PENDIENTE EN LAS 13 **
      ******   SEMANAS, POR PRODUCTO Y BANCO (EL DEL CONTRATO MAS     **
      ******   RECIENTE DEL CLIENTE EN EL PRODUCTO)                   **
           EXEC SQL
               DECLARE CURSOR_2 CURSOR FOR
               SELECT X.W03_PRODUCTO, X.BANCO, X.W03_FECHA,
                      X.PENDIENTE
               FROM (SELECT W.W03_PRODUCTO,
                            VALUE(
                            (SELECT SUBSTR(C.CON_CONTRATO, 1, 4)
                             FROM   PRDTWCON C
                             WHERE  C.CON_CLIENTE = W.W03_CLIENTE
                             AND    SUBSTR(C.CON_CONTRATO, 9, 2) =
                                    W.W03_PRODUCTO
                             ORDER BY C.CON_FECHA_APERTURA DESC
                             FETCH FIRST 1 ROW ONLY), ' ') AS BANCO,
                            W.W03_FECHA,
                            W.W03_VALOR_ESPERADO - W.W03_VALOR_APLICADO
                            AS PENDIENTE
                     FROM   PRDTW03 W
                     WHERE  W.W03_ESTADO = 'A'
                     AND    W.W03_COBERTURA <> 'T'
                     AND    W.W03_FECHA >= :WS-FECHA-PRONOSTICO-DESDE
                     AND    W.W03_FECHA <= :WS-FECHA-PRONOSTICO-HASTA)
                     AS X
               WHERE  X.PENDIENTE > 0
               ORDER BY X.W03_PRODUCTO, X.BANCO
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      ******   CURSOR_3: SEMANAS QUE CERRARON DESDE LA CORRIDA        **
      ******   ANTERIOR, CON CADA PRONOSTICO QUE SE HIZO DE ELLAS     **
           EXEC SQL
               DECLARE CURSOR_3 CURSOR FOR
               SELECT PFL_SEMANA_INICIO, PFL_FECHA_CORRIDA, PFL_SEMANA,
                      SUM(PFL_VALOR_PRONOSTICO), SUM(PFL_VALOR_REAL)
               FROM   PRDTWPFL
               WHERE  PFL_FECHA_REAL <> ' '
               AND    PFL_SEMANA_FIN >= :WS-FECHA-CIERRE-DESDE
               AND    PFL_SEMANA_FIN <= :WS-FECHA-PROCESO
               GROUP BY PFL_SEMANA_INICIO, PFL_FECHA_CORRIDA,
                        PFL_SEMANA
               ORDER BY PFL_SEMANA_INICIO, PFL_SEMANA
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      ******   CURSOR_4: PRECISION POR HORIZONTE SOBRE TODAS LAS      **
      ******   SEMANAS CERRADAS; EL ERROR ABSOLUTO SE SUMA FILA A     **
      ******   FILA (PRODUCTO Y BANCO)                                **
           EXEC SQL
               DECLARE CURSOR_4 CURSOR FOR
               SELECT PFL_SEMANA,
                      COUNT(DISTINCT PFL_SEMANA_INICIO),
                      SUM(PFL_VALOR_PRONOSTICO), SUM(PFL_VALOR_REAL),
                      SUM(CASE WHEN PFL_VALOR_PRONOSTICO >
                                    PFL_VALOR_REAL
                               THEN PFL_VALOR_PRONOSTICO -
                                    PFL_VALOR_REAL
                               ELSE PFL_VALOR_REAL -
                                    PFL_VALOR_PRONOSTICO END)
               FROM   PRDTWPFL
               WHERE  PFL_FECHA_REAL <> ' '
               GROUP BY PFL_SEMANA
               ORDER BY PFL_SEMANA
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 01-INICIO
           PERFORM 02-MEDIR-REAL UNTIL SI-FIN-CURSOR-1
           PERFORM 03-INICIAR-PRONOSTICO
           PERFORM 04-PRONOSTICO UNTIL SI-FIN-CURSOR-2
           PERFORM 05-INICIAR-CONTRA-REAL
           PERFORM 06-CONTRA-REAL UNTIL SI-FIN-CURSOR-3
           PERFORM 07-INICIAR-PRECISION
           PERFORM 08-PRECISION UNTIL SI-FIN-CURSOR-4
           PERFORM 09-FINAL.
      ******************************************************************
      *                          01-INICIO                             *
      *   SEMANAS DEL PRONOSTICO, VENTANA DE HISTORIA DE LA TASA Y     *
      *   BORRADO DE UNA CORRIDA ANTERIOR DE LA MISMA FECHA            *
      ******************************************************************
       01-INICIO.
           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO TO WS-FECHA-PROCESO
                                      TIT-FECHA-PROCESO
                                      TIT-HISTORIA-HASTA
           MOVE FPR0-FECHA-PROCESO TO WS-FECHA-PARTES
           PERFORM 014-CALCULAR-DIA-JULIANO
           MOVE JUL-RESULTADO TO WS-DIA-PROCESO

      *    EL DIA JULIANO MODULO 7 ES 0 EL LUNES
           DIVIDE WS-DIA-PROCESO BY 7 GIVING WS-COCIENTE
                  REMAINDER WS-DIA-SEMANA
           COMPUTE WS-DIA-PRIMER-LUNES =
                   WS-DIA-PROCESO - WS-DIA-SEMANA + 7

           COMPUTE JUL-RESULTADO = WS-DIA-PROCESO - CTE-DIAS-HISTORIA
           PERFORM 015-CALCULAR-FECHA-GREGORIANA
           MOVE WS-FECHA-PARTES TO WS-FECHA-HISTORIA-DESDE
                                   TIT-HISTORIA-DESDE

           COMPUTE JUL-RESULTADO = WS-DIA-PROCESO - 6
           PERFORM 015-CALCULAR-FECHA-GREGORIANA
           MOVE WS-FECHA-PARTES TO WS-FECHA-CIERRE-DESDE

           INITIALIZE WS-TABLA-SEMANAS
           PERFORM 012-ARMAR-SEMANA
                   VARYING I-SEM FROM 1 BY 1
                   UNTIL I-SEM > CTE-SEMANAS
           MOVE SEM-INICIO(1) TO WS-FECHA-PRONOSTICO-DESDE
           MOVE SEM-FIN(13)   TO WS-FECHA-PRONOSTICO-HASTA

           OPEN OUTPUT SALIDA
           IF WS-ESTADO NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ARCHIVO SALIDA   ' WS-ESTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           EXEC SQL
               DELETE FROM PRDTWPFL
               WHERE  PFL_FECHA_CORRIDA = :WS-FECHA-PROCESO
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS AND NOT EQUAL +100
              DISPLAY 'ERROR DELETE PRDTWPFL SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 013-CALCULAR-TASA-GLOBAL

           EXEC SQL
               OPEN CURSOR_1
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_1 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 021-FETCH-CURSOR-1.

       012-ARMAR-SEMANA.
           SET WS-SEMANA TO I-SEM
           COMPUTE JUL-RESULTADO = WS-DIA-PRIMER-LUNES
                                 + (7 * (WS-SEMANA - 1))
           PERFORM 015-CALCULAR-FECHA-GREGORIANA
           MOVE WS-FECHA-PARTES TO SEM-INICIO(I-SEM)
           ADD 6 TO JUL-RESULTADO
           PERFORM 015-CALCULAR-FECHA-GREGORIANA
           MOVE WS-FECHA-PARTES TO SEM-FIN(I-SEM).

      ******************************************************************
      *                  013-CALCULAR-TASA-GLOBAL                      *
      *   RECAUDO DE TODOS LOS PRODUCTOS SOBRE LO PROGRAMADO EN LA     *
      *   VENTANA; ES LA TASA DEL PRODUCTO QUE NO TIENE HISTORIA       *
      ******************************************************************
       013-CALCULAR-TASA-GLOBAL.
           EXEC SQL
               SELECT VALUE(SUM(W03_VALOR_ESPERADO), 0)
               INTO  :TAS-PROGRAMADO
               FROM  PRDTW03
               WHERE W03_FECHA  >= :WS-FECHA-HISTORIA-DESDE
               AND   W03_FECHA  <= :WS-FECHA-PROCESO
               AND   W03_ESTADO <> 'I'
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR SUM PRDTW03 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           EXEC SQL
               SELECT VALUE(SUM(W02_VALOR_NUM), 0)
               INTO  :TAS-RECAUDADO
               FROM  PRDTW02
               WHERE W02_FECHA_MOV >= :WS-FECHA-HISTORIA-DESDE
               AND   W02_FECHA_MOV <= :WS-FECHA-PROCESO
               AND   W02_TIPO_MOV IN ('N', 'R')
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR SUM PRDTW02 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

      *    SIN NADA PROGRAMADO EN LA VENTANA SE PRONOSTICA LO
      *    PROGRAMADO COMPLETO
           MOVE 1 TO TAS-GLOBAL
           IF TAS-PROGRAMADO > ZEROS
              PERFORM 016-ACOTAR-TASA
              MOVE TAS-CALCULO TO TAS-GLOBAL
           END-IF
           MOVE TAS-GLOBAL TO TIT-TASA-GLOBAL.

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

      ******************************************************************
      *              015-CALCULAR-FECHA-GREGORIANA                     *
      *   EL CAMINO DE VUELTA: DEJA EN WS-FECHA-PARTES (YYYY-MM-DD) LA *
      *   FECHA DEL DIA JULIANO JUL-RESULTADO                          *
      ******************************************************************
       015-CALCULAR-FECHA-GREGORIANA.
           COMPUTE GRE-L = JUL-RESULTADO + 68569
           COMPUTE GRE-AUXILIAR = 4 * GRE-L
           DIVIDE GRE-AUXILIAR BY 146097 GIVING GRE-N
           COMPUTE GRE-AUXILIAR = (146097 * GRE-N) + 3
           DIVIDE GRE-AUXILIAR BY 4 GIVING GRE-AUXILIAR
           SUBTRACT GRE-AUXILIAR FROM GRE-L
           COMPUTE GRE-AUXILIAR = 4000 * (GRE-L + 1)
           DIVIDE GRE-AUXILIAR BY 1461001 GIVING GRE-I
           COMPUTE GRE-AUXILIAR = 1461 * GRE-I
           DIVIDE GRE-AUXILIAR BY 4 GIVING GRE-AUXILIAR
           COMPUTE GRE-L = GRE-L - GRE-AUXILIAR + 31
           COMPUTE GRE-AUXILIAR = 80 * GRE-L
           DIVIDE GRE-AUXILIAR BY 2447 GIVING GRE-J
           COMPUTE GRE-AUXILIAR = 2447 * GRE-J
           DIVIDE GRE-AUXILIAR BY 80 GIVING GRE-AUXILIAR
           COMPUTE FEC-DIA = GRE-L - GRE-AUXILIAR
           DIVIDE GRE-J BY 11 GIVING GRE-L
           COMPUTE FEC-MES = GRE-J + 2 - (12 * GRE-L)
           COMPUTE FEC-ANO = (100 * (GRE-N - 49)) + GRE-I + GRE-L
           MOVE '-' TO FEC-GUION-1 FEC-GUION-2.

      ******************************************************************
      *                    016-ACOTAR-TASA                             *
      *   RECAUDADO SOBRE PROGRAMADO EN TAS-CALCULO; UN NETO NEGATIVO  *
      *   (REVERSOS) QUEDA EN CERO Y EL TOPE ES EL DE LA COLUMNA       *
      ******************************************************************
       016-ACOTAR-TASA.
           MOVE ZEROS TO TAS-CALCULO
           IF TAS-RECAUDADO > ZEROS
              COMPUTE TAS-CALCULO ROUNDED =
                      TAS-RECAUDADO / TAS-PROGRAMADO
              IF TAS-CALCULO > CTE-TASA-MAXIMA
                 MOVE CTE-TASA-MAXIMA TO TAS-CALCULO
              END-IF
           END-IF.

       021-FETCH-CURSOR-1.
           EXEC SQL
               FETCH CURSOR_1
               INTO :PFL-SEMANA-INICIO, :PFL-SEMANA-FIN,
                    :PFL-PRODUCTO, :PFL-BANCO
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
      *                      02-MEDIR-REAL                             *
      *   LO RECAUDADO EN LA SEMANA CERRADA PARA EL PRODUCTO Y EL      *
      *   BANCO QUEDA EN TODAS LAS CORRIDAS QUE LA PRONOSTICARON       *
      ******************************************************************
       02-MEDIR-REAL.
           EXEC SQL
               SELECT VALUE(SUM(W02_VALOR_NUM), 0)
               INTO  :PFL-REAL
               FROM  PRDTW02
               WHERE W02_FECHA_MOV >= :PFL-SEMANA-INICIO
               AND   W02_FECHA_MOV <= :PFL-SEMANA-FIN
               AND   SUBSTR(W02_CONTRATO, 9, 2) = :PFL-PRODUCTO
               AND   SUBSTR(W02_CONTRATO, 1, 4) = :PFL-BANCO
               AND   W02_TIPO_MOV IN ('N', 'R')
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR SUM PRDTW02 SQLCODE ' SQLCODE
                      ' SEMANA ' PFL-SEMANA-INICIO
              SET SI-ERROR-PROCESO TO TRUE
           ELSE
              EXEC SQL
                  UPDATE PRDTWPFL
                  SET    PFL_VALOR_REAL    = :PFL-REAL,
                         PFL_FECHA_REAL    = :WS-FECHA-PROCESO
                  WHERE  PFL_SEMANA_INICIO = :PFL-SEMANA-INICIO
                  AND    PFL_PRODUCTO      = :PFL-PRODUCTO
                  AND    PFL_BANCO         = :PFL-BANCO
                  AND    PFL_FECHA_REAL    = ' '
              END-EXEC
              IF SQLCODE NOT EQUAL ZEROS
                 DISPLAY 'ERROR UPDATE PRDTWPFL SQLCODE ' SQLCODE
                         ' SEMANA ' PFL-SEMANA-INICIO
                 SET SI-ERROR-PROCESO TO TRUE
              ELSE
                 ADD 1 TO WS-SEMANAS-MEDIDAS
              END-IF
           END-IF

           PERFORM 021-FETCH-CURSOR-1.

      ******************************************************************
      *                  03-INICIAR-PRONOSTICO                         *
      ******************************************************************
       03-INICIAR-PRONOSTICO.
           EXEC SQL
               CLOSE CURSOR_1
           END-EXEC

           MOVE WS-TITULO1 TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO2 TO REG-SALIDA
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
      *                        04-PRONOSTICO                           *
      *   CORTE DE CONTROL POR PRODUCTO Y BANCO; CADA FECHA SE SUMA A  *
      *   SU SEMANA POR DISTANCIA EN DIAS AL PRIMER LUNES              *
      ******************************************************************
       04-PRONOSTICO.
           IF SI-PRIMER-REGISTRO
              MOVE DAT-PRODUCTO TO WS-PRODUCTO-ANTERIOR
              MOVE DAT-BANCO    TO WS-BANCO-ANTERIOR
              SET NO-PRIMER-REGISTRO TO TRUE
           END-IF
           IF DAT-PRODUCTO NOT = WS-PRODUCTO-ANTERIOR
              OR DAT-BANCO NOT = WS-BANCO-ANTERIOR
                 PERFORM 043-GRABAR-PRONOSTICO
                 MOVE DAT-PRODUCTO TO WS-PRODUCTO-ANTERIOR
                 MOVE DAT-BANCO    TO WS-BANCO-ANTERIOR
           END-IF

           MOVE DAT-FECHA TO WS-FECHA-PARTES
           PERFORM 014-CALCULAR-DIA-JULIANO
           MOVE JUL-RESULTADO TO WS-DIA-FECHA
           COMPUTE WS-SEMANA =
                   (WS-DIA-FECHA - WS-DIA-PRIMER-LUNES) / 7 + 1
           IF WS-SEMANA > ZEROS AND WS-SEMANA NOT > CTE-SEMANAS
              SET I-SEM TO WS-SEMANA
              ADD DAT-PENDIENTE TO SEM-PROGRAMADO(I-SEM)
           END-IF

           PERFORM 041-FETCH-CURSOR-2.

       041-FETCH-CURSOR-2.
           EXEC SQL
               FETCH CURSOR_2
               INTO :DAT-PRODUCTO, :DAT-BANCO, :DAT-FECHA,
                    :DAT-PENDIENTE
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   ADD 1 TO WS-FECHAS-LEIDAS
              WHEN +100
                   SET SI-FIN-CURSOR-2 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_2 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR-2 TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

      ******************************************************************
      *                  042-CALCULAR-TASA-PRODUCTO                    *
      *   TASA HISTORICA DEL PRODUCTO EN LA VENTANA; SIN NADA          *
      *   PROGRAMADO EN ELLA SE USA LA GLOBAL                          *
      ******************************************************************
       042-CALCULAR-TASA-PRODUCTO.
           MOVE TAS-GLOBAL TO TAS-PRODUCTO

           EXEC SQL
               SELECT VALUE(SUM(W03_VALOR_ESPERADO), 0)
               INTO  :TAS-PROGRAMADO
               FROM  PRDTW03
               WHERE W03_PRODUCTO = :WS-PRODUCTO-ANTERIOR
               AND   W03_FECHA  >= :WS-FECHA-HISTORIA-DESDE
               AND   W03_FECHA  <= :WS-FECHA-PROCESO
               AND   W03_ESTADO <> 'I'
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR SUM PRDTW03 SQLCODE ' SQLCODE
                      ' PRODUCTO ' WS-PRODUCTO-ANTERIOR
              SET SI-ERROR-PROCESO TO TRUE
              MOVE ZEROS TO TAS-PROGRAMADO
           END-IF

           IF TAS-PROGRAMADO > ZEROS
              EXEC SQL
                  SELECT VALUE(SUM(W02_VALOR_NUM), 0)
                  INTO  :TAS-RECAUDADO
                  FROM  PRDTW02
                  WHERE SUBSTR(W02_CONTRATO, 9, 2) =
                        :WS-PRODUCTO-ANTERIOR
                  AND   W02_FECHA_MOV >= :WS-FECHA-HISTORIA-DESDE
                  AND   W02_FECHA_MOV <= :WS-FECHA-PROCESO
                  AND   W02_TIPO_MOV IN ('N', 'R')
              END-EXEC
              IF SQLCODE NOT EQUAL ZEROS
                 DISPLAY 'ERROR SUM PRDTW02 SQLCODE ' SQLCODE
                         ' PRODUCTO ' WS-PRODUCTO-ANTERIOR
                 SET SI-ERROR-PROCESO TO TRUE
              ELSE
                 PERFORM 016-ACOTAR-TASA
                 MOVE TAS-CALCULO TO TAS-PRODUCTO
              END-IF
           ELSE
              ADD 1 TO WS-PRODUCTOS-SIN-HISTORIA
              DISPLAY 'PRODUCTO SIN HISTORIA, TASA GLOBAL: '
                      WS-PRODUCTO-ANTERIOR ' BANCO ' WS-BANCO-ANTERIOR
           END-IF.

      ******************************************************************
      *                   043-GRABAR-PRONOSTICO                        *
      *   LAS 13 SEMANAS DEL PRODUCTO/BANCO, AUN LAS QUE NO TIENEN     *
      *   NADA PROGRAMADO, PARA QUE SU RECAUDO REAL TAMBIEN SE MIDA    *
      ******************************************************************
       043-GRABAR-PRONOSTICO.
           PERFORM 042-CALCULAR-TASA-PRODUCTO
           MOVE ZEROS TO PFL-SUB-PROGRAMADO PFL-SUB-PRONOSTICO
           PERFORM 044-GRABAR-SEMANA
                   VARYING I-SEM FROM 1 BY 1
                   UNTIL I-SEM > CTE-SEMANAS

           MOVE WS-PRODUCTO-ANTERIOR TO SUB-PRODUCTO
           MOVE WS-BANCO-ANTERIOR    TO SUB-BANCO
           MOVE PFL-SUB-PROGRAMADO   TO SUB-PROGRAMADO
           MOVE PFL-SUB-PRONOSTICO   TO SUB-PRONOSTICO
           MOVE WS-SUBTOTAL          TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

       044-GRABAR-SEMANA.
           SET WS-SEMANA TO I-SEM
           MOVE SEM-INICIO(I-SEM)     TO PFL-SEMANA-INICIO
           MOVE SEM-FIN(I-SEM)        TO PFL-SEMANA-FIN
           MOVE SEM-PROGRAMADO(I-SEM) TO PFL-PROGRAMADO
           COMPUTE PFL-PRONOSTICO ROUNDED =
                   PFL-PROGRAMADO * TAS-PRODUCTO

           EXEC SQL
               INSERT INTO PRDTWPFL
                   (PFL_FECHA_CORRIDA, PFL_SEMANA, PFL_SEMANA_INICIO,
                    PFL_SEMANA_FIN, PFL_PRODUCTO, PFL_BANCO,
                    PFL_VALOR_PROGRAMADO, PFL_TASA,
                    PFL_VALOR_PRONOSTICO, PFL_VALOR_REAL,
                    PFL_FECHA_REAL)
               VALUES
                   (:WS-FECHA-PROCESO, :WS-SEMANA, :PFL-SEMANA-INICIO,
                    :PFL-SEMANA-FIN, :WS-PRODUCTO-ANTERIOR,
                    :WS-BANCO-ANTERIOR, :PFL-PROGRAMADO,
                    :TAS-PRODUCTO, :PFL-PRONOSTICO, 0, ' ')
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR INSERT PRDTWPFL SQLCODE ' SQLCODE
                      ' PRODUCTO ' WS-PRODUCTO-ANTERIOR
                      ' BANCO ' WS-BANCO-ANTERIOR
              SET SI-ERROR-PROCESO TO TRUE
           ELSE
              ADD 1 TO WS-FILAS-GRABADAS
           END-IF

           ADD PFL-PROGRAMADO TO PFL-SUB-PROGRAMADO
                                 SEM-TOT-PROGRAMADO(I-SEM)
           ADD PFL-PRONOSTICO TO PFL-SUB-PRONOSTICO
                                 SEM-TOT-PRONOSTICO(I-SEM)
           MOVE ZEROS TO SEM-PROGRAMADO(I-SEM)

           IF PFL-PROGRAMADO NOT = ZEROS
              MOVE WS-PRODUCTO-ANTERIOR TO DET-PRODUCTO
              MOVE WS-BANCO-ANTERIOR    TO DET-BANCO
              MOVE TAS-PRODUCTO         TO DET-TASA
              PERFORM 045-ESCRIBIR-SEMANA
           END-IF.

       045-ESCRIBIR-SEMANA.
           MOVE WS-SEMANA         TO DET-SEMANA
           MOVE PFL-SEMANA-INICIO TO DET-INICIO
           MOVE PFL-SEMANA-FIN    TO DET-FIN
           MOVE PFL-PROGRAMADO    TO DET-PROGRAMADO
           MOVE PFL-PRONOSTICO    TO DET-PRONOSTICO
           MOVE WS-DETALLE        TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

      ******************************************************************
      *                  05-INICIAR-CONTRA-REAL                        *
      *   CIERRA EL ULTIMO PRODUCTO/BANCO, IMPRIME EL TOTAL POR SEMANA *
      *   Y ABRE LA COMPARACION CONTRA LO REAL                         *
      ******************************************************************
       05-INICIAR-CONTRA-REAL.
           EXEC SQL
               CLOSE CURSOR_2
           END-EXEC

           IF NO-PRIMER-REGISTRO
              PERFORM 043-GRABAR-PRONOSTICO
           END-IF

           MOVE SPACES            TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO-SEMANAS TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE SPACES            TO DET-PRODUCTO DET-BANCO
           PERFORM 051-ESCRIBIR-TOTAL-SEMANA
                   VARYING I-SEM FROM 1 BY 1
                   UNTIL I-SEM > CTE-SEMANAS

           MOVE SPACES                  TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO-CONTRA-REAL   TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO-CONTRA-REAL-2 TO REG-SALIDA
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

       051-ESCRIBIR-TOTAL-SEMANA.
           SET WS-SEMANA TO I-SEM
           MOVE SEM-INICIO(I-SEM)         TO PFL-SEMANA-INICIO
           MOVE SEM-FIN(I-SEM)            TO PFL-SEMANA-FIN
           MOVE SEM-TOT-PROGRAMADO(I-SEM) TO PFL-PROGRAMADO
           MOVE SEM-TOT-PRONOSTICO(I-SEM) TO PFL-PRONOSTICO
      *    LA TASA DEL TOTAL ES LA EFECTIVA DE LA SEMANA
           MOVE ZEROS TO TAS-CALCULO
           IF PFL-PROGRAMADO > ZEROS
              COMPUTE TAS-CALCULO ROUNDED =
                      PFL-PRONOSTICO / PFL-PROGRAMADO
           END-IF
           MOVE TAS-CALCULO TO DET-TASA
           PERFORM 045-ESCRIBIR-SEMANA.

      ******************************************************************
      *                       06-CONTRA-REAL                           *
      *   UNA LINEA POR CADA CORRIDA QUE PRONOSTICO LA SEMANA CERRADA, *
      *   DEL HORIZONTE MAS CORTO AL MAS LARGO                         *
      ******************************************************************
       06-CONTRA-REAL.
           COMPUTE MED-DIFERENCIA = MED-PRONOSTICO - MED-REAL
           MOVE ZEROS TO MED-PORCENTAJE
           IF MED-REAL NOT = ZEROS
              COMPUTE MED-CALCULO ROUNDED =
                      MED-DIFERENCIA * 100 / MED-REAL
              IF MED-CALCULO > 9999.99
                 MOVE 9999.99 TO MED-CALCULO
              END-IF
              IF MED-CALCULO < -9999.99
                 MOVE -9999.99 TO MED-CALCULO
              END-IF
              MOVE MED-CALCULO TO MED-PORCENTAJE
           END-IF

           MOVE MED-SEMANA-INICIO TO DCR-SEMANA-INICIO
           MOVE MED-FECHA-CORRIDA TO DCR-FECHA-CORRIDA
           MOVE MED-HORIZONTE     TO DCR-HORIZONTE
           MOVE MED-PRONOSTICO    TO DCR-PRONOSTICO
           MOVE MED-REAL          TO DCR-REAL
           MOVE MED-DIFERENCIA    TO DCR-DIFERENCIA
           MOVE MED-PORCENTAJE    TO DCR-PORCENTAJE
           MOVE WS-DETALLE-CONTRA-REAL TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           PERFORM 061-FETCH-CURSOR-3.

       061-FETCH-CURSOR-3.
           EXEC SQL
               FETCH CURSOR_3
               INTO :MED-SEMANA-INICIO, :MED-FECHA-CORRIDA,
                    :MED-HORIZONTE, :MED-PRONOSTICO, :MED-REAL
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

      ******************************************************************
      *                  07-INICIAR-PRECISION                          *
      ******************************************************************
       07-INICIAR-PRECISION.
           EXEC SQL
               CLOSE CURSOR_3
           END-EXEC

           MOVE SPACES                TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO-PRECISION   TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO-PRECISION-2 TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           EXEC SQL
               OPEN CURSOR_4
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_4 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 081-FETCH-CURSOR-4.

      ******************************************************************
      *                        08-PRECISION                            *
      *   % ERROR = ERROR ABSOLUTO SOBRE LO REAL (PONDERADO POR VALOR);*
      *   PRECISION = 100 MENOS ESE PORCENTAJE, SIN BAJAR DE CERO      *
      ******************************************************************
       08-PRECISION.
           MOVE ZEROS TO MED-PORCENTAJE
           IF MED-REAL > ZEROS
              COMPUTE MED-CALCULO ROUNDED =
                      MED-ERROR-ABSOLUTO * 100 / MED-REAL
              IF MED-CALCULO > 99999.99
                 MOVE 99999.99 TO MED-CALCULO
              END-IF
              MOVE MED-CALCULO TO MED-PORCENTAJE
           END-IF

           MOVE MED-HORIZONTE      TO DPR-HORIZONTE
           MOVE MED-SEMANAS        TO DPR-SEMANAS
           MOVE MED-PRONOSTICO     TO DPR-PRONOSTICO
           MOVE MED-REAL           TO DPR-REAL
           MOVE MED-ERROR-ABSOLUTO TO DPR-ERROR
           MOVE MED-PORCENTAJE     TO DPR-PORCENTAJE
           IF MED-REAL > ZEROS AND MED-PORCENTAJE < 100
              COMPUTE DPR-PRECISION = 100 - MED-PORCENTAJE
           ELSE
              MOVE ZEROS TO DPR-PRECISION
           END-IF
           MOVE WS-DETALLE-PRECISION TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           PERFORM 081-FETCH-CURSOR-4.

       081-FETCH-CURSOR-4.
           EXEC SQL
               FETCH CURSOR_4
               INTO :MED-HORIZONTE, :MED-SEMANAS, :MED-PRONOSTICO,
                    :MED-REAL, :MED-ERROR-ABSOLUTO
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
      *                        09-FINAL                                *
      ******************************************************************
       09-FINAL.
           EXEC SQL
               CLOSE CURSOR_4
           END-EXEC

           MOVE SPACES                    TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-FECHAS-LEIDAS          TO RES-FECHAS
           MOVE WS-FILAS-GRABADAS         TO RES-FILAS
           MOVE WS-SEMANAS-MEDIDAS        TO RES-MEDIDAS
           MOVE WS-PRODUCTOS-SIN-HISTORIA TO RES-SIN-HISTORIA
           MOVE WS-RESUMEN                TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           DISPLAY 'FECHAS PRONOSTICADAS   : ' WS-FECHAS-LEIDAS
           DISPLAY 'FILAS DE PRONOSTICO    : ' WS-FILAS-GRABADAS
           DISPLAY 'SEMANAS MEDIDAS        : ' WS-SEMANAS-MEDIDAS
           DISPLAY 'SIN HISTORIA DE TASA   : '
                   WS-PRODUCTOS-SIN-HISTORIA

           CLOSE SALIDA

           IF SI-ERROR-PROCESO
              MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.
