       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0150.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           ANALISIS MENSUAL DE MORA POR COSECHA (VINTAGE). LOS
      *           CONTRATOS DE PRDTWCON SE AGRUPAN POR MES DE APERTURA
      *           (CON_FECHA_APERTURA) Y FAMILIA DEL PRODUCTO
      *           (PRD_FAMILIA/PRDTWFAM). PARA EL PERIODO QUE CIERRA
      *           SE CALCULA, POR COSECHA, EL PORCENTAJE DE CONTRATOS
      *           CON UNA FECHA DE PRDTW03 CON MAS DE 30 Y MAS DE 90
      *           DIAS DE ATRASO Y EL PORCENTAJE CASTIGADO, Y SE GRABA
      *           EN LA HISTORIA PRDTWVIN CON SUS MESES EN LIBROS:
      *           CADA MES SOLO AGREGA LA DIAGONAL NUEVA. LUEGO SE
      *           RELEE LA HISTORIA PARA IMPRIMIR EL TRIANGULO DE LAS
      *           ULTIMAS 18 COSECHAS POR FAMILIA (SALIDA) Y LA
      *           HISTORIA COMPLETA EN CSV (COMA, COMO EL MODO CSV DE
      *           PE3C0017) PARA GRAFICAR
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
      *****************HISTORIA DE COSECHAS EN CSV PARA GRAFICAR*******
           SELECT CSVVIN    ASSIGN TO CSVVIN
                            FILE STATUS IS WS-ESTADO-CSV.
      *****************ARCHIVO DE SALIDA DEL REPORTE********************
           SELECT SALIDA    ASSIGN TO SALIDA
                            FILE STATUS IS WS-ESTADO.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CSVVIN
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-CSVVIN             PIC X(150).

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
           05 SW-PRIMER-REGISTRO     PIC X       VALUE 'S'.
             88 SI-PRIMER-REGISTRO               VALUE 'S'.
             88 NO-PRIMER-REGISTRO               VALUE 'N'.
           05 SW-PRIMERA-FAMILIA     PIC X       VALUE 'S'.
             88 SI-PRIMERA-FAMILIA               VALUE 'S'.
             88 NO-PRIMERA-FAMILIA               VALUE 'N'.
           05 SW-ERROR-PROCESO       PIC X       VALUE 'N'.
             88 SI-ERROR-PROCESO                 VALUE 'S'.
             88 NO-ERROR-PROCESO                 VALUE 'N'.
      *    INDICADOR QUE SE IMPRIME EN EL TRIANGULO EN CURSO
           05 SW-METRICA             PIC 9       VALUE 1.
             88 MET-MORA-30                      VALUE 1.
             88 MET-MORA-90                      VALUE 2.
             88 MET-CASTIGO                      VALUE 3.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-CONTRATOS-LEIDOS         PIC 9(09) VALUE ZEROS.
          05 WS-COSECHAS-GRABADAS        PIC 9(09) VALUE ZEROS.
          05 WS-HISTORIA-LEIDA           PIC 9(09) VALUE ZEROS.
          05 WS-FAMILIAS                 PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                          CONSTANTES                            *
      ******************************************************************
       01 WS-CONSTANTES.
      *    COSECHAS Y MESES EN LIBROS QUE CABEN EN EL TRIANGULO
      *    IMPRESO; EL CSV LLEVA LA HISTORIA COMPLETA
          05 CTE-MAX-COSECHAS            PIC 9(04) VALUE 18.
          05 CTE-FAMILIA-SIN-CLASIFICAR  PIC XX    VALUE '??'.

      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 WS-FECHA-PROCESO               PIC X(10) VALUE SPACES.
       01 WS-PERIODO                     PIC X(7)  VALUE SPACES.
       01 WS-MES-CALCULO.
           05 MCA-ANO                    PIC 9(4).
           05 FILLER                     PIC X     VALUE '-'.
           05 MCA-MES                    PIC 9(2).
      *    MESES CORRIDOS (ANO * 12 + MES) PARA RESTAR PERIODOS
       01 WS-MESES-PERIODO               PIC 9(6)  VALUE ZEROS.
       01 WS-MESES-COHORTE               PIC 9(6)  VALUE ZEROS.
       01 WS-DISTANCIA                   PIC S9(6) VALUE ZEROS.
       01 WS-FILA                        PIC 9(4)  VALUE ZEROS.

      *    CONTRATO LEIDO EN CURSOR_1
       01 WS-CONTRATO-VIN.
           05 DAT-COHORTE                PIC X(7).
           05 DAT-FAMILIA                PIC X(2).
           05 DAT-ESTADO                 PIC X(1).
             88 DAT-CASTIGADO                VALUE 'K'.
           05 DAT-FECHA-MAS-VIEJA        PIC X(10).

      *    COSECHA EN CURSO (CORTE DE CONTROL DE CURSOR_1)
       01 WS-COSECHA.
           05 COS-ACT-COHORTE            PIC X(7).
           05 COS-ACT-FAMILIA            PIC X(2).
           05 COS-ACT-MESES-LIBRO        PIC S9(4)     COMP.
           05 COS-ACT-CONTRATOS          PIC S9(9)     COMP-3.
           05 COS-ACT-MORA-30            PIC S9(9)     COMP-3.
           05 COS-ACT-MORA-90            PIC S9(9)     COMP-3.
           05 COS-ACT-CASTIGADOS         PIC S9(9)     COMP-3.
           05 COS-ACT-PCT-MORA-30        PIC S9(3)V99  COMP-3.
           05 COS-ACT-PCT-MORA-90        PIC S9(3)V99  COMP-3.
           05 COS-ACT-PCT-CASTIGO        PIC S9(3)V99  COMP-3.

      *    FILA DE LA HISTORIA LEIDA EN CURSOR_2
       01 WS-HISTORIA-VIN.
           05 HIS-FAMILIA                PIC X(2).
           05 HIS-FAMILIA-NOMBRE         PIC X(30).
           05 HIS-COHORTE                PIC X(7).
           05 HIS-PERIODO                PIC X(7).
           05 HIS-MESES-LIBRO            PIC S9(4)     COMP.
           05 HIS-CONTRATOS              PIC S9(9)     COMP-3.
           05 HIS-MORA-30                PIC S9(9)     COMP-3.
           05 HIS-MORA-90                PIC S9(9)     COMP-3.
           05 HIS-CASTIGADOS             PIC S9(9)     COMP-3.
           05 HIS-PCT-MORA-30            PIC S9(3)V99  COMP-3.
           05 HIS-PCT-MORA-90            PIC S9(3)V99  COMP-3.
           05 HIS-PCT-CASTIGO            PIC S9(3)V99  COMP-3.

       01 WS-FAMILIA-ANTERIOR            PIC X(2)  VALUE SPACES.
       01 WS-FAMILIA-NOMBRE              PIC X(30) VALUE SPACES.

      ******************************************************************
      *   TRIANGULO DE UNA FAMILIA: FILA = COSECHA (LA 1 ES LA MAS     *
      *   VIEJA, LA 18 LA DEL PERIODO), COLUMNA = MESES EN LIBROS + 1  *
      ******************************************************************
       01 WS-ETIQUETAS-COSECHA.
          05 ETI-COHORTE OCCURS 18 TIMES INDEXED BY I-ETI
                                          PIC X(7).
       01 WS-TABLA-COSECHAS.
          05 WS-COS-ENTRADA OCCURS 18 TIMES INDEXED BY I-COS.
             07 COS-CONTRATOS            PIC 9(09).
             07 WS-COS-CELDA OCCURS 18 TIMES INDEXED BY I-MES.
                09 CEL-HAY-DATO          PIC X.
                  88 CEL-CON-DATO            VALUE 'S'.
                09 CEL-PCT-MORA-30       PIC S9(3)V99  COMP-3.
                09 CEL-PCT-MORA-90       PIC S9(3)V99  COMP-3.
                09 CEL-PCT-CASTIGO       PIC S9(3)V99  COMP-3.

      ******************************************************************
      *   CONVERSION DE FECHA A NUMERO DE DIA JULIANO PARA CALCULAR    *
      *   LOS DIAS DE ATRASO DE LA FECHA PENDIENTE MAS VIEJA           *
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
           05 WS-DIAS-ATRASO             PIC 9(8)  VALUE ZEROS.

      ******************************************************************
       01 WS-TITULO1.
          05 FILLER             PIC X(44) VALUE
                         'ANALISIS DE MORA POR COSECHA - PERIODO     '.
          05 TIT-PERIODO        PIC X(7).
       01 WS-TITULO-FAMILIA.
          05 FILLER             PIC X(9)  VALUE 'FAMILIA: '.
          05 TFA-FAMILIA        PIC X(2).
          05 FILLER             PIC X     VALUE SPACES.
          05 TFA-NOMBRE         PIC X(30).
       01 WS-TITULO-METRICA.
          05 FILLER             PIC X(3)  VALUE SPACES.
          05 TME-DESCRIPCION    PIC X(60).
       01 WS-TITULO-MESES.
          05 FILLER             PIC X(18) VALUE
                                 'COSECHA  CONTRATOS'.
          05 HEC-CELDA OCCURS 18 TIMES INDEXED BY I-HEC.
             07 FILLER          PIC X(4).
             07 HEC-MES         PIC Z9.
       01 WS-DETALLE.
          05 DET-COHORTE        PIC X(7).
          05 FILLER             PIC X     VALUE SPACES.
          05 DET-CONTRATOS      PIC ZZZZZZZZ9.
          05 FILLER             PIC X     VALUE SPACES.
          05 DET-CELDA OCCURS 18 TIMES INDEXED BY I-DET.
             07 FILLER          PIC X.
             07 DET-VALOR       PIC X(5).
       01 WS-PCT-EDITADO        PIC ZZ9.9.

       01 WS-RESUMEN.
          05 CTE-RESUMEN              PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(11) VALUE 'CONTRATOS='.
          05 RES-CONTRATOS             PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(11) VALUE ' COSECHAS='.
          05 RES-COSECHAS              PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(11) VALUE ' HISTORIA='.
          05 RES-HISTORIA              PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(11) VALUE ' FAMILIAS='.
          05 RES-FAMILIAS              PIC ZZZZZZZZ9.

      ******************************************************************
      *   CABECERA Y CUERPO DEL CSV: UNA FILA POR COSECHA, FAMILIA Y   *
      *   PERIODO DE OBSERVACION, CON EL MISMO FORMATO DE COMA DEL     *
      *   MODO CSV DE PE3C0017                                         *
      ******************************************************************
       01 WS-CABECERA-CSV.
          05 FILLER                   PIC X(60) VALUE
             'FAMILIA,COHORTE,PERIODO,MESES_LIBRO,CONTRATOS,MORA_30,'.
          05 FILLER                   PIC X(90) VALUE
             'MORA_90,CASTIGADOS,PCT_MORA_30,PCT_MORA_90,PCT_CASTIGO'.

       01 WS-CUERPO-CSV.
          05 CSV-FAMILIA              PIC X(2).
          05 FILLER                   PIC X VALUE ','.
          05 CSV-COHORTE              PIC X(7).
          05 FILLER                   PIC X VALUE ','.
          05 CSV-PERIODO              PIC X(7).
          05 FILLER                   PIC X VALUE ','.
          05 CSV-MESES-LIBRO          PIC 9(4).
          05 FILLER                   PIC X VALUE ','.
          05 CSV-CONTRATOS            PIC 9(9).
          05 FILLER                   PIC X VALUE ','.
          05 CSV-MORA-30              PIC 9(9).
          05 FILLER                   PIC X VALUE ','.
          05 CSV-MORA-90              PIC 9(9).
          05 FILLER                   PIC X VALUE ','.
          05 CSV-CASTIGADOS           PIC 9(9).
          05 FILLER                   PIC X VALUE ','.
          05 CSV-PCT-MORA-30          PIC 999.99.
          05 FILLER                   PIC X VALUE ','.
          05 CSV-PCT-MORA-90          PIC 999.99.
          05 FILLER                   PIC X VALUE ','.
          05 CSV-PCT-CASTIGO          PIC 999.99.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE FECHA DE PROCESO PE3C0060           *
      ******************************************************************
       COPY PE3CFPRO.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCON
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOW03
           END-EXEC.

           EXEC SQL
               INCLUDE PETCWPRD
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOFAM
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOVIN
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: CONTRATOS ABIERTOS HASTA EL CORTE, POR MES   **
      ******   DE APERTURA Y FAMILIA, CON SU FECHA PENDIENTE MAS      **
      ******   VIEJA (ACTIVA O CASTIGADA, SIN COBERTURA TOTAL)        **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT SUBSTR(C.CON_FECHA_APERTURA, 1, 7),
                      VALUE(P.PRD_FAMILIA, ' '),
                      C.CON_ESTADO,
                      VALUE(
                      (SELECT MIN(W.W03_FECHA)
                       FROM   PRDTW03 W
                       WHERE  W.W03_CLIENTE  = C.CON_CLIENTE
                       AND    W.W03_PRODUCTO = SUBSTR(C.CON_CONTRATO,
                                                      9, 2)
                       AND    W.W03_ESTADO IN ('A', 'K')
                       AND    W.W03_COBERTURA <> 'T'
                       AND    W.W03_FECHA < :WS-FECHA-PROCESO), ' ')
               FROM PRDTWCON C
                    LEFT OUTER JOIN PRDTWPRD P
                    ON P.PRD_CODIGO = SUBSTR(C.CON_CONTRATO, 9, 2)
               WHERE C.CON_FECHA_APERTURA >  ' '
               AND   C.CON_FECHA_APERTURA <= :WS-FECHA-PROCESO
               ORDER BY 1, 2
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      ******   CURSOR_2: HISTORIA COMPLETA DE COSECHAS PARA EL CSV Y  **
      ******   EL TRIANGULO, POR FAMILIA, COSECHA Y MESES EN LIBROS   **
           EXEC SQL
               DECLARE CURSOR_2 CURSOR FOR
               SELECT V.VIN_FAMILIA,
                      VALUE(F.FAM_NOMBRE, 'SIN FAMILIA'),
                      V.VIN_COHORTE, V.VIN_PERIODO, V.VIN_MESES_LIBRO,
                      V.VIN_CONTRATOS, V.VIN_MORA_30, V.VIN_MORA_90,
                      V.VIN_CASTIGADOS, V.VIN_PCT_MORA_30,
                      V.VIN_PCT_MORA_90, V.VIN_PCT_CASTIGO
               FROM PRDTWVIN V
                    LEFT OUTER JOIN PRDTWFAM F
                    ON F.FAM_CODIGO = V.VIN_FAMILIA
               ORDER BY V.VIN_FAMILIA, V.VIN_COHORTE,
                        V.VIN_MESES_LIBRO
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 01-INICIO
           PERFORM 02-PROCESO UNTIL SI-FIN-CURSOR-1
           PERFORM 03-INICIAR-TRIANGULO
           PERFORM 04-TRIANGULO UNTIL SI-FIN-CURSOR-2
           PERFORM 05-FINAL.
      ******************************************************************
      *                          01-INICIO                             *
      *   EL PERIODO ES EL MES DE LA FECHA DE NEGOCIO; UN REPROCESO    *
      *   DEL MISMO PERIODO BORRA SU DIAGONAL Y LA VUELVE A CALCULAR   *
      ******************************************************************
       01-INICIO.
           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO      TO WS-FECHA-PROCESO
           MOVE FPR0-FECHA-PROCESO(1:7) TO WS-PERIODO TIT-PERIODO
           MOVE FPR0-FECHA-PROCESO      TO WS-FECHA-PARTES
           PERFORM 014-CALCULAR-DIA-JULIANO
           MOVE JUL-RESULTADO TO WS-DIA-PROCESO
           COMPUTE WS-MESES-PERIODO = FEC-ANO * 12 + FEC-MES

      *    ETIQUETAS DE LAS FILAS DEL TRIANGULO, DE LA MAS NUEVA HACIA
      *    ATRAS
           MOVE FEC-ANO TO MCA-ANO
           MOVE FEC-MES TO MCA-MES
           PERFORM 012-ETIQUETAR-COSECHA
                   VARYING WS-FILA FROM CTE-MAX-COSECHAS BY -1
                   UNTIL WS-FILA < 1

           MOVE SPACES TO WS-TITULO-MESES(19:)
           PERFORM 013-TITULAR-MES
                   VARYING I-HEC FROM 1 BY 1
                   UNTIL I-HEC > CTE-MAX-COSECHAS

           INITIALIZE WS-COSECHA

           OPEN OUTPUT CSVVIN
           IF WS-ESTADO-CSV NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ARCHIVO CSVVIN ' WS-ESTADO-CSV
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT SALIDA
           IF WS-ESTADO NOT = '00' AND NOT = '97'
              CLOSE CSVVIN
              DISPLAY 'ERROR ABRIENDO ARCHIVO SALIDA   ' WS-ESTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-CABECERA-CSV TO REG-CSVVIN
           PERFORM 98-ESCRIBIR-CSV

           EXEC SQL
               DELETE FROM PRDTWVIN
               WHERE  VIN_PERIODO = :WS-PERIODO
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS AND NOT EQUAL +100
              DISPLAY 'ERROR DELETE PRDTWVIN SQLCODE ' SQLCODE
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

       012-ETIQUETAR-COSECHA.
           MOVE WS-MES-CALCULO TO ETI-COHORTE(WS-FILA)
           IF MCA-MES = 1
              SUBTRACT 1 FROM MCA-ANO
              MOVE 12 TO MCA-MES
           ELSE
              SUBTRACT 1 FROM MCA-MES
           END-IF.

       013-TITULAR-MES.
           SET WS-FILA TO I-HEC
           SUBTRACT 1 FROM WS-FILA
           MOVE WS-FILA TO HEC-MES(I-HEC).

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
               INTO :DAT-COHORTE, :DAT-FAMILIA, :DAT-ESTADO,
                    :DAT-FECHA-MAS-VIEJA
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   ADD 1 TO WS-CONTRATOS-LEIDOS
                   IF DAT-FAMILIA = SPACES
                      MOVE CTE-FAMILIA-SIN-CLASIFICAR TO DAT-FAMILIA
                   END-IF
              WHEN +100
                   SET SI-FIN-CURSOR-1 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_1 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR-1 TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

      ******************************************************************
      *                        02-PROCESO                              *
      *   CORTE DE CONTROL POR COSECHA Y FAMILIA. EL CURSOR ORDENA LA  *
      *   FAMILIA SIN CLASIFICAR COMO BLANCO, ASI QUE TODA ELLA LLEGA  *
      *   JUNTA AUNQUE AQUI YA VENGA COMO '??'                         *
      ******************************************************************
       02-PROCESO.
           IF SI-PRIMER-REGISTRO
              MOVE DAT-COHORTE TO COS-ACT-COHORTE
              MOVE DAT-FAMILIA TO COS-ACT-FAMILIA
              SET NO-PRIMER-REGISTRO TO TRUE
           END-IF
           IF DAT-COHORTE NOT = COS-ACT-COHORTE
              OR DAT-FAMILIA NOT = COS-ACT-FAMILIA
                 PERFORM 023-GRABAR-COSECHA
                 MOVE DAT-COHORTE TO COS-ACT-COHORTE
                 MOVE DAT-FAMILIA TO COS-ACT-FAMILIA
           END-IF

           ADD 1 TO COS-ACT-CONTRATOS
           IF DAT-CASTIGADO
              ADD 1 TO COS-ACT-CASTIGADOS
           END-IF
           IF DAT-FECHA-MAS-VIEJA NOT = SPACES
              MOVE DAT-FECHA-MAS-VIEJA TO WS-FECHA-PARTES
              PERFORM 014-CALCULAR-DIA-JULIANO
              MOVE JUL-RESULTADO TO WS-DIA-FECHA
              COMPUTE WS-DIAS-ATRASO = WS-DIA-PROCESO - WS-DIA-FECHA
              IF WS-DIAS-ATRASO > 30
                 ADD 1 TO COS-ACT-MORA-30
              END-IF
              IF WS-DIAS-ATRASO > 90
                 ADD 1 TO COS-ACT-MORA-90
              END-IF
           END-IF

           PERFORM 021-FETCH-CURSOR-1.

      ******************************************************************
      *                    023-GRABAR-COSECHA                          *
      *   GRABA LA CELDA (COSECHA, FAMILIA, PERIODO) DE LA DIAGONAL    *
      ******************************************************************
       023-GRABAR-COSECHA.
           MOVE COS-ACT-COHORTE TO WS-FECHA-PARTES(1:7)
           COMPUTE WS-MESES-COHORTE = FEC-ANO * 12 + FEC-MES
           COMPUTE COS-ACT-MESES-LIBRO =
                   WS-MESES-PERIODO - WS-MESES-COHORTE

           MOVE ZEROS TO COS-ACT-PCT-MORA-30 COS-ACT-PCT-MORA-90
                         COS-ACT-PCT-CASTIGO
           IF COS-ACT-CONTRATOS > ZEROS
              COMPUTE COS-ACT-PCT-MORA-30 ROUNDED =
                      COS-ACT-MORA-30 * 100 / COS-ACT-CONTRATOS
              COMPUTE COS-ACT-PCT-MORA-90 ROUNDED =
                      COS-ACT-MORA-90 * 100 / COS-ACT-CONTRATOS
              COMPUTE COS-ACT-PCT-CASTIGO ROUNDED =
                      COS-ACT-CASTIGADOS * 100 / COS-ACT-CONTRATOS
           END-IF

           EXEC SQL
               INSERT INTO PRDTWVIN
                   (VIN_COHORTE, VIN_FAMILIA, VIN_PERIODO,
                    VIN_MESES_LIBRO, VIN_CONTRATOS, VIN_MORA_30,
                    VIN_MORA_90, VIN_CASTIGADOS, VIN_PCT_MORA_30,
                    VIN_PCT_MORA_90, VIN_PCT_CASTIGO,
                    VIN_FECHA_CALCULO)
               VALUES
                   (:COS-ACT-COHORTE, :COS-ACT-FAMILIA, :WS-PERIODO,
                    :COS-ACT-MESES-LIBRO, :COS-ACT-CONTRATOS,
                    :COS-ACT-MORA-30, :COS-ACT-MORA-90,
                    :COS-ACT-CASTIGADOS, :COS-ACT-PCT-MORA-30,
                    :COS-ACT-PCT-MORA-90, :COS-ACT-PCT-CASTIGO,
                    :WS-FECHA-PROCESO)
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR INSERT PRDTWVIN SQLCODE ' SQLCODE
                      ' COSECHA ' COS-ACT-COHORTE
                      ' FAMILIA ' COS-ACT-FAMILIA
              SET SI-ERROR-PROCESO TO TRUE
           ELSE
              ADD 1 TO WS-COSECHAS-GRABADAS
           END-IF

           INITIALIZE WS-COSECHA.

      ******************************************************************
      *                  03-INICIAR-TRIANGULO                          *
      ******************************************************************
       03-INICIAR-TRIANGULO.
           EXEC SQL
               CLOSE CURSOR_1
           END-EXEC

           IF NO-PRIMER-REGISTRO
              PERFORM 023-GRABAR-COSECHA
           END-IF

           MOVE WS-TITULO1 TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           INITIALIZE WS-TABLA-COSECHAS

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
      *                        04-TRIANGULO                            *
      *   TODA LA HISTORIA VA AL CSV; LAS COSECHAS DE LOS ULTIMOS 18   *
      *   MESES SE CARGAN EN EL TRIANGULO DE SU FAMILIA, QUE SE        *
      *   IMPRIME AL CAMBIAR DE FAMILIA                                *
      ******************************************************************
       04-TRIANGULO.
           IF SI-PRIMERA-FAMILIA
              MOVE HIS-FAMILIA        TO WS-FAMILIA-ANTERIOR
              MOVE HIS-FAMILIA-NOMBRE TO WS-FAMILIA-NOMBRE
              SET NO-PRIMERA-FAMILIA TO TRUE
           END-IF
           IF HIS-FAMILIA NOT = WS-FAMILIA-ANTERIOR
              PERFORM 043-IMPRIMIR-FAMILIA
              MOVE HIS-FAMILIA        TO WS-FAMILIA-ANTERIOR
              MOVE HIS-FAMILIA-NOMBRE TO WS-FAMILIA-NOMBRE
           END-IF

           MOVE HIS-FAMILIA      TO CSV-FAMILIA
           MOVE HIS-COHORTE      TO CSV-COHORTE
           MOVE HIS-PERIODO      TO CSV-PERIODO
           MOVE HIS-MESES-LIBRO  TO CSV-MESES-LIBRO
           MOVE HIS-CONTRATOS    TO CSV-CONTRATOS
           MOVE HIS-MORA-30      TO CSV-MORA-30
           MOVE HIS-MORA-90      TO CSV-MORA-90
           MOVE HIS-CASTIGADOS   TO CSV-CASTIGADOS
           MOVE HIS-PCT-MORA-30  TO CSV-PCT-MORA-30
           MOVE HIS-PCT-MORA-90  TO CSV-PCT-MORA-90
           MOVE HIS-PCT-CASTIGO  TO CSV-PCT-CASTIGO
           MOVE WS-CUERPO-CSV    TO REG-CSVVIN
           PERFORM 98-ESCRIBIR-CSV

           PERFORM 042-CARGAR-CELDA

           PERFORM 041-FETCH-CURSOR-2.

       041-FETCH-CURSOR-2.
           EXEC SQL
               FETCH CURSOR_2
               INTO :HIS-FAMILIA, :HIS-FAMILIA-NOMBRE, :HIS-COHORTE,
                    :HIS-PERIODO, :HIS-MESES-LIBRO, :HIS-CONTRATOS,
                    :HIS-MORA-30, :HIS-MORA-90, :HIS-CASTIGADOS,
                    :HIS-PCT-MORA-30, :HIS-PCT-MORA-90,
                    :HIS-PCT-CASTIGO
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   ADD 1 TO WS-HISTORIA-LEIDA
              WHEN +100
                   SET SI-FIN-CURSOR-2 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_2 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR-2 TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

      ******************************************************************
      *                     042-CARGAR-CELDA                           *
      *   FILA POR DISTANCIA DE LA COSECHA AL PERIODO, COLUMNA POR     *
      *   MESES EN LIBROS; EL TAMANO DE LA COSECHA QUE SE IMPRIME ES   *
      *   EL DE SU OBSERVACION MAS RECIENTE                            *
      ******************************************************************
       042-CARGAR-CELDA.
           MOVE HIS-COHORTE TO WS-FECHA-PARTES(1:7)
           COMPUTE WS-DISTANCIA = WS-MESES-PERIODO
                                - (FEC-ANO * 12 + FEC-MES)
           IF WS-DISTANCIA NOT < ZEROS
              AND WS-DISTANCIA < CTE-MAX-COSECHAS
              AND HIS-MESES-LIBRO NOT < ZEROS
              AND HIS-MESES-LIBRO < CTE-MAX-COSECHAS
                 COMPUTE WS-FILA = CTE-MAX-COSECHAS - WS-DISTANCIA
                 SET I-COS TO WS-FILA
                 COMPUTE WS-FILA = HIS-MESES-LIBRO + 1
                 SET I-MES TO WS-FILA
                 MOVE HIS-CONTRATOS   TO COS-CONTRATOS(I-COS)
                 MOVE 'S'             TO CEL-HAY-DATO(I-COS, I-MES)
                 MOVE HIS-PCT-MORA-30 TO CEL-PCT-MORA-30(I-COS, I-MES)
                 MOVE HIS-PCT-MORA-90 TO CEL-PCT-MORA-90(I-COS, I-MES)
                 MOVE HIS-PCT-CASTIGO TO CEL-PCT-CASTIGO(I-COS, I-MES)
           END-IF.

      ******************************************************************
      *                   043-IMPRIMIR-FAMILIA                         *
      *   TRES TRIANGULOS POR FAMILIA: MORA MAS DE 30, MORA MAS DE 90  *
      *   Y CASTIGO; LUEGO SE LIMPIA LA TABLA PARA LA SIGUIENTE        *
      ******************************************************************
       043-IMPRIMIR-FAMILIA.
           ADD 1 TO WS-FAMILIAS
           MOVE SPACES              TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-FAMILIA-ANTERIOR TO TFA-FAMILIA
           MOVE WS-FAMILIA-NOMBRE   TO TFA-NOMBRE
           MOVE WS-TITULO-FAMILIA   TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           SET MET-MORA-30 TO TRUE
           MOVE '% CONTRATOS CON FECHA DE MAS DE 30 DIAS DE ATRASO'
                                    TO TME-DESCRIPCION
           PERFORM 044-IMPRIMIR-TRIANGULO

           SET MET-MORA-90 TO TRUE
           MOVE '% CONTRATOS CON FECHA DE MAS DE 90 DIAS DE ATRASO'
                                    TO TME-DESCRIPCION
           PERFORM 044-IMPRIMIR-TRIANGULO

           SET MET-CASTIGO TO TRUE
           MOVE '% CONTRATOS CASTIGADOS'
                                    TO TME-DESCRIPCION
           PERFORM 044-IMPRIMIR-TRIANGULO

           INITIALIZE WS-TABLA-COSECHAS.

       044-IMPRIMIR-TRIANGULO.
           MOVE SPACES           TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO-METRICA TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO-MESES  TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           PERFORM 045-IMPRIMIR-COSECHA
                   VARYING I-COS FROM 1 BY 1
                   UNTIL I-COS > CTE-MAX-COSECHAS.

      *    UNA COSECHA SIN CONTRATOS NO TIENE FILA EN EL TRIANGULO
       045-IMPRIMIR-COSECHA.
           IF COS-CONTRATOS(I-COS) > ZEROS
              MOVE SPACES TO WS-DETALLE
              SET I-ETI TO I-COS
              MOVE ETI-COHORTE(I-ETI)   TO DET-COHORTE
              MOVE COS-CONTRATOS(I-COS) TO DET-CONTRATOS
              PERFORM 046-IMPRIMIR-CELDA
                      VARYING I-MES FROM 1 BY 1
                      UNTIL I-MES > CTE-MAX-COSECHAS
              MOVE WS-DETALLE TO REG-SALIDA
              PERFORM 99-ESCRIBIR
           END-IF.

      *    LAS CELDAS AUN NO OBSERVADAS QUEDAN EN BLANCO
       046-IMPRIMIR-CELDA.
           IF CEL-CON-DATO(I-COS, I-MES)
              EVALUATE TRUE
                 WHEN MET-MORA-30
                      MOVE CEL-PCT-MORA-30(I-COS, I-MES)
                                           TO WS-PCT-EDITADO
                 WHEN MET-MORA-90
                      MOVE CEL-PCT-MORA-90(I-COS, I-MES)
                                           TO WS-PCT-EDITADO
                 WHEN OTHER
                      MOVE CEL-PCT-CASTIGO(I-COS, I-MES)
                                           TO WS-PCT-EDITADO
              END-EVALUATE
              SET I-DET TO I-MES
              MOVE WS-PCT-EDITADO TO DET-VALOR(I-DET)
           END-IF.

       98-ESCRIBIR-CSV.
           WRITE REG-CSVVIN
           IF WS-ESTADO-CSV NOT = '00'
              DISPLAY 'ERROR WRITE ARCHIVO CSVVIN ' WS-ESTADO-CSV
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
      *                        05-FINAL                                *
      ******************************************************************
       05-FINAL.
           EXEC SQL
               CLOSE CURSOR_2
           END-EXEC

           IF NO-PRIMERA-FAMILIA
              PERFORM 043-IMPRIMIR-FAMILIA
           END-IF

           MOVE SPACES               TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-CONTRATOS-LEIDOS  TO RES-CONTRATOS
           MOVE WS-COSECHAS-GRABADAS TO RES-COSECHAS
           MOVE WS-HISTORIA-LEIDA    TO RES-HISTORIA
           MOVE WS-FAMILIAS          TO RES-FAMILIAS
           MOVE WS-RESUMEN           TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           DISPLAY 'CONTRATOS LEIDOS       : ' WS-CONTRATOS-LEIDOS
           DISPLAY 'COSECHAS GRABADAS      : ' WS-COSECHAS-GRABADAS
           DISPLAY 'FILAS DE HISTORIA      : ' WS-HISTORIA-LEIDA
           DISPLAY 'FAMILIAS IMPRESAS      : ' WS-FAMILIAS

           CLOSE CSVVIN SALIDA

           IF SI-ERROR-PROCESO
              MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.
