       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0135.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           GENERADOR ANUAL DEL CALENDARIO DE FESTIVOS PRDTWCAL
      *           QUE USA PE3C0035. CALCULA LOS FESTIVOS NACIONALES
      *           DE COLOMBIA PARA EL ANO DEL PARM: LOS DE FECHA FIJA,
      *           LOS DE LA LEY EMILIANI (CORRIDOS AL LUNES
      *           SIGUIENTE CUANDO NO CAEN EN LUNES) Y LOS QUE
      *           DEPENDEN DE LA PASCUA, CALCULADA PARA EL ANO.
      *           MODO 'P' (PROPUESTA) SOLO LISTA; MODO 'A' (APLICAR)
      *           INSERTA LOS QUE FALTAN CON CAL_ORIGEN 'G'. UNA FECHA
      *           QUE YA ESTA EN PRDTWCAL (CIERRE CARGADO A MANO O
      *           FESTIVO YA GENERADO) NO SE TOCA.
      *           PARA CADA FESTIVO NUEVO LISTA LAS FECHAS ACTIVAS DE
      *           PRDTW03 Y LAS ORDENES DE DEBITO DE PE3C0072
      *           PENDIENTES EN PRDTWRPR CON COBRO ESE DIA, PARA
      *           RE-FECHARLAS (RC 4 SI HAY ALGUNA)
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
      *****************ARCHIVO DE SALIDA DEL REPORTE*********************
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
       01 REG-SALIDA             PIC X(120).
      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************
       WORKING-STORAGE SECTION.
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
           05 SW-ERROR-PROCESO       PIC X       VALUE 'N'.
             88 SI-ERROR-PROCESO                 VALUE 'S'.
             88 NO-ERROR-PROCESO                 VALUE 'N'.
           05 SW-FESTIVO-NUEVO       PIC X       VALUE 'N'.
             88 SI-FESTIVO-NUEVO                 VALUE 'S'.
             88 NO-FESTIVO-NUEVO                 VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-FESTIVOS-NUEVOS          PIC 9(05) VALUE ZEROS.
          05 WS-FESTIVOS-EXISTENTES      PIC 9(05) VALUE ZEROS.
          05 WS-FESTIVOS-INSERTADOS      PIC 9(05) VALUE ZEROS.
          05 WS-FECHAS-AFECTADAS         PIC 9(09) VALUE ZEROS.
          05 WS-ORDENES-AFECTADAS        PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                          CONSTANTES                            *
      ******************************************************************
       01 WS-CONSTANTES.
          05 CTE-LONG-MAX-PARM           PIC 9(02) VALUE 07.
          05 WS-LONG-NUM                 PIC 9(02) VALUE ZEROS.
          05 CTE-MAX-FESTIVOS            PIC 9(02) VALUE 18.
      ******************************************************************
      *   REGLAS DE LOS FESTIVOS NACIONALES. TIPO:                     *
      *     F = FECHA FIJA (MES/DIA)                                   *
      *     E = FECHA FIJA CORRIDA AL LUNES SIGUIENTE (LEY EMILIANI)   *
      *     P = DIAS DESDE EL DOMINGO DE PASCUA                        *
      *     Q = DIAS DESDE PASCUA, CORRIDO AL LUNES SIGUIENTE          *
      ******************************************************************
       01 TABLA-REGLAS-FESTIVOS.
           05 FILLER  PIC X(39) VALUE 'F0101+000ANO NUEVO'.
           05 FILLER  PIC X(39) VALUE
                      'E0106+000DIA DE LOS REYES MAGOS'.
           05 FILLER  PIC X(39) VALUE 'E0319+000DIA DE SAN JOSE'.
           05 FILLER  PIC X(39) VALUE 'P0000-003JUEVES SANTO'.
           05 FILLER  PIC X(39) VALUE 'P0000-002VIERNES SANTO'.
           05 FILLER  PIC X(39) VALUE 'F0501+000DIA DEL TRABAJO'.
           05 FILLER  PIC X(39) VALUE 'Q0000+039ASCENSION DEL SENOR'.
           05 FILLER  PIC X(39) VALUE 'Q0000+060CORPUS CHRISTI'.
           05 FILLER  PIC X(39) VALUE 'Q0000+068SAGRADO CORAZON'.
           05 FILLER  PIC X(39) VALUE
                      'E0629+000SAN PEDRO Y SAN PABLO'.
           05 FILLER  PIC X(39) VALUE
                      'F0720+000DIA DE LA INDEPENDENCIA'.
           05 FILLER  PIC X(39) VALUE 'F0807+000BATALLA DE BOYACA'.
           05 FILLER  PIC X(39) VALUE
                      'E0815+000ASUNCION DE LA VIRGEN'.
           05 FILLER  PIC X(39) VALUE 'E1012+000DIA DE LA RAZA'.
           05 FILLER  PIC X(39) VALUE 'E1101+000TODOS LOS SANTOS'.
           05 FILLER  PIC X(39) VALUE
                      'E1111+000INDEPENDENCIA DE CARTAGENA'.
           05 FILLER  PIC X(39) VALUE
                      'F1208+000INMACULADA CONCEPCION'.
           05 FILLER  PIC X(39) VALUE 'F1225+000NAVIDAD'.
       01 TABLA-REGLAS-R REDEFINES TABLA-REGLAS-FESTIVOS.
           05 REG-FESTIVO OCCURS 18 TIMES INDEXED BY I-REG.
              07 REG-TIPO                PIC X(01).
                88 REG-FIJO                  VALUE 'F'.
                88 REG-EMILIANI              VALUE 'E'.
                88 REG-PASCUA                VALUE 'P'.
                88 REG-PASCUA-LUNES          VALUE 'Q'.
              07 REG-MES                 PIC 9(02).
              07 REG-DIA                 PIC 9(02).
              07 REG-DESPLAZAMIENTO      PIC S9(03)
                                         SIGN IS LEADING SEPARATE.
              07 REG-DESCRIPCION         PIC X(30).
      ******************************************************************
      *   DIAS POR MES DEL ANO DEL PARM (FEBRERO SE AJUSTA AL          *
      *   BISIESTO EN 012-PREPARAR-ANO)                                *
      ******************************************************************
       01 TABLA-DIAS-MES.
           05 FILLER  PIC X(24) VALUE '312831303130313130313031'.
       01 TABLA-DIAS-MES-R REDEFINES TABLA-DIAS-MES.
           05 DIAS-MES OCCURS 12 TIMES PIC 9(02).
      ******************************************************************
      *   FESTIVOS CALCULADOS PARA EL ANO, EN ORDEN DE FECHA           *
      ******************************************************************
       01 WS-TABLA-FESTIVOS.
          05 WS-FESTIVO OCCURS 18 TIMES INDEXED BY I-FES.
             07 FES-ORDINAL              PIC 9(03) COMP.
             07 FES-FECHA                PIC X(10).
             07 FES-DIA-SEMANA           PIC 9(01).
             07 FES-DESCRIPCION          PIC X(30).
       01 WS-FESTIVO-AUX.
          05 AUX-ORDINAL                 PIC 9(03) COMP.
          05 AUX-FECHA                   PIC X(10).
          05 AUX-DIA-SEMANA              PIC 9(01).
          05 AUX-DESCRIPCION             PIC X(30).
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 WS-ANO-PROCESO                 PIC 9(04).

       01 WS-FECHA-PARTES.
           05 FEC-ANO                    PIC 9(04).
           05 FILLER                     PIC X(01) VALUE '-'.
           05 FEC-MES                    PIC 9(02).
           05 FILLER                     PIC X(01) VALUE '-'.
           05 FEC-DIA                    PIC 9(02).

      *    ORDINAL = DIA DEL ANO (1 = PRIMERO DE ENERO)
       01 WS-CALCULO-FECHAS.
           05 WS-ORDINAL                 PIC S9(05) COMP.
           05 WS-ORDINAL-PASCUA          PIC S9(05) COMP.
           05 WS-RESTO                   PIC S9(05) COMP.
           05 WS-MES-IND                 PIC S9(04) COMP.
           05 WS-DIAS-AL-LUNES           PIC S9(04) COMP.
           05 WS-I                       PIC S9(04) COMP.
           05 WS-J                       PIC S9(04) COMP.
           05 WS-CANT-FESTIVOS           PIC S9(04) COMP VALUE ZEROS.
      *    DIA DE LA SEMANA DEL PRIMERO DE ENERO Y DEL FESTIVO, CON
      *    LA MISMA CONVENCION DE PE3C0035: 0=SABADO, 1=DOMINGO,
      *    2=LUNES ... 6=VIERNES
           05 WS-DIA-SEMANA-ENERO        PIC S9(04) COMP.
           05 WS-DIA-SEMANA              PIC S9(04) COMP.
           05 WS-COCIENTE                PIC S9(05) COMP.

      *    CONGRUENCIA DE ZELLER (IGUAL QUE PE3C0035)
       01 WS-CALCULO-DIA-SEMANA.
           05 ZEL-ANO                    PIC 9(4)  VALUE ZEROS.
           05 ZEL-MES                    PIC 9(2)  VALUE ZEROS.
           05 ZEL-SIGLO                  PIC 9(2)  VALUE ZEROS.
           05 ZEL-ANO-SIGLO              PIC 9(2)  VALUE ZEROS.
           05 ZEL-TRABAJO                PIC 9(8)  VALUE ZEROS.
           05 ZEL-AUXILIAR               PIC 9(8)  VALUE ZEROS.

      *    DOMINGO DE PASCUA POR EL COMPUTO GREGORIANO (ALGORITMO
      *    ANONIMO DE MEEUS/JONES/BUTCHER)
       01 WS-CALCULO-PASCUA.
           05 PAS-A                      PIC S9(05) COMP.
           05 PAS-B                      PIC S9(05) COMP.
           05 PAS-C                      PIC S9(05) COMP.
           05 PAS-D                      PIC S9(05) COMP.
           05 PAS-E                      PIC S9(05) COMP.
           05 PAS-F                      PIC S9(05) COMP.
           05 PAS-G                      PIC S9(05) COMP.
           05 PAS-H                      PIC S9(05) COMP.
           05 PAS-I                      PIC S9(05) COMP.
           05 PAS-K                      PIC S9(05) COMP.
           05 PAS-L                      PIC S9(05) COMP.
           05 PAS-M                      PIC S9(05) COMP.
           05 PAS-TRABAJO                PIC S9(05) COMP.
           05 PAS-MES                    PIC 9(02).
           05 PAS-DIA                    PIC 9(02).

       01 TABLA-NOMBRES-DIA.
           05 FILLER  PIC X(09) VALUE 'SABADO'.
           05 FILLER  PIC X(09) VALUE 'DOMINGO'.
           05 FILLER  PIC X(09) VALUE 'LUNES'.
           05 FILLER  PIC X(09) VALUE 'MARTES'.
           05 FILLER  PIC X(09) VALUE 'MIERCOLES'.
           05 FILLER  PIC X(09) VALUE 'JUEVES'.
           05 FILLER  PIC X(09) VALUE 'VIERNES'.
       01 TABLA-NOMBRES-DIA-R REDEFINES TABLA-NOMBRES-DIA.
           05 NOMBRE-DIA OCCURS 7 TIMES  PIC X(09).

       01 PRDTW-CAL.
           05 CAL-FECHA                  PIC X(10).
           05 CAL-DESCRIPCION            PIC X(30).
           05 CAL-ORIGEN                 PIC X(01).
             88 CAL-GENERADO                 VALUE 'G'.

       01 PRDTW03.
           05 W03-CLIENTE                PIC X(8).
           05 W03-PRODUCTO               PIC XX.
           05 W03-FECHA                  PIC X(10).

       01 PRDTW-RPR.
           05 RPR-CLIENTE                PIC X(8).
           05 RPR-CONTRATO               PIC X(18).
           05 RPR-FECHA-ORIGEN           PIC X(10).
           05 RPR-FECHA-COBRO            PIC X(10).
           05 RPR-ESTADO                 PIC X(1).

       01 WS-TITULO1.
          05 FILLER             PIC X(37) VALUE
                                 'CALENDARIO DE FESTIVOS NACIONALES - '.
          05 TIT-MODO           PIC X(10).
          05 FILLER             PIC X(6)  VALUE ' ANO: '.
          05 TIT-ANO            PIC 9(4).
          05 FILLER             PIC X(10) VALUE ' PASCUA: '.
          05 TIT-PASCUA         PIC X(10).
       01 WS-TITULO2.
          05 FILLER             PIC X(11) VALUE 'FECHA      '.
          05 FILLER             PIC X(10) VALUE 'DIA       '.
          05 FILLER             PIC X(31) VALUE 'FESTIVO'.
          05 FILLER             PIC X(30) VALUE 'RESULTADO'.

       01 WS-DETALLE.
          05 DET-FECHA                 PIC X(10).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-DIA                   PIC X(9).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-DESCRIPCION           PIC X(30).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-RESULTADO             PIC X(50).

       01 WS-DETALLE-W03.
          05 FILLER                    PIC X(13) VALUE
                                        '   FECHA W03 '.
          05 FILLER                    PIC X(8)  VALUE 'CLIENTE '.
          05 DW3-CLIENTE               PIC X(8).
          05 FILLER                    PIC X(10) VALUE ' PRODUCTO '.
          05 DW3-PRODUCTO              PIC XX.
          05 FILLER                    PIC X(17) VALUE
                                        '  A RE-FECHAR'.

       01 WS-DETALLE-RPR.
          05 FILLER                    PIC X(13) VALUE
                                        '   ORDEN     '.
          05 FILLER                    PIC X(9)  VALUE 'CONTRATO '.
          05 DRP-CONTRATO              PIC X(18).
          05 FILLER                    PIC X(8)  VALUE ' ORIGEN '.
          05 DRP-FECHA-ORIGEN          PIC X(10).
          05 FILLER                    PIC X(8)  VALUE ' ESTADO '.
          05 DRP-ESTADO                PIC X(1).
          05 FILLER                    PIC X(13) VALUE
                                        '  A RE-FECHAR'.

       01 WS-RESUMEN.
          05 CTE-RESUMEN              PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(8)  VALUE 'NUEVOS='.
          05 RES-NUEVOS                PIC ZZZZ9.
          05 FILLER                   PIC X(14) VALUE
                                       ' YA CARGADOS='.
          05 RES-EXISTENTES            PIC ZZZZ9.
          05 FILLER                   PIC X(13) VALUE
                                       ' INSERTADOS='.
          05 RES-INSERTADOS            PIC ZZZZ9.
          05 FILLER                   PIC X(12) VALUE ' FECHAS W03='.
          05 RES-FECHAS                PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(10) VALUE ' ORDENES='.
          05 RES-ORDENES               PIC ZZZZZZZZ9.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE FECHA DE PROCESO PE3C0060           *
      ******************************************************************
       COPY PE3CFPRO.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCAL
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOW03
           END-EXEC.

           EXEC SQL
               INCLUDE PETCORPR
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: FECHAS ACTIVAS DE PRDTW03 EN EL FESTIVO      **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT W03_CLIENTE, W03_PRODUCTO, W03_FECHA
               FROM PRDTW03
               WHERE W03_FECHA  = :CAL-FECHA
               AND   W03_ESTADO = 'A'
               ORDER BY W03_CLIENTE, W03_PRODUCTO
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      ******   CURSOR_2: ORDENES DE PE3C0072 POR RE-PRESENTAR (P) O   **
      ******   ESPERANDO RESPUESTA (E) CON COBRO EN EL FESTIVO        **
           EXEC SQL
               DECLARE CURSOR_2 CURSOR FOR
               SELECT RPR_CLIENTE, RPR_CONTRATO, RPR_FECHA_ORIGEN,
                      RPR_FECHA_COBRO, RPR_ESTADO
               FROM PRDTWRPR
               WHERE RPR_FECHA_COBRO = :CAL-FECHA
               AND   RPR_ESTADO IN ('P', 'E')
               ORDER BY RPR_CONTRATO, RPR_FECHA_ORIGEN
               FOR FETCH ONLY
           END-EXEC.

       LINKAGE SECTION.
       01 REG-PARM.
           05 PARM-LONG                         PIC X(02).
      *    'P' = PROPUESTA (SOLO LISTA), 'A' = APLICAR EN PRDTWCAL
           05 PARM-MODO                         PIC X(01).
             88 PARM-MODO-PROPUESTA                 VALUE 'P'.
             88 PARM-MODO-APLICAR                   VALUE 'A'.
      *    ANO A GENERAR, YYYY; EN BLANCO EL SIGUIENTE AL DE LA FECHA
      *    DE NEGOCIO (SE CORRE EN DICIEMBRE PARA EL ANO QUE VIENE)
           05 PARM-ANO                          PIC X(04).

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING REG-PARM.
           PERFORM 01-INICIO
           PERFORM 02-PROCESO
                   VARYING I-FES FROM 1 BY 1
                   UNTIL I-FES > WS-CANT-FESTIVOS
           PERFORM 03-FINAL.
      ******************************************************************
      *                          01-INICIO                              *
      ******************************************************************
       01-INICIO.
           CALL 'PE3C0060' USING CAI-PE9CFPR0

           PERFORM 010-VALIDAR-PARM

           OPEN OUTPUT SALIDA
           IF WS-ESTADO NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ARCHIVO SALIDA ' WS-ESTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 012-PREPARAR-ANO
           PERFORM 013-CALCULAR-PASCUA
           PERFORM 014-CALCULAR-FESTIVO
                   VARYING I-REG FROM 1 BY 1
                   UNTIL I-REG > CTE-MAX-FESTIVOS
           PERFORM 015-ORDENAR-FESTIVOS
                   VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-CANT-FESTIVOS
                   AFTER WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-CANT-FESTIVOS - WS-I

           IF PARM-MODO-PROPUESTA
              MOVE 'PROPUESTA'  TO TIT-MODO
           ELSE
              MOVE 'APLICACION' TO TIT-MODO
           END-IF
           MOVE WS-ANO-PROCESO TO TIT-ANO
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
           IF WS-LONG-NUM < 3 OR WS-LONG-NUM > CTE-LONG-MAX-PARM
              DISPLAY 'PARM-LONG INVALIDO: ' PARM-LONG
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           IF NOT PARM-MODO-PROPUESTA AND NOT PARM-MODO-APLICAR
              DISPLAY 'PARM-MODO INVALIDO, DEBE SER P O A: ' PARM-MODO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-LONG-NUM < 7
              OR PARM-ANO = SPACES OR LOW-VALUES
                MOVE FPR0-FECHA-PROCESO (1:4) TO WS-ANO-PROCESO
                ADD 1 TO WS-ANO-PROCESO
           ELSE
                IF PARM-ANO IS NOT NUMERIC OR PARM-ANO < '1900'
                   DISPLAY 'ANO INVALIDO: ' PARM-ANO
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE PARM-ANO TO WS-ANO-PROCESO
           END-IF.

      ******************************************************************
      *                   012-PREPARAR-ANO                             *
      *   FEBRERO BISIESTO Y DIA DE LA SEMANA DEL PRIMERO DE ENERO     *
      *   (ENERO CUENTA COMO MES 13 DEL ANO ANTERIOR EN ZELLER)        *
      ******************************************************************
       012-PREPARAR-ANO.
           MOVE 28 TO DIAS-MES (2)
           DIVIDE WS-ANO-PROCESO BY 4 GIVING WS-COCIENTE
                  REMAINDER WS-RESTO
           IF WS-RESTO = ZEROS
              MOVE 29 TO DIAS-MES (2)
              DIVIDE WS-ANO-PROCESO BY 100 GIVING WS-COCIENTE
                     REMAINDER WS-RESTO
              IF WS-RESTO = ZEROS
                 DIVIDE WS-ANO-PROCESO BY 400 GIVING WS-COCIENTE
                        REMAINDER WS-RESTO
                 IF WS-RESTO NOT = ZEROS
                    MOVE 28 TO DIAS-MES (2)
                 END-IF
              END-IF
           END-IF

           COMPUTE ZEL-ANO = WS-ANO-PROCESO - 1
           MOVE 13 TO ZEL-MES
           DIVIDE ZEL-ANO BY 100 GIVING ZEL-SIGLO
                  REMAINDER ZEL-ANO-SIGLO
           COMPUTE ZEL-TRABAJO = 13 * (ZEL-MES + 1)
           DIVIDE ZEL-TRABAJO BY 5 GIVING ZEL-TRABAJO
           COMPUTE ZEL-TRABAJO = ZEL-TRABAJO + 1
                               + ZEL-ANO-SIGLO + (5 * ZEL-SIGLO)
           DIVIDE ZEL-ANO-SIGLO BY 4 GIVING ZEL-AUXILIAR
           ADD ZEL-AUXILIAR TO ZEL-TRABAJO
           DIVIDE ZEL-SIGLO BY 4 GIVING ZEL-AUXILIAR
           ADD ZEL-AUXILIAR TO ZEL-TRABAJO
           DIVIDE ZEL-TRABAJO BY 7 GIVING ZEL-AUXILIAR
                  REMAINDER WS-DIA-SEMANA-ENERO.

      ******************************************************************
      *                   013-CALCULAR-PASCUA                          *
      *   CADA DIVISION VA POR SEPARADO CON RESULTADO ENTERO, COMO EN  *
      *   ZELLER, PARA GARANTIZAR EL TRUNCAMIENTO DEL ALGORITMO        *
      ******************************************************************
       013-CALCULAR-PASCUA.
           DIVIDE WS-ANO-PROCESO BY 19 GIVING WS-COCIENTE
                  REMAINDER PAS-A
           DIVIDE WS-ANO-PROCESO BY 100 GIVING PAS-B
                  REMAINDER PAS-C
           DIVIDE PAS-B BY 4 GIVING PAS-D REMAINDER PAS-E
           COMPUTE PAS-TRABAJO = PAS-B + 8
           DIVIDE PAS-TRABAJO BY 25 GIVING PAS-F
           COMPUTE PAS-TRABAJO = PAS-B - PAS-F + 1
           DIVIDE PAS-TRABAJO BY 3 GIVING PAS-G
           COMPUTE PAS-TRABAJO = (19 * PAS-A) + PAS-B - PAS-D
                               - PAS-G + 15
           DIVIDE PAS-TRABAJO BY 30 GIVING WS-COCIENTE
                  REMAINDER PAS-H
           DIVIDE PAS-C BY 4 GIVING PAS-I REMAINDER PAS-K
           COMPUTE PAS-TRABAJO = 32 + (2 * PAS-E) + (2 * PAS-I)
                               - PAS-H - PAS-K
           DIVIDE PAS-TRABAJO BY 7 GIVING WS-COCIENTE
                  REMAINDER PAS-L
           COMPUTE PAS-TRABAJO = PAS-A + (11 * PAS-H) + (22 * PAS-L)
           DIVIDE PAS-TRABAJO BY 451 GIVING PAS-M
           COMPUTE PAS-TRABAJO = PAS-H + PAS-L - (7 * PAS-M) + 114
           DIVIDE PAS-TRABAJO BY 31 GIVING PAS-MES
                  REMAINDER WS-RESTO
           COMPUTE PAS-DIA = WS-RESTO + 1

           MOVE PAS-MES TO FEC-MES
           MOVE PAS-DIA TO FEC-DIA
           PERFORM 016-ORDINAL-DE-FECHA
           MOVE WS-ORDINAL TO WS-ORDINAL-PASCUA
           MOVE WS-ANO-PROCESO TO FEC-ANO
           MOVE WS-FECHA-PARTES TO TIT-PASCUA.

      ******************************************************************
      *                  014-CALCULAR-FESTIVO                          *
      *   FECHA DE LA REGLA I-REG; LAS DE LEY EMILIANI QUE NO CAEN EN  *
      *   LUNES PASAN AL LUNES SIGUIENTE                               *
      ******************************************************************
       014-CALCULAR-FESTIVO.
           IF REG-PASCUA (I-REG) OR REG-PASCUA-LUNES (I-REG)
              COMPUTE WS-ORDINAL = WS-ORDINAL-PASCUA
                                 + REG-DESPLAZAMIENTO (I-REG)
           ELSE
              MOVE REG-MES (I-REG) TO FEC-MES
              MOVE REG-DIA (I-REG) TO FEC-DIA
              PERFORM 016-ORDINAL-DE-FECHA
           END-IF

           PERFORM 018-DIA-SEMANA
           IF (REG-EMILIANI (I-REG) OR REG-PASCUA-LUNES (I-REG))
              AND WS-DIA-SEMANA NOT = 2
                COMPUTE WS-DIAS-AL-LUNES = 9 - WS-DIA-SEMANA
                IF WS-DIAS-AL-LUNES > 7
                   SUBTRACT 7 FROM WS-DIAS-AL-LUNES
                END-IF
                ADD WS-DIAS-AL-LUNES TO WS-ORDINAL
                PERFORM 018-DIA-SEMANA
           END-IF

           PERFORM 017-FECHA-DE-ORDINAL
           ADD 1 TO WS-CANT-FESTIVOS
           SET I-FES TO WS-CANT-FESTIVOS
           MOVE WS-ORDINAL              TO FES-ORDINAL (I-FES)
           MOVE WS-FECHA-PARTES         TO FES-FECHA (I-FES)
           MOVE WS-DIA-SEMANA           TO FES-DIA-SEMANA (I-FES)
           MOVE REG-DESCRIPCION (I-REG) TO FES-DESCRIPCION (I-FES).

      ******************************************************************
      *                  015-ORDENAR-FESTIVOS                          *
      *   INTERCAMBIO DE VECINOS: SON 18 FILAS                         *
      ******************************************************************
       015-ORDENAR-FESTIVOS.
           IF FES-ORDINAL (WS-J) > FES-ORDINAL (WS-J + 1)
              MOVE WS-FESTIVO (WS-J)     TO WS-FESTIVO-AUX
              MOVE WS-FESTIVO (WS-J + 1) TO WS-FESTIVO (WS-J)
              MOVE WS-FESTIVO-AUX        TO WS-FESTIVO (WS-J + 1)
           END-IF.

       016-ORDINAL-DE-FECHA.
           MOVE FEC-DIA TO WS-ORDINAL
           PERFORM 0161-SUMAR-MES
                   VARYING WS-MES-IND FROM 1 BY 1
                   UNTIL WS-MES-IND >= FEC-MES.

       0161-SUMAR-MES.
           ADD DIAS-MES (WS-MES-IND) TO WS-ORDINAL.

       017-FECHA-DE-ORDINAL.
           MOVE WS-ANO-PROCESO TO FEC-ANO
           MOVE WS-ORDINAL     TO WS-RESTO
           MOVE 1              TO WS-MES-IND
           PERFORM 0171-RESTAR-MES
                   UNTIL WS-RESTO <= DIAS-MES (WS-MES-IND)
           MOVE WS-MES-IND     TO FEC-MES
           MOVE WS-RESTO       TO FEC-DIA.

       0171-RESTAR-MES.
           SUBTRACT DIAS-MES (WS-MES-IND) FROM WS-RESTO
           ADD 1 TO WS-MES-IND.

       018-DIA-SEMANA.
           COMPUTE WS-COCIENTE = WS-DIA-SEMANA-ENERO + WS-ORDINAL - 1
           DIVIDE WS-COCIENTE BY 7 GIVING WS-COCIENTE
                  REMAINDER WS-DIA-SEMANA.

      ******************************************************************
      *                        02-PROCESO                              *
      *   UNA FECHA YA PRESENTE EN PRDTWCAL (A MANO O GENERADA ANTES)  *
      *   NO SE TOCA; UNA NUEVA SE INSERTA EN MODO 'A' Y, EN AMBOS     *
      *   MODOS, SE LISTA LO QUE HOY ESTA PROGRAMADO ESE DIA           *
      ******************************************************************
       02-PROCESO.
           MOVE FES-FECHA (I-FES)       TO CAL-FECHA DET-FECHA
           MOVE FES-DESCRIPCION (I-FES) TO DET-DESCRIPCION
           COMPUTE WS-I = FES-DIA-SEMANA (I-FES) + 1
           MOVE NOMBRE-DIA (WS-I)       TO DET-DIA
           SET NO-FESTIVO-NUEVO TO TRUE

           EXEC SQL
               SELECT CAL_DESCRIPCION, CAL_ORIGEN
               INTO  :CAL-DESCRIPCION, :CAL-ORIGEN
               FROM  PRDTWCAL
               WHERE CAL_FECHA = :CAL-FECHA
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = ZEROS AND CAL-GENERADO
                   ADD 1 TO WS-FESTIVOS-EXISTENTES
                   MOVE 'YA GENERADO' TO DET-RESULTADO
              WHEN SQLCODE = ZEROS
                   ADD 1 TO WS-FESTIVOS-EXISTENTES
                   MOVE SPACES TO DET-RESULTADO
                   STRING 'YA CARGADO A MANO: ' DELIMITED SIZE
                          CAL-DESCRIPCION       DELIMITED SIZE
                          INTO DET-RESULTADO
                   END-STRING
              WHEN SQLCODE = +100
                   ADD 1 TO WS-FESTIVOS-NUEVOS
                   SET SI-FESTIVO-NUEVO TO TRUE
                   PERFORM 021-FESTIVO-NUEVO
              WHEN OTHER
                   DISPLAY 'ERROR SELECT PRDTWCAL SQLCODE ' SQLCODE
                   SET SI-ERROR-PROCESO TO TRUE
                   MOVE 'ERROR SQL' TO DET-RESULTADO
           END-EVALUATE

           MOVE WS-DETALLE TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           IF SI-FESTIVO-NUEVO
              PERFORM 022-LISTAR-AFECTADOS
           END-IF.

       021-FESTIVO-NUEVO.
           IF PARM-MODO-PROPUESTA
              MOVE 'NUEVO (PROPUESTA)' TO DET-RESULTADO
           ELSE
              MOVE FES-DESCRIPCION (I-FES) TO CAL-DESCRIPCION
              SET CAL-GENERADO TO TRUE
              EXEC SQL
                  INSERT INTO PRDTWCAL
                      (CAL_FECHA, CAL_DESCRIPCION, CAL_ORIGEN)
                  VALUES
                      (:CAL-FECHA, :CAL-DESCRIPCION, :CAL-ORIGEN)
              END-EXEC
              IF SQLCODE = ZEROS
                 ADD 1 TO WS-FESTIVOS-INSERTADOS
                 MOVE 'NUEVO, INSERTADO' TO DET-RESULTADO
              ELSE
                 DISPLAY 'ERROR INSERT PRDTWCAL SQLCODE ' SQLCODE
                 SET SI-ERROR-PROCESO TO TRUE
                 MOVE 'ERROR SQL' TO DET-RESULTADO
              END-IF
           END-IF.

      ******************************************************************
      *                 022-LISTAR-AFECTADOS                           *
      ******************************************************************
       022-LISTAR-AFECTADOS.
           SET NO-FIN-CURSOR-1 TO TRUE
           EXEC SQL
               OPEN CURSOR_1
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_1 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 0221-FETCH-CURSOR-1
           PERFORM 0222-LISTAR-FECHA UNTIL SI-FIN-CURSOR-1
           EXEC SQL
               CLOSE CURSOR_1
           END-EXEC

           SET NO-FIN-CURSOR-2 TO TRUE
           EXEC SQL
               OPEN CURSOR_2
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_2 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 0223-FETCH-CURSOR-2
           PERFORM 0224-LISTAR-ORDEN UNTIL SI-FIN-CURSOR-2
           EXEC SQL
               CLOSE CURSOR_2
           END-EXEC.

       0221-FETCH-CURSOR-1.
           EXEC SQL
               FETCH CURSOR_1
               INTO :W03-CLIENTE, :W03-PRODUCTO, :W03-FECHA
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   SET SI-FIN-CURSOR-1 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR FETCH CURSOR_1 SQLCODE ' SQLCODE
                   SET SI-ERROR-PROCESO TO TRUE
                   SET SI-FIN-CURSOR-1 TO TRUE
           END-EVALUATE.

       0222-LISTAR-FECHA.
           ADD 1 TO WS-FECHAS-AFECTADAS
           MOVE W03-CLIENTE    TO DW3-CLIENTE
           MOVE W03-PRODUCTO   TO DW3-PRODUCTO
           MOVE WS-DETALLE-W03 TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           PERFORM 0221-FETCH-CURSOR-1.

       0223-FETCH-CURSOR-2.
           EXEC SQL
               FETCH CURSOR_2
               INTO :RPR-CLIENTE, :RPR-CONTRATO, :RPR-FECHA-ORIGEN,
                    :RPR-FECHA-COBRO, :RPR-ESTADO
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   SET SI-FIN-CURSOR-2 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR FETCH CURSOR_2 SQLCODE ' SQLCODE
                   SET SI-ERROR-PROCESO TO TRUE
                   SET SI-FIN-CURSOR-2 TO TRUE
           END-EVALUATE.

       0224-LISTAR-ORDEN.
           ADD 1 TO WS-ORDENES-AFECTADAS
           MOVE RPR-CONTRATO     TO DRP-CONTRATO
           MOVE RPR-FECHA-ORIGEN TO DRP-FECHA-ORIGEN
           MOVE RPR-ESTADO       TO DRP-ESTADO
           MOVE WS-DETALLE-RPR   TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           PERFORM 0223-FETCH-CURSOR-2.

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
           MOVE WS-FESTIVOS-NUEVOS     TO RES-NUEVOS
           MOVE WS-FESTIVOS-EXISTENTES TO RES-EXISTENTES
           MOVE WS-FESTIVOS-INSERTADOS TO RES-INSERTADOS
           MOVE WS-FECHAS-AFECTADAS    TO RES-FECHAS
           MOVE WS-ORDENES-AFECTADAS   TO RES-ORDENES
           MOVE WS-RESUMEN             TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           CLOSE SALIDA

           DISPLAY 'ANO GENERADO           : ' WS-ANO-PROCESO
           DISPLAY 'FESTIVOS NUEVOS        : ' WS-FESTIVOS-NUEVOS
           DISPLAY 'FESTIVOS YA CARGADOS   : ' WS-FESTIVOS-EXISTENTES
           DISPLAY 'FESTIVOS INSERTADOS    : ' WS-FESTIVOS-INSERTADOS
           DISPLAY 'FECHAS PRDTW03 AFECTADAS: ' WS-FECHAS-AFECTADAS
           DISPLAY 'ORDENES A RE-FECHAR    : ' WS-ORDENES-AFECTADAS

           EVALUATE TRUE
              WHEN SI-ERROR-PROCESO
                   MOVE 8 TO RETURN-CODE
              WHEN WS-FECHAS-AFECTADAS > ZEROS
              WHEN WS-ORDENES-AFECTADAS > ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.
