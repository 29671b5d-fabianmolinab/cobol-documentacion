       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0125.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           REVALUACION DE CIERRE DE MES DE LAS POSICIONES EN
      *           MONEDA EXTRANJERA. SUMA DE PRDTW02 LA POSICION
      *           ABIERTA DE CADA CONTRATO NO CERRADO POR MONEDA
      *           DISTINTA DE LA LOCAL Y LA REVALUA A LA TASA DE
      *           CIERRE DE PRDTWTCA DEL ULTIMO DIA HABIL DEL MES
      *           (PE3C0035 REGLA 'A', TASA VIA PE3C0037). EL VALOR
      *           EN LIBROS ES EL REVALUADO DE LA ULTIMA CORRIDA EN
      *           LA HISTORIA PRDTWREV MAS LOS MOVIMIENTOS POSTERIORES
      *           A LA TASA DE SU PROPIA FECHA; LA DIFERENCIA ES LA
      *           GANANCIA O PERDIDA EN CAMBIO NO REALIZADA, QUE SE
      *           ASIENTA CON EL LAYOUT DEL COMPROBANTE PE3C0069 Y
      *           LAS CUENTAS DEL TIPO 'F' DE PRDTWCTA. NO CORRE SI
      *           PE3C0070 YA CERRO EL PERIODO EN PRDTWPER. LOS
      *           CONTRATOS CERRADOS YA NO TIENEN POSICION ABIERTA:
      *           SU DIFERENCIA ES REALIZADA Y NO SE REVALUA
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
      *****************ARCHIVO DE ASIENTOS PARA EL MAYOR****************
           SELECT CONTABLE  ASSIGN TO CONTABLE
                            FILE STATUS IS WS-ESTADO-CON.
      *****************ARCHIVO DE SALIDA DEL REPORTE********************
           SELECT SALIDA    ASSIGN TO SALIDA
                            FILE STATUS IS WS-ESTADO.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CONTABLE
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-CONTABLE.
           05 CNT-TIPO-REG                      PIC X(1).
             88 CNT-REG-CABECERA                    VALUE 'H'.
             88 CNT-REG-DETALLE                     VALUE 'D'.
             88 CNT-REG-CONTROL                     VALUE 'T'.
           05 CNT-RESTO                         PIC X(70).
           05 CNT-CABECERA REDEFINES CNT-RESTO.
              10 CNT-CAB-FECHA-PROCESO          PIC X(10).
              10 FILLER                         PIC X(60).
           05 CNT-DETALLE REDEFINES CNT-RESTO.
              10 CNT-CUENTA                     PIC X(10).
              10 CNT-NATURALEZA                 PIC X(1).
                88 CNT-DEBITO                       VALUE 'D'.
                88 CNT-CREDITO                      VALUE 'C'.
              10 CNT-VALOR                      PIC S9(11)V99 COMP-3.
              10 CNT-FECHA                      PIC X(10).
              10 CNT-PRODUCTO                   PIC X(2).
              10 CNT-OFICINA                    PIC X(4).
              10 CNT-TIPO-MOV                   PIC X(1).
              10 CNT-ID-MOV                     PIC 9(13).
              10 FILLER                         PIC X(22).
           05 CNT-CONTROL REDEFINES CNT-RESTO.
              10 CNT-CTL-CANT-ASIENTOS          PIC 9(9).
              10 CNT-CTL-TOTAL-DEBITO           PIC S9(13)V99 COMP-3.
              10 CNT-CTL-TOTAL-CREDITO          PIC S9(13)V99 COMP-3.
              10 FILLER                         PIC X(45).

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
       01 WS-ESTADO                      PIC XX    VALUE '00'.
       01 WS-ESTADO-CON                  PIC XX    VALUE '00'.
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
           05 SW-TASA-COMPLETA       PIC X       VALUE 'S'.
             88 SI-TASA-COMPLETA                 VALUE 'S'.
             88 NO-TASA-COMPLETA                 VALUE 'N'.
           05 SW-ERROR-PROCESO       PIC X       VALUE 'N'.
             88 SI-ERROR-PROCESO                 VALUE 'S'.
             88 NO-ERROR-PROCESO                 VALUE 'N'.
      ******************************************************************
      *                          CONSTANTES                            *
      ******************************************************************
       01 WS-CONSTANTES.
          05 CTE-MONEDA-LOCAL            PIC X(3)  VALUE 'COP'.
          05 CTE-TIPO-MOV-CAMBIO         PIC X(1)  VALUE 'F'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-POSICIONES-LEIDAS        PIC 9(09) VALUE ZEROS.
          05 WS-POSICIONES-REVALUADAS    PIC 9(09) VALUE ZEROS.
          05 WS-MOVIMIENTOS-MES          PIC 9(09) VALUE ZEROS.
          05 WS-SIN-TASA                 PIC 9(09) VALUE ZEROS.
          05 WS-SIN-CUENTA               PIC 9(09) VALUE ZEROS.
          05 WS-ASIENTOS                 PIC 9(09) VALUE ZEROS.
          05 WS-TOTAL-DEBITO             PIC S9(13)V99 COMP-3
                                                   VALUE ZEROS.
          05 WS-TOTAL-CREDITO            PIC S9(13)V99 COMP-3
                                                   VALUE ZEROS.
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 WS-FECHA-PROCESO               PIC X(10) VALUE SPACES.
       01 WS-PERIODO                     PIC X(7)  VALUE SPACES.
       01 WS-FECHA-TASA                  PIC X(10) VALUE SPACES.
       01 WS-FECHA-DESDE                 PIC X(10) VALUE SPACES.
       01 WS-FECHA-VALOR                 PIC X(10) VALUE SPACES.

      *    ULTIMO DIA CALENDARIO DEL MES DE LA FECHA DE NEGOCIO
       01 WS-FECHA-FIN-MES.
           05 FIN-ANO                    PIC 9(4).
           05 FILLER                     PIC X     VALUE '-'.
           05 FIN-MES                    PIC 9(2).
           05 FILLER                     PIC X     VALUE '-'.
           05 FIN-DIA                    PIC 9(2).

       01 WS-CALENDARIO.
           05 CAL-RESTO                  PIC 9(4)  VALUE ZEROS.
           05 CAL-COCIENTE               PIC 9(4)  VALUE ZEROS.

      *    ESTADO DEL PERIODO CONTABLE DEL MES QUE SE REVALUA
      *    (PRDTWPER): UN MES SIN FILA SE CONSIDERA ABIERTO
       01 WS-PERIODO-CONTABLE.
           05 PER-MES                    PIC X(7).
           05 PER-ESTADO                 PIC X(1).
             88 PER-CERRADO                  VALUE 'C'.

      *    POSICION ABIERTA DE UN CONTRATO EN UNA MONEDA (CURSOR_1)
       01 WS-POSICION.
           05 POS-CONTRATO               PIC X(18).
           05 POS-MONEDA                 PIC X(3).
           05 POS-VALOR                  PIC S9(13)V99 COMP-3.

      *    MOVIMIENTO POSTERIOR A LA ULTIMA REVALUACION (CURSOR_2)
       01 PRDTW02.
           05 W02-FECHA-MOV              PIC X(10).
           05 W02-VALOR-NUM              PIC S9(9)V99 COMP-3.

       01 PRDTW-REV.
           05 REV-PRODUCTO               PIC X(2).
           05 REV-OFICINA                PIC X(4).
           05 REV-FECHA-TASA             PIC X(10).
           05 REV-TASA                   PIC S9(9)V9(6) COMP-3.
           05 REV-VALOR-LIBROS           PIC S9(13)V99 COMP-3.
           05 REV-VALOR-REVALUADO        PIC S9(13)V99 COMP-3.
           05 REV-DIFERENCIA             PIC S9(13)V99 COMP-3.

       01 WS-MOVIMIENTO.
           05 WS-VALOR-LOCAL             PIC S9(13)V99 COMP-3.
           05 WS-VALOR-ASIENTO           PIC S9(11)V99 COMP-3.

       01 WS-TOTALES-GENERALES.
           05 TGE-LIBROS                 PIC S9(13)V99 COMP-3.
           05 TGE-REVALUADO              PIC S9(13)V99 COMP-3.
           05 TGE-GANANCIA               PIC S9(13)V99 COMP-3.
           05 TGE-PERDIDA                PIC S9(13)V99 COMP-3.

       01 PRDTW-CTA.
           05 CTA-PRODUCTO               PIC X(2).
           05 CTA-TIPO-MOV               PIC X(1).
           05 CTA-OFICINA                PIC X(4).
           05 CTA-CUENTA-DEBITO          PIC X(10).
           05 CTA-CUENTA-CREDITO         PIC X(10).

      ******************************************************************
       01 WS-TITULO1.
          05 FILLER             PIC X(36) VALUE
                                 'REVALUACION MONEDA EXTRANJERA - '.
          05 TIT-PERIODO        PIC X(7).
          05 FILLER             PIC X(10) VALUE '  TASA AL '.
          05 TIT-FECHA-TASA     PIC X(10).
       01 WS-TITULO2.
          05 FILLER             PIC X(19) VALUE 'CONTRATO'.
          05 FILLER             PIC X(4)  VALUE 'MON'.
          05 FILLER             PIC X(16) VALUE '       POSICION'.
          05 FILLER             PIC X(15) VALUE '           TASA'.
          05 FILLER             PIC X(22) VALUE
                                 '            REVALUADO'.
          05 FILLER             PIC X(22) VALUE
                                 '   DIFERENCIA CAMBIO'.

       01 WS-DETALLE.
          05 DET-CONTRATO              PIC X(18).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-MONEDA                PIC X(3).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-POSICION              PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-TASA                  PIC ZZZ,ZZ9.999999.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-REVALUADO             PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-DIFERENCIA            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-SIN-TASA-DET.
          05 FILLER                    PIC X(10) VALUE 'SIN TASA: '.
          05 DST-CONTRATO              PIC X(18).
          05 FILLER                    PIC X VALUE SPACES.
          05 DST-MONEDA                PIC X(3).

       01 WS-SIN-CUENTA-DET.
          05 FILLER                    PIC X(12) VALUE 'SIN CUENTA: '.
          05 DSC-PRODUCTO              PIC X(2).
          05 FILLER                    PIC X(3)  VALUE '/F/'.
          05 DSC-OFICINA               PIC X(4).

       01 WS-TOTAL-LINEA.
          05 FILLER                    PIC X(10) VALUE 'TOTALES: '.
          05 FILLER                    PIC X(10) VALUE 'GANANCIA='.
          05 TOT-GANANCIA              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(10) VALUE ' PERDIDA='.
          05 TOT-PERDIDA               PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-RESUMEN.
          05 CTE-RESUMEN              PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(11) VALUE 'POSICIONES='.
          05 RES-LEIDAS                PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(12) VALUE ' REVALUADAS='.
          05 RES-REVALUADAS            PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(11) VALUE ' SIN TASA='.
          05 RES-SIN-TASA              PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(11) VALUE ' ASIENTOS='.
          05 RES-ASIENTOS              PIC ZZZZZZZZ9.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE FECHA DE PROCESO PE3C0060           *
      ******************************************************************
       COPY PE3CFPRO.

      ******************************************************************
      *      INTERFAZ DE LA RUTINA DE DIAS HABILES PE3C0035            *
      ******************************************************************
       COPY PE3COCAL.

      ******************************************************************
      *      INTERFAZ DE LA RUTINA DE CONVERSION DE MONEDA PE3C0037    *
      *   SOLO SE TOMA MON0-TASA: EL VALOR EN MONEDA LOCAL DE UNA      *
      *   POSICION NO CABE EN MON0-VALOR-CONVERTIDO Y SE CALCULA AQUI  *
      ******************************************************************
       COPY PE3COMON.

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
               INCLUDE PETCOPER
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOREV
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCTA
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: POSICION ABIERTA POR CONTRATO Y MONEDA A LA  **
      ******   FECHA DE LA TASA, SOLO CONTRATOS NO CERRADOS           **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT W02_CONTRATO, W02_MONEDA, SUM(W02_VALOR_NUM)
               FROM PRDTW02
               WHERE W02_MONEDA   <> :CTE-MONEDA-LOCAL
               AND   W02_FECHA_MOV <= :WS-FECHA-TASA
               AND   W02_CONTRATO IN
                     (SELECT CON_CONTRATO
                      FROM   PRDTWCON
                      WHERE  CON_ESTADO <> 'C')
               GROUP BY W02_CONTRATO, W02_MONEDA
               ORDER BY W02_CONTRATO, W02_MONEDA
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      ******   CURSOR_2: MOVIMIENTOS DEL CONTRATO/MONEDA POSTERIORES  **
      ******   A LA ULTIMA REVALUACION (TODOS SI NUNCA SE REVALUO)    **
           EXEC SQL
               DECLARE CURSOR_2 CURSOR FOR
               SELECT W02_FECHA_MOV, W02_VALOR_NUM
               FROM PRDTW02
               WHERE W02_CONTRATO  = :POS-CONTRATO
               AND   W02_MONEDA    = :POS-MONEDA
               AND   W02_FECHA_MOV > :WS-FECHA-DESDE
               AND   W02_FECHA_MOV <= :WS-FECHA-TASA
               ORDER BY W02_FECHA_MOV
               FOR FETCH ONLY
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
      *   EL PERIODO ES EL MES DE LA FECHA DE NEGOCIO; UN PERIODO YA   *
      *   CERRADO POR PE3C0070 DETIENE LA CORRIDA ANTES DE TOCAR NADA. *
      *   UN REPROCESO DEL MISMO PERIODO BORRA SU HISTORIA Y LA VUELVE *
      *   A CALCULAR                                                   *
      ******************************************************************
       01-INICIO.
           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO      TO WS-FECHA-PROCESO
           MOVE FPR0-FECHA-PROCESO(1:7) TO WS-PERIODO TIT-PERIODO

           PERFORM 011-VALIDAR-PERIODO
           PERFORM 012-CALCULAR-FECHA-TASA
           MOVE WS-FECHA-TASA TO TIT-FECHA-TASA

           INITIALIZE WS-TOTALES-GENERALES

           OPEN OUTPUT CONTABLE
           IF WS-ESTADO-CON NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ARCHIVO CONTABLE ' WS-ESTADO-CON
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT SALIDA
           IF WS-ESTADO NOT = '00' AND NOT = '97'
              CLOSE CONTABLE
              DISPLAY 'ERROR ABRIENDO ARCHIVO SALIDA   ' WS-ESTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-TITULO1 TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO2 TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           INITIALIZE REG-CONTABLE
           SET CNT-REG-CABECERA  TO TRUE
           MOVE WS-FECHA-PROCESO TO CNT-CAB-FECHA-PROCESO
           PERFORM 98-ESCRIBIR-CONTABLE

           EXEC SQL
               DELETE FROM PRDTWREV
               WHERE  REV_PERIODO = :WS-PERIODO
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS AND NOT EQUAL +100
              DISPLAY 'ERROR DELETE PRDTWREV SQLCODE ' SQLCODE
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

      ******************************************************************
      *                011-VALIDAR-PERIODO                             *
      *   LA DIFERENCIA EN CAMBIO ES UN ASIENTO DEL MES QUE SE CIERRA: *
      *   SI EL MAYOR YA LO CERRO (PRDTWPER 'C') NO SE PUEDE ASENTAR   *
      ******************************************************************
       011-VALIDAR-PERIODO.
           MOVE WS-PERIODO TO PER-MES

           EXEC SQL
               SELECT PER_ESTADO
               INTO  :PER-ESTADO
               FROM  PRDTWPER
               WHERE PER_MES = :PER-MES
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = +100
                   CONTINUE
              WHEN SQLCODE NOT = ZEROS
                   DISPLAY 'ERROR SELECT PRDTWPER SQLCODE ' SQLCODE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
              WHEN PER-CERRADO
                   DISPLAY 'PERIODO ' PER-MES ' CERRADO POR PE3C0070,'
                           ' REVALUACION NO PERMITIDA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      ******************************************************************
      *                012-CALCULAR-FECHA-TASA                         *
      *   ULTIMO DIA CALENDARIO DEL MES, CORRIDO AL DIA HABIL ANTERIOR *
      *   POR PE3C0035 (REGLA 'A'): ES LA FECHA DE LA TASA DE CIERRE   *
      ******************************************************************
       012-CALCULAR-FECHA-TASA.
           MOVE WS-FECHA-PROCESO(1:4) TO FIN-ANO
           MOVE WS-FECHA-PROCESO(6:2) TO FIN-MES

           EVALUATE FIN-MES
              WHEN 01 WHEN 03 WHEN 05 WHEN 07
              WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO FIN-DIA
              WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO FIN-DIA
              WHEN 02
                   DIVIDE FIN-ANO BY 4 GIVING CAL-COCIENTE
                          REMAINDER CAL-RESTO
                   IF CAL-RESTO = ZEROS
                      MOVE 29 TO FIN-DIA
                      DIVIDE FIN-ANO BY 100 GIVING CAL-COCIENTE
                             REMAINDER CAL-RESTO
                      IF CAL-RESTO = ZEROS
                         DIVIDE FIN-ANO BY 400 GIVING CAL-COCIENTE
                                REMAINDER CAL-RESTO
                         IF CAL-RESTO NOT = ZEROS
                            MOVE 28 TO FIN-DIA
                         END-IF
                      END-IF
                   ELSE
                      MOVE 28 TO FIN-DIA
                   END-IF
           END-EVALUATE

           INITIALIZE CAI-PE9CCAL0
           MOVE WS-FECHA-FIN-MES TO CAL0-FECHA
           SET CAL0-REGLA-ANTERIOR TO TRUE
           CALL 'PE3C0035' USING CAI-PE9CCAL0

           IF CAL0-COD-RET NOT = '00'
              DISPLAY 'ERROR PE3C0035 ' CAL0-COD-RET ' ' CAL0-ERROR1
                      ' FECHA ' WS-FECHA-FIN-MES
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE CAL0-FECHA-HABIL TO WS-FECHA-TASA.

       021-FETCH-CURSOR-1.
           EXEC SQL
               FETCH CURSOR_1
               INTO :POS-CONTRATO, :POS-MONEDA, :POS-VALOR
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   ADD 1 TO WS-POSICIONES-LEIDAS
              WHEN +100
                   SET SI-FIN-CURSOR-1 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_1 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR-1 TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

      ******************************************************************
      *                        02-PROCESO                              *
      *   VALOR EN LIBROS, VALOR REVALUADO Y DIFERENCIA DE LA POSICION;*
      *   UNA MONEDA SIN TASA DEJA LA POSICION SIN REVALUAR Y RETIENE  *
      *   EL COMPROBANTE                                               *
      ******************************************************************
       02-PROCESO.
           SET SI-TASA-COMPLETA TO TRUE
           MOVE POS-CONTRATO(9:2) TO REV-PRODUCTO
           MOVE POS-CONTRATO(5:4) TO REV-OFICINA

           PERFORM 022-BUSCAR-REVALUACION-ANT
           PERFORM 023-SUMAR-MOVIMIENTOS

           IF SI-TASA-COMPLETA
              PERFORM 024-REVALUAR
           END-IF

           IF SI-TASA-COMPLETA
              PERFORM 025-GRABAR-HISTORIA
              IF REV-DIFERENCIA NOT = ZEROS
                 PERFORM 026-GENERAR-ASIENTO
              END-IF
              PERFORM 027-ESCRIBIR-DETALLE
           ELSE
              ADD 1 TO WS-SIN-TASA
              MOVE POS-CONTRATO    TO DST-CONTRATO
              MOVE POS-MONEDA      TO DST-MONEDA
              MOVE WS-SIN-TASA-DET TO REG-SALIDA
              PERFORM 99-ESCRIBIR
           END-IF

           PERFORM 021-FETCH-CURSOR-1.

      *    EL PUNTO DE PARTIDA ES LA ULTIMA REVALUACION ANTERIOR AL
      *    PERIODO (UN MES SIN CORRIDA NO PIERDE LO YA ASENTADO); SIN
      *    HISTORIA EL VALOR EN LIBROS ARRANCA EN CERO Y SE CONSTRUYE
      *    CON TODOS LOS MOVIMIENTOS
       022-BUSCAR-REVALUACION-ANT.
           EXEC SQL
               SELECT REV_VALOR_REVALUADO, REV_FECHA_TASA
               INTO  :REV-VALOR-LIBROS, :WS-FECHA-DESDE
               FROM  PRDTWREV
               WHERE REV_CONTRATO = :POS-CONTRATO
               AND   REV_MONEDA   = :POS-MONEDA
               AND   REV_PERIODO  =
                     (SELECT MAX(REV_PERIODO)
                      FROM   PRDTWREV
                      WHERE  REV_CONTRATO = :POS-CONTRATO
                      AND    REV_MONEDA   = :POS-MONEDA
                      AND    REV_PERIODO  < :WS-PERIODO)
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   MOVE ZEROS  TO REV-VALOR-LIBROS
                   MOVE SPACES TO WS-FECHA-DESDE
              WHEN OTHER
                   DISPLAY 'ERROR SELECT PRDTWREV SQLCODE ' SQLCODE
                           ' CONTRATO ' POS-CONTRATO
                   MOVE ZEROS  TO REV-VALOR-LIBROS
                   MOVE SPACES TO WS-FECHA-DESDE
                   SET NO-TASA-COMPLETA TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

      ******************************************************************
      *                023-SUMAR-MOVIMIENTOS                           *
      *   CADA MOVIMIENTO POSTERIOR ENTRA AL VALOR EN LIBROS A LA TASA *
      *   DE SU PROPIA FECHA, COMO LO CONVIERTE PE3C0037 EN EL RESTO   *
      *   DEL SISTEMA                                                  *
      ******************************************************************
       023-SUMAR-MOVIMIENTOS.
           IF SI-TASA-COMPLETA
              SET NO-FIN-CURSOR-2 TO TRUE
              EXEC SQL
                  OPEN CURSOR_2
              END-EXEC
              IF SQLCODE NOT EQUAL ZEROS
                 DISPLAY 'ERROR ABRIENDO CURSOR_2 SQLCODE ' SQLCODE
                 SET SI-ERROR-PROCESO TO TRUE
                 SET NO-TASA-COMPLETA TO TRUE
                 SET SI-FIN-CURSOR-2  TO TRUE
              ELSE
                 PERFORM 0231-FETCH-CURSOR-2
              END-IF

              PERFORM 0232-CONVERTIR-MOVIMIENTO UNTIL SI-FIN-CURSOR-2

              EXEC SQL
                  CLOSE CURSOR_2
              END-EXEC
           END-IF.

       0231-FETCH-CURSOR-2.
           EXEC SQL
               FETCH CURSOR_2
               INTO :W02-FECHA-MOV, :W02-VALOR-NUM
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   ADD 1 TO WS-MOVIMIENTOS-MES
              WHEN +100
                   SET SI-FIN-CURSOR-2 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_2 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR-2 TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
                   SET NO-TASA-COMPLETA TO TRUE
           END-EVALUATE.

       0232-CONVERTIR-MOVIMIENTO.
           MOVE W02-FECHA-MOV TO WS-FECHA-VALOR
           PERFORM 028-BUSCAR-TASA
           IF MON0-COD-RET = '00'
              COMPUTE WS-VALOR-LOCAL ROUNDED =
                      W02-VALOR-NUM * MON0-TASA
              ADD WS-VALOR-LOCAL TO REV-VALOR-LIBROS
           ELSE
              SET NO-TASA-COMPLETA TO TRUE
           END-IF

           PERFORM 0231-FETCH-CURSOR-2.

      ******************************************************************
      *                024-REVALUAR                                    *
      *   POSICION A LA TASA DE CIERRE; GANANCIA SI EL REVALUADO       *
      *   SUPERA EL VALOR EN LIBROS, PERDIDA SI QUEDA POR DEBAJO       *
      ******************************************************************
       024-REVALUAR.
           MOVE WS-FECHA-TASA TO WS-FECHA-VALOR
           PERFORM 028-BUSCAR-TASA
           IF MON0-COD-RET = '00'
              MOVE WS-FECHA-TASA TO REV-FECHA-TASA
              MOVE MON0-TASA     TO REV-TASA
              COMPUTE REV-VALOR-REVALUADO ROUNDED =
                      POS-VALOR * MON0-TASA
              COMPUTE REV-DIFERENCIA =
                      REV-VALOR-REVALUADO - REV-VALOR-LIBROS
           ELSE
              SET NO-TASA-COMPLETA TO TRUE
           END-IF.

      *    UNA FILA POR CONTRATO, MONEDA Y PERIODO; LA QUE NO TUVO
      *    DIFERENCIA TAMBIEN SE GRABA: ES LA BASE DEL MES SIGUIENTE
       025-GRABAR-HISTORIA.
           EXEC SQL
               INSERT INTO PRDTWREV
                   (REV_PERIODO, REV_CONTRATO, REV_MONEDA,
                    REV_PRODUCTO, REV_OFICINA, REV_FECHA_TASA,
                    REV_POSICION, REV_TASA, REV_VALOR_LIBROS,
                    REV_VALOR_REVALUADO, REV_DIFERENCIA,
                    REV_FECHA_CALCULO)
               VALUES
                   (:WS-PERIODO, :POS-CONTRATO, :POS-MONEDA,
                    :REV-PRODUCTO, :REV-OFICINA, :REV-FECHA-TASA,
                    :POS-VALOR, :REV-TASA, :REV-VALOR-LIBROS,
                    :REV-VALOR-REVALUADO, :REV-DIFERENCIA,
                    :WS-FECHA-PROCESO)
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR INSERT PRDTWREV SQLCODE ' SQLCODE
                      ' CONTRATO ' POS-CONTRATO
              SET SI-ERROR-PROCESO TO TRUE
           ELSE
              ADD 1 TO WS-POSICIONES-REVALUADAS
              ADD REV-VALOR-LIBROS    TO TGE-LIBROS
              ADD REV-VALOR-REVALUADO TO TGE-REVALUADO
              IF REV-DIFERENCIA > ZEROS
                 ADD REV-DIFERENCIA TO TGE-GANANCIA
              ELSE
                 SUBTRACT REV-DIFERENCIA FROM TGE-PERDIDA
              END-IF
           END-IF.

      ******************************************************************
      *                  026-GENERAR-ASIENTO                           *
      *   LA GANANCIA VA DEBITO/CREDITO COMO ESTA EN EL MAPA; LA       *
      *   PERDIDA A LAS MISMAS CUENTAS INVERTIDAS, COMO EL REVERSO EN  *
      *   PE3C0069. SIN CUENTA EL COMPROBANTE QUEDA RETENIDO           *
      ******************************************************************
       026-GENERAR-ASIENTO.
           MOVE REV-PRODUCTO        TO CTA-PRODUCTO
           MOVE REV-OFICINA         TO CTA-OFICINA
           MOVE CTE-TIPO-MOV-CAMBIO TO CTA-TIPO-MOV

           EXEC SQL
               SELECT CTA_CUENTA_DEBITO, CTA_CUENTA_CREDITO
               INTO  :CTA-CUENTA-DEBITO, :CTA-CUENTA-CREDITO
               FROM  PRDTWCTA
               WHERE CTA_PRODUCTO = :CTA-PRODUCTO
               AND   CTA_TIPO_MOV = :CTA-TIPO-MOV
               AND   CTA_OFICINA_DESDE <= :CTA-OFICINA
               AND   CTA_OFICINA_HASTA >= :CTA-OFICINA
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                   PERFORM 0261-ESCRIBIR-ASIENTO
              WHEN +100
                   ADD 1 TO WS-SIN-CUENTA
                   MOVE REV-PRODUCTO      TO DSC-PRODUCTO
                   MOVE REV-OFICINA       TO DSC-OFICINA
                   MOVE WS-SIN-CUENTA-DET TO REG-SALIDA
                   PERFORM 99-ESCRIBIR
              WHEN OTHER
                   DISPLAY 'ERROR SELECT PRDTWCTA SQLCODE ' SQLCODE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

       0261-ESCRIBIR-ASIENTO.
           IF REV-DIFERENCIA > ZEROS
              MOVE REV-DIFERENCIA     TO WS-VALOR-ASIENTO
              MOVE CTA-CUENTA-DEBITO  TO CNT-CUENTA
              PERFORM 0262-ESCRIBIR-DEBITO
              MOVE CTA-CUENTA-CREDITO TO CNT-CUENTA
              PERFORM 0263-ESCRIBIR-CREDITO
           ELSE
              COMPUTE WS-VALOR-ASIENTO = ZEROS - REV-DIFERENCIA
              MOVE CTA-CUENTA-CREDITO TO CNT-CUENTA
              PERFORM 0262-ESCRIBIR-DEBITO
              MOVE CTA-CUENTA-DEBITO  TO CNT-CUENTA
              PERFORM 0263-ESCRIBIR-CREDITO
           END-IF.

       0262-ESCRIBIR-DEBITO.
           SET CNT-REG-DETALLE TO TRUE
           SET CNT-DEBITO      TO TRUE
           PERFORM 0264-COMPLETAR-Y-GRABAR
           ADD WS-VALOR-ASIENTO TO WS-TOTAL-DEBITO.

       0263-ESCRIBIR-CREDITO.
           SET CNT-REG-DETALLE TO TRUE
           SET CNT-CREDITO     TO TRUE
           PERFORM 0264-COMPLETAR-Y-GRABAR
           ADD WS-VALOR-ASIENTO TO WS-TOTAL-CREDITO.

       0264-COMPLETAR-Y-GRABAR.
           MOVE WS-VALOR-ASIENTO    TO CNT-VALOR
           MOVE WS-FECHA-TASA       TO CNT-FECHA
           MOVE REV-PRODUCTO        TO CNT-PRODUCTO
           MOVE REV-OFICINA         TO CNT-OFICINA
           MOVE CTE-TIPO-MOV-CAMBIO TO CNT-TIPO-MOV
           MOVE ZEROS               TO CNT-ID-MOV
           PERFORM 98-ESCRIBIR-CONTABLE
           ADD 1 TO WS-ASIENTOS.

       027-ESCRIBIR-DETALLE.
           MOVE POS-CONTRATO        TO DET-CONTRATO
           MOVE POS-MONEDA          TO DET-MONEDA
           MOVE POS-VALOR           TO DET-POSICION
           MOVE REV-TASA            TO DET-TASA
           MOVE REV-VALOR-REVALUADO TO DET-REVALUADO
           MOVE REV-DIFERENCIA      TO DET-DIFERENCIA
           MOVE WS-DETALLE          TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

      *    TASA EN FIRME DE LA MONEDA DE LA POSICION A LA MONEDA LOCAL
      *    PARA WS-FECHA-VALOR
       028-BUSCAR-TASA.
           INITIALIZE CAI-PE9CMON0
           MOVE POS-MONEDA          TO MON0-MONEDA-ORIGEN
           MOVE CTE-MONEDA-LOCAL    TO MON0-MONEDA-DESTINO
           MOVE ZEROS               TO MON0-VALOR
           MOVE WS-FECHA-VALOR      TO MON0-FECHA-VALOR

           CALL 'PE3C0037' USING CAI-PE9CMON0

           IF MON0-COD-RET NOT = '00'
              DISPLAY 'SIN TASA ' POS-MONEDA ' AL ' MON0-FECHA-VALOR
                      ' COD-RET ' MON0-COD-RET ' ' MON0-ERROR1
              IF MON0-COD-RET NOT = '35'
                 SET SI-ERROR-PROCESO TO TRUE
              END-IF
           END-IF.

       98-ESCRIBIR-CONTABLE.
           WRITE REG-CONTABLE
           IF WS-ESTADO-CON NOT = '00'
              DISPLAY 'ERROR WRITE ARCHIVO CONTABLE ' WS-ESTADO-CON
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           INITIALIZE REG-CONTABLE.

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
      *   EL REGISTRO DE CONTROL PRUEBA EL CUADRE; UN ERROR, UNA       *
      *   POSICION SIN TASA O UNA COMBINACION SIN CUENTA RETIENEN EL   *
      *   COMPROBANTE (RC 8)                                           *
      ******************************************************************
       03-FINAL.
           EXEC SQL
               CLOSE CURSOR_1
           END-EXEC

           MOVE TGE-GANANCIA   TO TOT-GANANCIA
           MOVE TGE-PERDIDA    TO TOT-PERDIDA
           MOVE WS-TOTAL-LINEA TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           INITIALIZE REG-CONTABLE
           SET CNT-REG-CONTROL   TO TRUE
           MOVE WS-ASIENTOS      TO CNT-CTL-CANT-ASIENTOS
           MOVE WS-TOTAL-DEBITO  TO CNT-CTL-TOTAL-DEBITO
           MOVE WS-TOTAL-CREDITO TO CNT-CTL-TOTAL-CREDITO
           PERFORM 98-ESCRIBIR-CONTABLE

           MOVE WS-POSICIONES-LEIDAS     TO RES-LEIDAS
           MOVE WS-POSICIONES-REVALUADAS TO RES-REVALUADAS
           MOVE WS-SIN-TASA              TO RES-SIN-TASA
           MOVE WS-ASIENTOS              TO RES-ASIENTOS
           MOVE WS-RESUMEN               TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           DISPLAY 'FECHA DE LA TASA       : ' WS-FECHA-TASA
           DISPLAY 'POSICIONES LEIDAS      : ' WS-POSICIONES-LEIDAS
           DISPLAY 'POSICIONES REVALUADAS  : '
                   WS-POSICIONES-REVALUADAS
           DISPLAY 'MOVIMIENTOS CONVERTIDOS: ' WS-MOVIMIENTOS-MES
           DISPLAY 'POSICIONES SIN TASA    : ' WS-SIN-TASA
           DISPLAY 'ASIENTOS GENERADOS     : ' WS-ASIENTOS
           DISPLAY 'SIN CUENTA EN MAPA     : ' WS-SIN-CUENTA
           DISPLAY 'VALOR EN LIBROS        : ' TGE-LIBROS
           DISPLAY 'VALOR REVALUADO        : ' TGE-REVALUADO

           CLOSE CONTABLE SALIDA

           EVALUATE TRUE
              WHEN SI-ERROR-PROCESO
                   MOVE 8 TO RETURN-CODE
              WHEN WS-TOTAL-DEBITO NOT = WS-TOTAL-CREDITO
                   DISPLAY 'COMPROBANTE DESCUADRADO, NO TRANSMITIR'
                   MOVE 8 TO RETURN-CODE
              WHEN WS-SIN-CUENTA > ZEROS
                   DISPLAY 'REVALUACION SIN CUENTA, NO TRANSMITIR'
                   MOVE 8 TO RETURN-CODE
              WHEN WS-SIN-TASA > ZEROS
                   DISPLAY 'POSICIONES SIN TASA, NO TRANSMITIR'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.
