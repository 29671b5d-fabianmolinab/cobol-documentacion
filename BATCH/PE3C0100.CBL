       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0100.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           ENVEJECIMIENTO DIARIO DE LA CUENTA DE SUSPENSO DE
      *           RECAUDO PRDTWSUS: TOMA LOS ITEMS QUE SIGUEN SIN
      *           APLICAR (PENDIENTES 'P' Y MARCADOS PARA DEVOLUCION
      *           'D' QUE EL BANCO AUN NO HA RECOGIDO), CALCULA SU
      *           EDAD EN DIAS DESDE LA FECHA DE RECIBIDO CONTRA LA
      *           FECHA DE NEGOCIO (PE3C0060), LISTA CADA ITEM CON MAS
      *           DE 5 DIAS Y TOTALIZA CANTIDAD Y VALOR EN LOS TRAMOS
      *           HASTA 5, 6-15, 16-30 Y MAS DE 30 DIAS. RC 4 SI HAY
      *           ITEMS CON MAS DE 30 DIAS
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
       01 REG-SALIDA             PIC X(100).
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
           05 SW-ERROR-PROCESO       PIC X       VALUE 'N'.
             88 SI-ERROR-PROCESO                 VALUE 'S'.
             88 NO-ERROR-PROCESO                 VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-ITEMS-LEIDOS             PIC 9(09) VALUE ZEROS.
          05 WS-CANT-TRAMO-5             PIC 9(09) VALUE ZEROS.
          05 WS-CANT-TRAMO-15            PIC 9(09) VALUE ZEROS.
          05 WS-CANT-TRAMO-30            PIC 9(09) VALUE ZEROS.
          05 WS-CANT-TRAMO-MAS           PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                          ACUMULADORES                          *
      ******************************************************************
       01 ACUMULADORES.
          05 WS-VALOR-TRAMO-5            PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
          05 WS-VALOR-TRAMO-15           PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
          05 WS-VALOR-TRAMO-30           PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
          05 WS-VALOR-TRAMO-MAS          PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 PRDTW-SUS.
           05 SUS-BANCO                  PIC X(4).
           05 SUS-REFERENCIA             PIC X(16).
           05 SUS-CLIENTE                PIC X(8).
           05 SUS-CONTRATO               PIC X(18).
           05 SUS-VALOR                  PIC S9(9)V99 COMP-3.
           05 SUS-FECHA-RECIBIDO         PIC X(10).
           05 SUS-MOTIVO                 PIC X(2).
           05 SUS-ESTADO                 PIC X(1).

      ******************************************************************
      *   CONVERSION DE FECHA A NUMERO DE DIA JULIANO PARA CALCULAR    *
      *   LA EDAD EN DIAS DE CADA ITEM EN SUSPENSO                     *
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
           05 WS-EDAD-DIAS               PIC S9(8) VALUE ZEROS.

      ******************************************************************
       01 WS-TITULO1.
          05 FILLER             PIC X(15) VALUE 'ENVEJECIMIENTO '.
          05 FILLER             PIC X(26) VALUE
                                 'CUENTA DE SUSPENSO RECAUDO'.
          05 FILLER             PIC X(8)  VALUE ' FECHA: '.
          05 TIT-FECHA          PIC X(10).
       01 WS-TITULO2.
          05 FILLER             PIC X(5)  VALUE 'BCO  '.
          05 FILLER             PIC X(17) VALUE 'REFERENCIA       '.
          05 FILLER             PIC X(9)  VALUE 'CLIENTE  '.
          05 FILLER             PIC X(19) VALUE 'CONTRATO           '.
          05 FILLER             PIC X(15) VALUE '          VALOR'.
          05 FILLER             PIC X(11) VALUE ' RECIBIDO  '.
          05 FILLER             PIC X(4)  VALUE 'MOT '.
          05 FILLER             PIC X(3)  VALUE 'E  '.
          05 FILLER             PIC X(5)  VALUE ' DIAS'.
          05 FILLER             PIC X(7)  VALUE ' TRAMO '.

       01 WS-DETALLE.
          05 DET-BANCO                 PIC X(4).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-REFERENCIA            PIC X(16).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-CLIENTE               PIC X(8).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-CONTRATO              PIC X(18).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-VALOR                 PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-FECHA-RECIBIDO        PIC X(10).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-MOTIVO                PIC X(2).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DET-ESTADO                PIC X(1).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-EDAD                  PIC ZZZZ9.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-TRAMO                 PIC X(6).

       01 WS-LINEA-TRAMO.
          05 FILLER                    PIC X(7) VALUE 'TRAMO  '.
          05 LIN-TRAMO                 PIC X(12).
          05 FILLER                    PIC X(9) VALUE ' ITEMS = '.
          05 LIN-CANTIDAD              PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(9) VALUE ' VALOR = '.
          05 LIN-VALOR                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-RESUMEN.
          05 CTE-RESUMEN              PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(18) VALUE
                                                'ITEMS SIN APLICAR='.
          05 RES-LEIDOS                PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(15) VALUE ' MAS DE 30 D. ='.
          05 RES-MAS-30                PIC ZZZZZZZZ9.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE FECHA DE PROCESO PE3C0060 (FECHA    *
      *   DE NEGOCIO CONTRA LA QUE SE ENVEJECE)                        *
      ******************************************************************
       COPY PE3CFPRO.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOSUS
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: ITEMS DE SUSPENSO AUN NO APLICADOS, MAS      **
      ******   VIEJO PRIMERO                                          **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT SUS_BANCO, SUS_REFERENCIA, SUS_CLIENTE,
                      SUS_CONTRATO, SUS_VALOR, SUS_FECHA_RECIBIDO,
                      SUS_MOTIVO, SUS_ESTADO
               FROM PRDTWSUS
               WHERE SUS_ESTADO IN ('P', 'D')
               ORDER BY SUS_FECHA_RECIBIDO, SUS_BANCO, SUS_REFERENCIA
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
      *                          01-INICIO                              *
      ******************************************************************
       01-INICIO.
           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO TO WS-FECHA-PARTES TIT-FECHA
           PERFORM 014-CALCULAR-DIA-JULIANO
           MOVE JUL-RESULTADO TO WS-DIA-PROCESO

           OPEN OUTPUT SALIDA
           IF WS-ESTADO NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ARCHIVO SALIDA ' WS-ESTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-TITULO1 TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO2 TO REG-SALIDA
           PERFORM 99-ESCRIBIR

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
               INTO :SUS-BANCO, :SUS-REFERENCIA, :SUS-CLIENTE,
                    :SUS-CONTRATO, :SUS-VALOR, :SUS-FECHA-RECIBIDO,
                    :SUS-MOTIVO, :SUS-ESTADO
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   ADD 1 TO WS-ITEMS-LEIDOS
              WHEN +100
                   SET SI-FIN-CURSOR-1 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_1 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR-1 TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

      ******************************************************************
      *                        02-PROCESO                              *
      *   CALCULA LA EDAD DEL ITEM, LO ACUMULA EN SU TRAMO Y LO LISTA  *
      *   SI YA PASO LOS PRIMEROS 5 DIAS                               *
      ******************************************************************
       02-PROCESO.
           MOVE SUS-FECHA-RECIBIDO TO WS-FECHA-PARTES
           IF FEC-ANO IS NOT NUMERIC OR FEC-MES IS NOT NUMERIC
              OR FEC-DIA IS NOT NUMERIC
              OR FEC-MES = ZEROS OR FEC-MES > 12
      *       UNA FECHA ILEGIBLE NO SE PUEDE ENVEJECER; SE ACUMULA EN
      *       EL TRAMO MAS VIEJO PARA QUE NO PASE DESAPERCIBIDA
              MOVE 999 TO WS-EDAD-DIAS
           ELSE
              PERFORM 014-CALCULAR-DIA-JULIANO
              MOVE JUL-RESULTADO TO WS-DIA-FECHA
              COMPUTE WS-EDAD-DIAS = WS-DIA-PROCESO - WS-DIA-FECHA
           END-IF

           INITIALIZE WS-DETALLE
           EVALUATE TRUE
              WHEN WS-EDAD-DIAS NOT > 5
                   ADD 1         TO WS-CANT-TRAMO-5
                   ADD SUS-VALOR TO WS-VALOR-TRAMO-5
              WHEN WS-EDAD-DIAS NOT > 15
                   ADD 1         TO WS-CANT-TRAMO-15
                   ADD SUS-VALOR TO WS-VALOR-TRAMO-15
                   MOVE '6-15'   TO DET-TRAMO
              WHEN WS-EDAD-DIAS NOT > 30
                   ADD 1         TO WS-CANT-TRAMO-30
                   ADD SUS-VALOR TO WS-VALOR-TRAMO-30
                   MOVE '16-30'  TO DET-TRAMO
              WHEN OTHER
                   ADD 1         TO WS-CANT-TRAMO-MAS
                   ADD SUS-VALOR TO WS-VALOR-TRAMO-MAS
                   MOVE '+30'    TO DET-TRAMO
           END-EVALUATE

           IF WS-EDAD-DIAS > 5
              PERFORM 022-ESCRIBIR-DETALLE
           END-IF

           PERFORM 021-FETCH-CURSOR-1.

       022-ESCRIBIR-DETALLE.
           MOVE SUS-BANCO          TO DET-BANCO
           MOVE SUS-REFERENCIA     TO DET-REFERENCIA
           MOVE SUS-CLIENTE        TO DET-CLIENTE
           MOVE SUS-CONTRATO       TO DET-CONTRATO
           MOVE SUS-VALOR          TO DET-VALOR
           MOVE SUS-FECHA-RECIBIDO TO DET-FECHA-RECIBIDO
           MOVE SUS-MOTIVO         TO DET-MOTIVO
           MOVE SUS-ESTADO         TO DET-ESTADO
           MOVE WS-EDAD-DIAS       TO DET-EDAD
           MOVE WS-DETALLE         TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

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
      *   IMPRIME LOS TOTALES POR TRAMO Y EL RESUMEN                   *
      ******************************************************************
       03-FINAL.
           EXEC SQL
               CLOSE CURSOR_1
           END-EXEC

           MOVE 'HASTA 5 D.'       TO LIN-TRAMO
           MOVE WS-CANT-TRAMO-5    TO LIN-CANTIDAD
           MOVE WS-VALOR-TRAMO-5   TO LIN-VALOR
           PERFORM 031-ESCRIBIR-TRAMO

           MOVE '6 A 15 D.'        TO LIN-TRAMO
           MOVE WS-CANT-TRAMO-15   TO LIN-CANTIDAD
           MOVE WS-VALOR-TRAMO-15  TO LIN-VALOR
           PERFORM 031-ESCRIBIR-TRAMO

           MOVE '16 A 30 D.'       TO LIN-TRAMO
           MOVE WS-CANT-TRAMO-30   TO LIN-CANTIDAD
           MOVE WS-VALOR-TRAMO-30  TO LIN-VALOR
           PERFORM 031-ESCRIBIR-TRAMO

           MOVE 'MAS DE 30 D.'     TO LIN-TRAMO
           MOVE WS-CANT-TRAMO-MAS  TO LIN-CANTIDAD
           MOVE WS-VALOR-TRAMO-MAS TO LIN-VALOR
           PERFORM 031-ESCRIBIR-TRAMO

           MOVE WS-ITEMS-LEIDOS    TO RES-LEIDOS
           MOVE WS-CANT-TRAMO-MAS  TO RES-MAS-30
           MOVE WS-RESUMEN         TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           DISPLAY 'ITEMS EN SUSPENSO SIN APLICAR : ' WS-ITEMS-LEIDOS
           DISPLAY 'ITEMS CON MAS DE 30 DIAS      : ' WS-CANT-TRAMO-MAS

           CLOSE SALIDA

           EVALUATE TRUE
              WHEN SI-ERROR-PROCESO
                   MOVE 8 TO RETURN-CODE
              WHEN WS-CANT-TRAMO-MAS > ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       031-ESCRIBIR-TRAMO.
           MOVE WS-LINEA-TRAMO TO REG-SALIDA
           PERFORM 99-ESCRIBIR.
