       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0127.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           CONCILIACION MENSUAL AUXILIAR CONTRA MAYOR: LEE EL
      *           BALANCE DE PRUEBA QUE ENVIA CONTABILIDAD (ARCHIVO
      *           MAYOR: CABECERA 'H' CON LA FECHA DE CORTE, DETALLES
      *           'D' CON CUENTA Y SALDO EN LA NATURALEZA DE LA CUENTA
      *           ORDENADOS POR CUENTA, CIERRE 'T' CON LA CANTIDAD) Y
      *           LO CRUZA POR CUENTA CONTRA EL AUXILIAR: PARA CADA
      *           CUENTA CREDITO DEL MAPA PRDTWCTA DE LOS MOVIMIENTOS
      *           'N' SUMA PRDTWSAL DE LOS CONTRATOS DE LOS MISMOS
      *           PRODUCTOS Y RANGOS DE OFICINAS. CUANDO HAY
      *           DIFERENCIA LA EXPLICA CON LOS MOVIMIENTOS DE PRDTW02
      *           POSTERIORES AL CORTE (YA EN EL AUXILIAR, AUN NO EN
      *           EL MAYOR) Y CON LAS LINEAS DE COMPROBANTES HASTA EL
      *           CORTE QUE EL MAYOR RECHAZO O NO HA RESPONDIDO
      *           (PRDTWCPL). LO QUE QUEDA SIN EXPLICAR VA AL ARCHIVO
      *           DE EXCEPCIONES (PE3COEXC) Y TERMINA CON ALERTA Y RC 4
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
      *****BALANCE DE PRUEBA DEL MAYOR AL CORTE*************************
           SELECT MAYOR     ASSIGN TO MAYOR
                            FILE STATUS IS WS-ESTADO-MAY.
      *****************ARCHIVO DE SALIDA********************************
           SELECT SALIDA    ASSIGN TO SALIDA
                            FILE STATUS IS WS-ESTADO.
      *****************ARCHIVO DE EXCEPCIONES (LAYOUT PE3COEXC)*********
           SELECT EXCEPCION ASSIGN TO EXCEPCION
                            FILE STATUS IS WS-ESTADO-EXC.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  MAYOR
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-MAYOR.
           05 MAY-TIPO-REG                      PIC X(1).
             88 MAY-REG-CABECERA                    VALUE 'H'.
             88 MAY-REG-DETALLE                     VALUE 'D'.
             88 MAY-REG-CONTROL                     VALUE 'T'.
           05 MAY-RESTO                         PIC X(79).
           05 MAY-CABECERA REDEFINES MAY-RESTO.
      *       FECHA DE CORTE DEL BALANCE, YYYY-MM-DD
              10 MAY-CAB-FECHA-CORTE            PIC X(10).
              10 FILLER                         PIC X(69).
           05 MAY-DETALLE REDEFINES MAY-RESTO.
              10 MAY-CUENTA                     PIC X(10).
              10 FILLER                         PIC X(1).
              10 MAY-SALDO                      PIC S9(13)V99
                                                SIGN LEADING SEPARATE.
              10 FILLER                         PIC X(52).
           05 MAY-CONTROL REDEFINES MAY-RESTO.
              10 MAY-CTL-CANT-CUENTAS           PIC 9(9).
              10 FILLER                         PIC X(70).

       FD  SALIDA
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-SALIDA             PIC X(100).

       FD  EXCEPCION
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
           COPY PE3COEXC.
      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                VARIABLES DE CODIGOS DE RETORNO                 *
      ******************************************************************
       01 WS-ESTADO                      PIC XX    VALUE '00'.
       01 WS-ESTADO-MAY                  PIC XX    VALUE '00'.
       01 WS-ESTADO-EXC                  PIC XX    VALUE '00'.

      ******************************************************************
      *      INTERFAZ DE LA RUTINA CENTRAL DE ALERTAS PE3C0048         *
      ******************************************************************
       COPY PE3COALR.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE FECHA DE PROCESO PE3C0060 (FECHA    *
      *   DE NEGOCIO DE LAS EXCEPCIONES)                               *
      ******************************************************************
       COPY PE3CFPRO.
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
           05 SW-FIN-MAYOR           PIC X       VALUE 'N'.
             88 SI-FIN-MAYOR                     VALUE 'S'.
             88 NO-FIN-MAYOR                     VALUE 'N'.
           05 SW-TRAILER-VISTO       PIC X       VALUE 'N'.
             88 SI-TRAILER-VISTO                 VALUE 'S'.
             88 NO-TRAILER-VISTO                 VALUE 'N'.
           05 SW-ERROR-PROCESO       PIC X       VALUE 'N'.
             88 SI-ERROR-PROCESO                 VALUE 'S'.
             88 NO-ERROR-PROCESO                 VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-LEIDOS-MAYOR             PIC 9(09) VALUE ZEROS.
          05 WS-CUENTAS-MAYOR            PIC 9(09) VALUE ZEROS.
          05 WS-CUENTAS                  PIC 9(09) VALUE ZEROS.
          05 WS-CUADRADAS                PIC 9(09) VALUE ZEROS.
          05 WS-CON-DIFERENCIA           PIC 9(09) VALUE ZEROS.
          05 WS-SIN-SALDO-MAYOR          PIC 9(09) VALUE ZEROS.
          05 WS-MOV-POSTERIORES          PIC 9(09) VALUE ZEROS.
          05 WS-LINEAS-NO-ACEPTADAS      PIC 9(09) VALUE ZEROS.
          05 WS-QUIEBRES                 PIC 9(09) VALUE ZEROS.
          05 WS-ESCRITOS                 PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                          ACUMULADORES                          *
      ******************************************************************
       01 ACUMULADORES.
          05 WS-SALDO-AUXILIAR           PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
          05 WS-SALDO-MAYOR              PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
          05 WS-DIFERENCIA               PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
          05 WS-EXPLICADO                PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
          05 WS-NO-EXPLICADO             PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
          05 WS-VALOR-EXPLICA            PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
          05 WS-TOT-AUXILIAR             PIC S9(15)V99 COMP-3
                                                       VALUE ZEROS.
          05 WS-TOT-MAYOR                PIC S9(15)V99 COMP-3
                                                       VALUE ZEROS.
          05 WS-TOT-NO-EXPLICADO         PIC S9(15)V99 COMP-3
                                                       VALUE ZEROS.
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 WS-FECHA-CORTE                 PIC X(10) VALUE SPACES.
       01 WS-CUENTA-ANTERIOR             PIC X(10) VALUE LOW-VALUES.

       01 PRDTW-CTA.
           05 CTA-CUENTA-CREDITO         PIC X(10).

       01 WS-CONTRATOS-AUXILIAR          PIC S9(9) COMP VALUE ZEROS.

       01 PRDTW02.
           05 W02-FECHA-MOV                     PIC X(10).
           05 W02-CONTRATO                      PIC X(18).
           05 W02-VALOR-NUM                     PIC S9(9)V99 COMP-3.
           05 W02-TIPO-MOV                      PIC X(1).
           05 W02-ID-MOV                        PIC S9(13) COMP-3.

       01 PRDTW-CPL.
           05 CPL-FECHA                  PIC X(10).
           05 CPL-LINEA                  PIC S9(9) COMP.
           05 CPL-NATURALEZA             PIC X(1).
             88 CPL-DEBITO                         VALUE 'D'.
           05 CPL-VALOR                  PIC S9(11)V99 COMP-3.
           05 CPL-TIPO-MOV               PIC X(1).
           05 CPL-ID-MOV                 PIC S9(13) COMP-3.
           05 CPL-ESTADO                 PIC X(1).
             88 CPL-RECHAZADA                      VALUE 'R'.
           05 CPL-MOTIVO                 PIC X(4).

       01 WS-LINEA-EDITADA.
          05 FILLER                    PIC X(6)  VALUE 'LINEA '.
          05 LED-LINEA                 PIC 9(7).
          05 FILLER                    PIC X(5)  VALUE SPACES.

      ******************************************************************
       01 WS-TITULO1.
          05 FILLER             PIC X(38) VALUE
                                'CONCILIACION MENSUAL AUXILIAR - MAYOR'.
          05 FILLER             PIC X(15) VALUE ' FECHA CORTE: '.
          05 TIT-FECHA          PIC X(10).

       01 WS-LINEA-CUENTA.
          05 FILLER                    PIC X(7)  VALUE 'CUENTA '.
          05 LCU-CUENTA                PIC X(10).
          05 FILLER                    PIC X(10) VALUE ' AUXILIAR='.
          05 LCU-AUXILIAR              PIC -,---,---,---,--9.99.
          05 FILLER                    PIC X(7)  VALUE ' MAYOR='.
          05 LCU-MAYOR                 PIC -,---,---,---,--9.99.
          05 FILLER                    PIC X(5)  VALUE ' DIF='.
          05 LCU-DIFERENCIA            PIC -,---,---,---,--9.99.

       01 WS-LINEA-SIN-MAYOR.
          05 FILLER                    PIC X(7)  VALUE 'CUENTA '.
          05 LSM-CUENTA                PIC X(10).
          05 FILLER                    PIC X(35) VALUE
                                 ' SIN SALDO EN EL BALANCE DEL MAYOR'.

      *    MOVIMIENTO O LINEA QUE EXPLICA LA DIFERENCIA DE LA CUENTA
       01 WS-LINEA-EXPLICA.
          05 FILLER                    PIC X(3)  VALUE SPACES.
          05 LEX-CLASE                 PIC X(17).
          05 FILLER                    PIC X VALUE SPACES.
          05 LEX-FECHA                 PIC X(10).
          05 FILLER                    PIC X VALUE SPACES.
          05 LEX-REFERENCIA            PIC X(18).
          05 FILLER                    PIC X VALUE SPACES.
          05 LEX-TIPO                  PIC X(1).
          05 FILLER                    PIC X VALUE SPACES.
          05 LEX-ID-MOV                PIC 9(13).
          05 FILLER                    PIC X VALUE SPACES.
          05 LEX-VALOR                 PIC -,---,---,--9.99.
          05 FILLER                    PIC X VALUE SPACES.
          05 LEX-MOTIVO                PIC X(4).

       01 WS-LINEA-EXPLICADO.
          05 FILLER                    PIC X(3)  VALUE SPACES.
          05 FILLER                    PIC X(11) VALUE 'EXPLICADO ='.
          05 LXP-EXPLICADO             PIC -,---,---,---,--9.99.
          05 FILLER                    PIC X(16) VALUE
                                                 ' NO EXPLICADO ='.
          05 LXP-NO-EXPLICADO          PIC -,---,---,---,--9.99.

       01 WS-LINEA-TOTAL.
          05 FILLER                    PIC X(17) VALUE 'TOTAL'.
          05 FILLER                    PIC X(10) VALUE ' AUXILIAR='.
          05 LTO-AUXILIAR              PIC -,---,---,---,--9.99.
          05 FILLER                    PIC X(7)  VALUE ' MAYOR='.
          05 LTO-MAYOR                 PIC -,---,---,---,--9.99.
          05 FILLER                    PIC X(5)  VALUE ' DIF='.
          05 LTO-DIFERENCIA            PIC -,---,---,---,--9.99.

       01 WS-RESUMEN.
          05 CTE-RESUMEN              PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(9)  VALUE 'CUENTAS ='.
          05 RES-CUENTAS               PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(11) VALUE ' CUADRADAS='.
          05 RES-CUADRADAS             PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(11) VALUE ' CON DIF  ='.
          05 RES-CON-DIFERENCIA        PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(14) VALUE ' NO EXPLICADAS'.
          05 FILLER                   PIC X(1)  VALUE '='.
          05 RES-QUIEBRES              PIC ZZZZZZZZ9.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCTA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOSAL
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOW02
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCPL
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: SALDO DEL AUXILIAR POR CUENTA CREDITO DEL    **
      ******   MAPA 'N', SUMANDO LOS CONTRATOS DE SUS PRODUCTOS Y     **
      ******   RANGOS DE OFICINAS                                     **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT C.CTA_CUENTA_CREDITO,
                      COALESCE(SUM(S.SAL_TOTAL), 0),
                      COUNT(S.SAL_CONTRATO)
               FROM PRDTWCTA C
                    LEFT OUTER JOIN PRDTWSAL S
                    ON  SUBSTR(S.SAL_CONTRATO, 9, 2) = C.CTA_PRODUCTO
                    AND SUBSTR(S.SAL_CONTRATO, 5, 4)
                        BETWEEN C.CTA_OFICINA_DESDE
                            AND C.CTA_OFICINA_HASTA
               WHERE C.CTA_TIPO_MOV = 'N'
               GROUP BY C.CTA_CUENTA_CREDITO
               ORDER BY C.CTA_CUENTA_CREDITO
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      ******   CURSOR_2: MOVIMIENTOS DE LA CUENTA POSTERIORES AL      **
      ******   CORTE (EN EL AUXILIAR, FUERA DEL BALANCE DEL MAYOR)    **
           EXEC SQL
               DECLARE CURSOR_2 CURSOR FOR
               SELECT W.W02_FECHA_MOV, W.W02_CONTRATO,
                      W.W02_VALOR_NUM, W.W02_TIPO_MOV, W.W02_ID_MOV
               FROM PRDTW02 W
               WHERE W.W02_FECHA_MOV > :WS-FECHA-CORTE
               AND EXISTS
                   (SELECT 1
                    FROM PRDTWCTA C
                    WHERE C.CTA_TIPO_MOV       = 'N'
                    AND   C.CTA_CUENTA_CREDITO = :CTA-CUENTA-CREDITO
                    AND   C.CTA_PRODUCTO = SUBSTR(W.W02_CONTRATO, 9, 2)
                    AND   SUBSTR(W.W02_CONTRATO, 5, 4)
                          BETWEEN C.CTA_OFICINA_DESDE
                              AND C.CTA_OFICINA_HASTA)
               ORDER BY W.W02_FECHA_MOV, W.W02_ID_MOV
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      ******   CURSOR_3: LINEAS A LA CUENTA HASTA EL CORTE QUE EL     **
      ******   MAYOR RECHAZO O NO HA RESPONDIDO                       **
           EXEC SQL
               DECLARE CURSOR_3 CURSOR FOR
               SELECT CPL_FECHA, CPL_LINEA, CPL_NATURALEZA, CPL_VALOR,
                      CPL_TIPO_MOV, CPL_ID_MOV, CPL_ESTADO, CPL_MOTIVO
               FROM PRDTWCPL
               WHERE CPL_CUENTA  = :CTA-CUENTA-CREDITO
               AND   CPL_FECHA  <= :WS-FECHA-CORTE
               AND   CPL_ESTADO <> 'A'
               ORDER BY CPL_FECHA, CPL_LINEA
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
      *   LA CABECERA DEL BALANCE DA LA FECHA DE CORTE DE TODO EL      *
      *   CRUCE; SIN ELLA NO HAY CONTRA QUE COMPARAR Y SE ABORTA       *
      ******************************************************************
       01-INICIO.
           CALL 'PE3C0060' USING CAI-PE9CFPR0

           PERFORM 011-ABRIR-ARCHIVOS

           PERFORM 021-LEER-MAYOR
           IF NOT MAY-REG-CABECERA
              OR MAY-CAB-FECHA-CORTE = SPACES OR LOW-VALUES
                DISPLAY 'BALANCE DEL MAYOR SIN CABECERA DE CORTE'
                MOVE 'BALANCE DEL MAYOR SIN CABECERA' TO ALR0-MENSAJE
                PERFORM 97-ALERTAR-CRITICO
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF
           MOVE MAY-CAB-FECHA-CORTE TO WS-FECHA-CORTE

           MOVE WS-FECHA-CORTE TO TIT-FECHA
           MOVE WS-TITULO1     TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           PERFORM 021-LEER-MAYOR

           EXEC SQL
               OPEN CURSOR_1
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_1 SQLCODE ' SQLCODE
              MOVE 'ERROR ABRIENDO CURSOR DE CUENTAS' TO ALR0-MENSAJE
              PERFORM 97-ALERTAR-CRITICO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 022-FETCH-CURSOR-1.

       011-ABRIR-ARCHIVOS.
           OPEN INPUT MAYOR
           IF WS-ESTADO-MAY NOT = '00'
              DISPLAY 'ERROR ABRIENDO ARCHIVO MAYOR ' WS-ESTADO-MAY
              MOVE 'ERROR ABRIENDO BALANCE DEL MAYOR' TO ALR0-MENSAJE
              PERFORM 97-ALERTAR-CRITICO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT SALIDA
           IF WS-ESTADO NOT = '00' AND NOT = '97'
              CLOSE MAYOR
              DISPLAY 'ERROR ABRIENDO ARCHIVO SALIDA ' WS-ESTADO
              MOVE 'ERROR ABRIENDO ARCHIVO SALIDA' TO ALR0-MENSAJE
              PERFORM 97-ALERTAR-CRITICO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN EXTEND EXCEPCION
           IF WS-ESTADO-EXC = '35'
              OPEN OUTPUT EXCEPCION
           END-IF
           IF WS-ESTADO-EXC NOT = '00'
              CLOSE MAYOR SALIDA
              DISPLAY 'ERROR ABRIENDO ARCHIVO EXCEPCION ' WS-ESTADO-EXC
              MOVE 'ERROR ABRIENDO ARCHIVO EXCEPCION' TO ALR0-MENSAJE
              PERFORM 97-ALERTAR-CRITICO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *                  97-ALERTAR-CRITICO                            *
      ******************************************************************
       97-ALERTAR-CRITICO.
           MOVE 'PE3C0127'        TO ALR0-PROGRAMA
           SET ALR0-SEV-CRITICA   TO TRUE
           MOVE WS-LEIDOS-MAYOR   TO ALR0-LEIDOS
           MOVE WS-ESCRITOS       TO ALR0-ESCRITOS

           CALL 'PE3C0048' USING CAI-PE9CALR0.

      ******************************************************************
      *                  021-LEER-MAYOR                                *
      *   DEJA EN REG-MAYOR EL SIGUIENTE DETALLE. EL BALANCE DEBE      *
      *   VENIR ORDENADO POR CUENTA Y CERRAR CON SU REGISTRO 'T'       *
      *   CUADRADO CONTRA LOS DETALLES; DE OTRO MODO SE ABORTA         *
      ******************************************************************
       021-LEER-MAYOR.
           READ MAYOR
              AT END
                 SET SI-FIN-MAYOR TO TRUE
              NOT AT END
                 ADD 1 TO WS-LEIDOS-MAYOR
           END-READ
           IF WS-ESTADO-MAY NOT = '00' AND NOT = '10'
              DISPLAY 'ERROR LEYENDO ARCHIVO MAYOR ' WS-ESTADO-MAY
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           IF NO-FIN-MAYOR AND WS-LEIDOS-MAYOR > 1
              PERFORM 0211-VALIDAR-MAYOR
           END-IF.

       0211-VALIDAR-MAYOR.
           EVALUATE TRUE
              WHEN MAY-REG-DETALLE
                   ADD 1 TO WS-CUENTAS-MAYOR
                   IF MAY-CUENTA NOT > WS-CUENTA-ANTERIOR
                      OR MAY-SALDO IS NOT NUMERIC
                        DISPLAY 'BALANCE DEL MAYOR FUERA DE ORDEN O '
                                'INVALIDO EN CUENTA ' MAY-CUENTA
                        MOVE 'BALANCE DEL MAYOR INVALIDO'
                                         TO ALR0-MENSAJE
                        PERFORM 97-ALERTAR-CRITICO
                        MOVE 12 TO RETURN-CODE
                        STOP RUN
                   END-IF
                   MOVE MAY-CUENTA TO WS-CUENTA-ANTERIOR
              WHEN MAY-REG-CONTROL
                   SET SI-TRAILER-VISTO TO TRUE
                   SET SI-FIN-MAYOR     TO TRUE
                   IF MAY-CTL-CANT-CUENTAS IS NOT NUMERIC
                      OR MAY-CTL-CANT-CUENTAS NOT = WS-CUENTAS-MAYOR
                        DISPLAY 'CIERRE DEL MAYOR: '
                                MAY-CTL-CANT-CUENTAS
                                ' CUENTAS LEIDAS: ' WS-CUENTAS-MAYOR
                        MOVE 'BALANCE DEL MAYOR DESCUADRADO'
                                         TO ALR0-MENSAJE
                        PERFORM 97-ALERTAR-CRITICO
                        MOVE 12 TO RETURN-CODE
                        STOP RUN
                   END-IF
              WHEN OTHER
                   DISPLAY 'TIPO DE REGISTRO INVALIDO EN MAYOR'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       022-FETCH-CURSOR-1.
           EXEC SQL
               FETCH CURSOR_1
               INTO :CTA-CUENTA-CREDITO, :WS-SALDO-AUXILIAR,
                    :WS-CONTRATOS-AUXILIAR
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   ADD 1 TO WS-CUENTAS
              WHEN +100
                   SET SI-FIN-CURSOR-1 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_1 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR-1 TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

      ******************************************************************
      *                        02-PROCESO                              *
      *   UNA CUENTA DEL MAPA POR VUELTA. EL BALANCE TRAE TODAS LAS    *
      *   CUENTAS DEL MAYOR: LAS QUE NO ESTAN EN EL MAPA SE SALTAN Y   *
      *   LA CUENTA DEL MAPA QUE NO ESTA EN EL BALANCE VALE CERO       *
      ******************************************************************
       02-PROCESO.
           PERFORM 021-LEER-MAYOR
                   UNTIL SI-FIN-MAYOR
                      OR MAY-CUENTA NOT < CTA-CUENTA-CREDITO

           IF NO-FIN-MAYOR AND MAY-CUENTA = CTA-CUENTA-CREDITO
              MOVE MAY-SALDO TO WS-SALDO-MAYOR
           ELSE
              MOVE ZEROS     TO WS-SALDO-MAYOR
              ADD 1          TO WS-SIN-SALDO-MAYOR
              MOVE CTA-CUENTA-CREDITO TO LSM-CUENTA
              MOVE WS-LINEA-SIN-MAYOR TO REG-SALIDA
              PERFORM 99-ESCRIBIR
           END-IF

           COMPUTE WS-DIFERENCIA = WS-SALDO-AUXILIAR - WS-SALDO-MAYOR
           ADD WS-SALDO-AUXILIAR TO WS-TOT-AUXILIAR
           ADD WS-SALDO-MAYOR    TO WS-TOT-MAYOR

           MOVE CTA-CUENTA-CREDITO TO LCU-CUENTA
           MOVE WS-SALDO-AUXILIAR  TO LCU-AUXILIAR
           MOVE WS-SALDO-MAYOR     TO LCU-MAYOR
           MOVE WS-DIFERENCIA      TO LCU-DIFERENCIA
           MOVE WS-LINEA-CUENTA    TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           IF WS-DIFERENCIA = ZEROS
              ADD 1 TO WS-CUADRADAS
           ELSE
              ADD 1 TO WS-CON-DIFERENCIA
              PERFORM 023-EXPLICAR-DIFERENCIA
           END-IF

           PERFORM 022-FETCH-CURSOR-1.

      ******************************************************************
      *                  023-EXPLICAR-DIFERENCIA                       *
      *   EL AUXILIAR VA ADELANTE DEL MAYOR POR LO QUE ENTRO DESPUES   *
      *   DEL CORTE Y POR LAS LINEAS QUE EL MAYOR NO TOMO (EL CREDITO  *
      *   SUMA, EL DEBITO DEL REVERSO RESTA). EL RESTO ES QUIEBRE      *
      ******************************************************************
       023-EXPLICAR-DIFERENCIA.
           MOVE ZEROS TO WS-EXPLICADO

           PERFORM 0231-POSTERIORES-AL-CORTE
           PERFORM 0232-LINEAS-NO-ACEPTADAS

           COMPUTE WS-NO-EXPLICADO = WS-DIFERENCIA - WS-EXPLICADO
           MOVE WS-EXPLICADO       TO LXP-EXPLICADO
           MOVE WS-NO-EXPLICADO    TO LXP-NO-EXPLICADO
           MOVE WS-LINEA-EXPLICADO TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           IF WS-NO-EXPLICADO NOT = ZEROS
              ADD WS-NO-EXPLICADO TO WS-TOT-NO-EXPLICADO
              PERFORM 024-REGISTRAR-QUIEBRE
           END-IF.

       0231-POSTERIORES-AL-CORTE.
           EXEC SQL
               OPEN CURSOR_2
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_2 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           SET NO-FIN-CURSOR-2 TO TRUE
           PERFORM 02311-FETCH-CURSOR-2
           PERFORM 02312-LISTAR-POSTERIOR UNTIL SI-FIN-CURSOR-2

           EXEC SQL
               CLOSE CURSOR_2
           END-EXEC.

       02311-FETCH-CURSOR-2.
           EXEC SQL
               FETCH CURSOR_2
               INTO :W02-FECHA-MOV, :W02-CONTRATO, :W02-VALOR-NUM,
                    :W02-TIPO-MOV, :W02-ID-MOV
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

       02312-LISTAR-POSTERIOR.
           ADD 1                 TO WS-MOV-POSTERIORES
           MOVE W02-VALOR-NUM    TO WS-VALOR-EXPLICA
           ADD WS-VALOR-EXPLICA  TO WS-EXPLICADO

           INITIALIZE WS-LINEA-EXPLICA
           MOVE 'POSTERIOR CORTE'  TO LEX-CLASE
           MOVE W02-FECHA-MOV      TO LEX-FECHA
           MOVE W02-CONTRATO       TO LEX-REFERENCIA
           MOVE W02-TIPO-MOV       TO LEX-TIPO
           MOVE W02-ID-MOV         TO LEX-ID-MOV
           MOVE WS-VALOR-EXPLICA   TO LEX-VALOR
           MOVE WS-LINEA-EXPLICA   TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           PERFORM 02311-FETCH-CURSOR-2.

       0232-LINEAS-NO-ACEPTADAS.
           EXEC SQL
               OPEN CURSOR_3
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_3 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           SET NO-FIN-CURSOR-3 TO TRUE
           PERFORM 02321-FETCH-CURSOR-3
           PERFORM 02322-LISTAR-LINEA UNTIL SI-FIN-CURSOR-3

           EXEC SQL
               CLOSE CURSOR_3
           END-EXEC.

       02321-FETCH-CURSOR-3.
           EXEC SQL
               FETCH CURSOR_3
               INTO :CPL-FECHA, :CPL-LINEA, :CPL-NATURALEZA,
                    :CPL-VALOR, :CPL-TIPO-MOV, :CPL-ID-MOV,
                    :CPL-ESTADO, :CPL-MOTIVO
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

       02322-LISTAR-LINEA.
           ADD 1                 TO WS-LINEAS-NO-ACEPTADAS
           MOVE CPL-VALOR        TO WS-VALOR-EXPLICA
           IF CPL-DEBITO
              COMPUTE WS-VALOR-EXPLICA = ZEROS - WS-VALOR-EXPLICA
           END-IF
           ADD WS-VALOR-EXPLICA  TO WS-EXPLICADO

           INITIALIZE WS-LINEA-EXPLICA
           IF CPL-RECHAZADA
              MOVE 'LINEA RECHAZADA'  TO LEX-CLASE
           ELSE
              MOVE 'LINEA SIN RESPUES' TO LEX-CLASE
           END-IF
           MOVE CPL-FECHA          TO LEX-FECHA
           MOVE CPL-LINEA          TO LED-LINEA
           MOVE WS-LINEA-EDITADA   TO LEX-REFERENCIA
           MOVE CPL-TIPO-MOV       TO LEX-TIPO
           MOVE CPL-ID-MOV         TO LEX-ID-MOV
           MOVE WS-VALOR-EXPLICA   TO LEX-VALOR
           MOVE CPL-MOTIVO         TO LEX-MOTIVO
           MOVE WS-LINEA-EXPLICA   TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           PERFORM 02321-FETCH-CURSOR-3.

      ******************************************************************
      *                  024-REGISTRAR-QUIEBRE                         *
      ******************************************************************
       024-REGISTRAR-QUIEBRE.
           ADD 1 TO WS-QUIEBRES

           INITIALIZE REG-EXCEPCION
           MOVE 'PE3C0127'          TO EXC-RUTINA
           MOVE '45'                TO EXC-COD-RET
           MOVE 'DIFERENCIA MAYOR'  TO EXC-ERROR1
           MOVE CTA-CUENTA-CREDITO  TO EXC-ERROR2
           PERFORM 98-ESCRIBIR-EXCEPCION.

      ******************************************************************
      *                 98-ESCRIBIR-EXCEPCION                          *
      ******************************************************************
       98-ESCRIBIR-EXCEPCION.
           MOVE FPR0-FECHA-COMPACTA TO EXC-FECHA
           MOVE FPR0-FECHA-MAQUINA  TO EXC-FECHA-MAQUINA
           ACCEPT EXC-HORA          FROM TIME
           WRITE REG-EXCEPCION
           IF WS-ESTADO-EXC NOT = '00'
              DISPLAY 'AVISO: NO SE PUDO GRABAR EXCEPCION '
                      WS-ESTADO-EXC
              SET SI-ERROR-PROCESO TO TRUE
           END-IF.

      ******************************************************************
      *                        999999-ESCRIBIR                         *
      ******************************************************************
       99-ESCRIBIR.
           WRITE REG-SALIDA
           IF WS-ESTADO NOT = '00'
              DISPLAY 'ERROR WRITE ARCHIVO SALIDA ' WS-ESTADO
              MOVE 'ERROR WRITE ARCHIVO SALIDA' TO ALR0-MENSAJE
              PERFORM 97-ALERTAR-CRITICO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           ELSE
              ADD 1   TO WS-ESCRITOS
           END-IF.

      ******************************************************************
      *                        03-FINAL                                *
      *   SE TERMINA DE LEER EL BALANCE PARA PROBAR SU CIERRE. UNA     *
      *   DIFERENCIA SIN EXPLICAR DEJA ALERTA Y RC 4                   *
      ******************************************************************
       03-FINAL.
           EXEC SQL
               CLOSE CURSOR_1
           END-EXEC

           PERFORM 021-LEER-MAYOR UNTIL SI-FIN-MAYOR
           IF NO-TRAILER-VISTO
              DISPLAY 'BALANCE DEL MAYOR SIN REGISTRO DE CIERRE'
              MOVE 'BALANCE DEL MAYOR INCOMPLETO' TO ALR0-MENSAJE
              PERFORM 97-ALERTAR-CRITICO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-TOT-AUXILIAR    TO LTO-AUXILIAR
           MOVE WS-TOT-MAYOR       TO LTO-MAYOR
           COMPUTE LTO-DIFERENCIA = WS-TOT-AUXILIAR - WS-TOT-MAYOR
           MOVE WS-LINEA-TOTAL     TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           MOVE WS-CUENTAS         TO RES-CUENTAS
           MOVE WS-CUADRADAS       TO RES-CUADRADAS
           MOVE WS-CON-DIFERENCIA  TO RES-CON-DIFERENCIA
           MOVE WS-QUIEBRES        TO RES-QUIEBRES
           MOVE WS-RESUMEN         TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           DISPLAY 'FECHA DE CORTE                 : ' WS-FECHA-CORTE
           DISPLAY 'CUENTAS EN EL BALANCE          : ' WS-CUENTAS-MAYOR
           DISPLAY 'CUENTAS DEL MAPA CONCILIADAS   : ' WS-CUENTAS
           DISPLAY 'CUENTAS CUADRADAS              : ' WS-CUADRADAS
           DISPLAY 'CUENTAS CON DIFERENCIA         : '
                   WS-CON-DIFERENCIA
           DISPLAY 'CUENTAS SIN SALDO EN EL MAYOR  : '
                   WS-SIN-SALDO-MAYOR
           DISPLAY 'MOVIMIENTOS POSTERIORES AL CORTE: '
                   WS-MOV-POSTERIORES
           DISPLAY 'LINEAS NO ACEPTADAS POR EL MAYOR: '
                   WS-LINEAS-NO-ACEPTADAS
           DISPLAY 'DIFERENCIAS SIN EXPLICAR       : ' WS-QUIEBRES
           DISPLAY 'VALOR SIN EXPLICAR             : '
                   WS-TOT-NO-EXPLICADO
           CLOSE MAYOR SALIDA EXCEPCION

           EVALUATE TRUE
              WHEN SI-ERROR-PROCESO
                   MOVE 8 TO RETURN-CODE
              WHEN WS-QUIEBRES > ZEROS
                   INITIALIZE CAI-PE9CALR0
                   MOVE 'PE3C0127'          TO ALR0-PROGRAMA
                   SET ALR0-SEV-ADVERTENCIA TO TRUE
                   MOVE 'AUXILIAR NO CUADRA CONTRA EL MAYOR'
                                            TO ALR0-MENSAJE
                   MOVE WS-CUENTAS          TO ALR0-LEIDOS
                   MOVE WS-QUIEBRES         TO ALR0-ESCRITOS
                   CALL 'PE3C0048' USING CAI-PE9CALR0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.
