       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0122.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           RUTINA DE COTIZACION DE PREPAGO: LIQUIDA LO QUE
      *           DEBE PAGAR EL CLIENTE PARA CANCELAR UN CONTRATO A
      *           UNA FECHA DE CORTE. SUMA EL VALOR ESPERADO PENDIENTE
      *           DE LAS FECHAS ABIERTAS DE PRDTW03, LA MORA QUE
      *           CAUSARIAN LAS YA VENCIDAS CON LOS TRAMOS DE PRDTWTAR
      *           (MISMOS CORTES Y EXENCIONES DE PE3C0067: ACUERDO
      *           VIGENTE O DISPUTA ABIERTA NO SANCIONAN), RESTA EL
      *           SALDO A FAVOR DE PRDTWSAL Y CONVIERTE EL NETO A LA
      *           MONEDA DEL CONTRATO CON PE3C0037. LA COTIZACION
      *           QUEDA EN PRDTWCOT CON UNA VIGENCIA DE DIAS HABILES
      *           PARA QUE LA APLICACION PE3C0098 CASE EL PAGO. LA
      *           LLAMAN LA PANTALLA CP26 (PE3C0123) Y EL SERVICIO MQ
      *           PE3C0059. EL COMMIT ES DEL LLAMADOR
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
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      ******************************************************************
      *                          CONSTANTES                            *
      ******************************************************************
       01 CONSTANTES.
      *    DIAS CALENDARIO DE VIGENCIA; EL VENCIMIENTO SE CORRE AL
      *    DIA HABIL SIGUIENTE CON PE3C0035
           05 CTE-DIAS-VIGENCIA          PIC 9(3)  VALUE 5.
           05 CTE-MONEDA-LOCAL           PIC X(3)  VALUE 'COP'.

       01 SWITCHES.
           05 SW-FIN-CURSOR-1        PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR-1                  VALUE 'S'.
             88 NO-FIN-CURSOR-1                  VALUE 'N'.

       01 PRDTW-CON.
           05 CON-CONTRATO               PIC X(18).
           05 CON-CLIENTE                PIC X(8).
           05 CON-ESTADO                 PIC X(1).
             88 CON-EST-CERRADO              VALUE 'C'.

       01 PRDTW03.
           05 W03-PRODUCTO               PIC XX.
           05 W03-FECHA                  PIC X(10).
           05 W03-VALOR-ESPERADO         PIC S9(9)V99 COMP-3.
           05 W03-VALOR-APLICADO         PIC S9(9)V99 COMP-3.
      *    'S': ACUERDO VIGENTE O DISPUTA ABIERTA, NO CAUSA MORA
           05 W03-EXENTA                 PIC X(1).
             88 W03-SI-EXENTA                VALUE 'S'.

       01 PRDTW-TAR.
           05 TAR-PRODUCTO               PIC X(2).
           05 TAR-TRAMO                  PIC S9(4) COMP.
           05 TAR-TASA                   PIC S9(3)V9(4) COMP-3.

       01 PRDTW-SAL.
           05 SAL-TOTAL                  PIC S9(11)V99 COMP-3.
           05 SAL-CUBIERTO               PIC S9(11)V99 COMP-3.

       01 PRDTW-COT.
           05 COT-NUMERO                 PIC S9(9)     COMP-3.
           05 COT-FECHA-CORTE            PIC X(10).
           05 COT-FECHA-VENCE            PIC X(10).
           05 COT-FECHA-GEN              PIC X(10).
           05 COT-ID-MOV                 PIC S9(13)    COMP-3.

       01 WS-CALCULO.
           05 WS-PENDIENTE               PIC S9(11)V99 COMP-3.
           05 WS-SANCION                 PIC S9(11)V99 COMP-3.
           05 WS-NETO                    PIC S9(11)V99 COMP-3.
           05 WS-DIA-CORTE               PIC 9(8)      VALUE ZEROS.
           05 WS-DIA-FECHA               PIC 9(8)      VALUE ZEROS.
           05 WS-DIAS-ATRASO             PIC S9(8)     COMP-3.

      ******************************************************************
      *   CONVERSION DE FECHA A NUMERO DE DIA JULIANO Y DE VUELTA,     *
      *   PARA LOS DIAS DE ATRASO Y LA FECHA DE VENCIMIENTO            *
      ******************************************************************
       01 WS-FECHA-PARTES.
           05 FEC-ANO                    PIC 9(4).
           05 FILLER                     PIC X     VALUE '-'.
           05 FEC-MES                    PIC 9(2).
           05 FILLER                     PIC X     VALUE '-'.
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

      ******************************************************************
      *   INTERFACES DE FECHA DE PROCESO, MONEDA Y DIAS HABILES        *
      ******************************************************************
       COPY PE3CFPRO.

       COPY PE3COMON.

       COPY PE3COCAL.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCON
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOW02
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOW03
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOTAR
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOSAL
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOACU
           END-EXEC.

           EXEC SQL
               INCLUDE PETCODIS
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCOT
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: FECHAS ABIERTAS DEL CLIENTE EN EL PRODUCTO   **
      ******   DEL CONTRATO, MARCANDO LAS QUE NO CAUSAN MORA          **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT F.W03_FECHA, F.W03_VALOR_ESPERADO,
                      F.W03_VALOR_APLICADO,
                      CASE WHEN EXISTS
                               (SELECT 1 FROM PRDTWACU G
                                WHERE G.ACU_CLIENTE  = F.W03_CLIENTE
                                AND   G.ACU_PRODUCTO = F.W03_PRODUCTO
                                AND   G.ACU_ESTADO   = 'V')
                             OR EXISTS
                               (SELECT 1 FROM PRDTWDIS D
                                WHERE D.DIS_ESTADO   = 'A'
                                AND   D.DIS_ID_MOV   = 0
                                AND   D.DIS_CLIENTE  = F.W03_CLIENTE
                                AND   D.DIS_PRODUCTO = F.W03_PRODUCTO
                                AND   D.DIS_FECHA    = F.W03_FECHA)
                           THEN 'S' ELSE 'N'
                      END
               FROM PRDTW03 F
               WHERE F.W03_CLIENTE   = :CON-CLIENTE
               AND   F.W03_PRODUCTO  = :W03-PRODUCTO
               AND   F.W03_ESTADO    = 'A'
               AND   F.W03_COBERTURA <> 'T'
               ORDER BY F.W03_FECHA
               FOR FETCH ONLY
           END-EXEC.

       LINKAGE SECTION.
       COPY PE3COCOT.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING CAI-PE9CCOT0.
           PERFORM 000000-INICIO
           PERFORM 100000-PROCESO
           PERFORM 200000-FINAL.
      ******************************************************************
      *                     000000-INICIO                              *
      ******************************************************************
       000000-INICIO.
           MOVE '00'            TO COT0-COD-RET
           MOVE SPACES          TO COT0-ERROR1 COT0-ERROR2
                                   COT0-CLIENTE COT0-MONEDA
                                   COT0-FECHA-CORTE-USADA
                                   COT0-FECHA-VENCE
           MOVE ZEROS           TO COT0-NUMERO COT0-CANT-FECHAS
                                   COT0-CANT-VENCIDAS
                                   COT0-VALOR-CUOTAS
                                   COT0-VALOR-SANCIONES
                                   COT0-SALDO-FAVOR COT0-TASA
                                   COT0-VALOR-TOTAL
           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO  TO COT-FECHA-GEN
           PERFORM 000001-VALIDACION-DE-VARIABLES.

      *    LA FECHA DE CORTE EN BLANCO ES LA DE NEGOCIO; NO SE
      *    COTIZA HACIA ATRAS DE ELLA
       000001-VALIDACION-DE-VARIABLES.
           IF COT0-CONTRATO = SPACES OR LOW-VALUES
             MOVE '10'                TO COT0-COD-RET
             MOVE 'CONTRATO INVALIDO' TO COT0-ERROR2
             PERFORM 200000-FINAL
           END-IF

           IF NOT COT0-ORIGEN-VALIDO
             MOVE '10'                TO COT0-COD-RET
             MOVE 'ORIGEN INVALIDO'   TO COT0-ERROR2
             PERFORM 200000-FINAL
           END-IF

           IF COT0-FECHA-CORTE = SPACES OR LOW-VALUES
              MOVE COT-FECHA-GEN      TO COT-FECHA-CORTE
           ELSE
              MOVE COT0-FECHA-CORTE   TO COT-FECHA-CORTE
           END-IF

           MOVE COT-FECHA-CORTE       TO WS-FECHA-PARTES
           IF FEC-ANO IS NOT NUMERIC OR FEC-MES IS NOT NUMERIC
              OR FEC-DIA IS NOT NUMERIC
              OR FEC-MES = ZEROS OR FEC-MES > 12
              OR FEC-DIA = ZEROS OR FEC-DIA > 31
              OR COT-FECHA-CORTE(5:1) NOT = '-'
              OR COT-FECHA-CORTE(8:1) NOT = '-'
             MOVE '10'                TO COT0-COD-RET
             MOVE 'FECHA CORTE INVALIDA' TO COT0-ERROR2
             PERFORM 200000-FINAL
           END-IF

           IF COT-FECHA-CORTE < COT-FECHA-GEN
             MOVE '10'                TO COT0-COD-RET
             MOVE 'CORTE ANTERIOR HOY' TO COT0-ERROR2
             PERFORM 200000-FINAL
           END-IF.

      ******************************************************************
      *                        100000-PROCESO                          *
      ******************************************************************
       100000-PROCESO.
           MOVE COT0-CONTRATO       TO CON-CONTRATO
           MOVE COT-FECHA-CORTE     TO COT0-FECHA-CORTE-USADA
           PERFORM 028-CALCULAR-DIA-JULIANO
           MOVE JUL-RESULTADO       TO WS-DIA-CORTE

           PERFORM 100001-LEER-CONTRATO

           IF COT0-COD-RET = '00'
              PERFORM 100002-ABRIR-CURSOR-1
              PERFORM 100004-LIQUIDAR-FECHA UNTIL SI-FIN-CURSOR-1
              EXEC SQL
                  CLOSE CURSOR_1
              END-EXEC
           END-IF

           IF COT0-COD-RET = '00'
              PERFORM 100006-CALCULAR-SALDO-FAVOR
           END-IF

           IF COT0-COD-RET = '00'
              COMPUTE WS-NETO = COT0-VALOR-CUOTAS
                              + COT0-VALOR-SANCIONES
                              - COT0-SALDO-FAVOR
              IF WS-NETO < ZEROS
                 MOVE ZEROS TO WS-NETO
              END-IF
              PERFORM 100007-CONVERTIR-MONEDA
           END-IF

           IF COT0-COD-RET = '00'
              PERFORM 100008-CALCULAR-VENCIMIENTO
              PERFORM 100009-GRABAR-COTIZACION
           END-IF.

      *    UN CONTRATO CERRADO YA NO TIENE NADA QUE PREPAGAR
       100001-LEER-CONTRATO.
           EXEC SQL
               SELECT CON_CLIENTE, CON_ESTADO
               INTO  :CON-CLIENTE, :CON-ESTADO
               FROM  PRDTWCON
               WHERE CON_CONTRATO = :CON-CONTRATO
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = +100
                   MOVE '35'                    TO COT0-COD-RET
                   MOVE 'NO ENCONTRE REG '       TO COT0-ERROR1
              WHEN SQLCODE NOT = ZEROS
                   MOVE '30'                    TO COT0-COD-RET
                   MOVE 'ERROR SELECT PRDTWCON' TO COT0-ERROR1
                   MOVE SQLCODE                 TO COT0-MAS-SQLCODE
              WHEN CON-EST-CERRADO
                   MOVE '45'                    TO COT0-COD-RET
                   MOVE 'CONTRATO CERRADO'      TO COT0-ERROR1
                   MOVE CON-ESTADO              TO COT0-ERROR2
              WHEN OTHER
                   MOVE CON-CLIENTE             TO COT0-CLIENTE
                   MOVE CON-CONTRATO(9:2)       TO W03-PRODUCTO
                                                   TAR-PRODUCTO
           END-EVALUATE.

       100002-ABRIR-CURSOR-1.
           SET NO-FIN-CURSOR-1 TO TRUE
           EXEC SQL
               OPEN CURSOR_1
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              MOVE '30'                 TO COT0-COD-RET
              MOVE 'ERROR OPEN CURSOR_1' TO COT0-ERROR1
              MOVE SQLCODE              TO COT0-MAS-SQLCODE
              SET SI-FIN-CURSOR-1 TO TRUE
           ELSE
              PERFORM 100003-FETCH-CURSOR-1
           END-IF.

       100003-FETCH-CURSOR-1.
           EXEC SQL
               FETCH CURSOR_1
               INTO :W03-FECHA, :W03-VALOR-ESPERADO,
                    :W03-VALOR-APLICADO, :W03-EXENTA
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   SET SI-FIN-CURSOR-1 TO TRUE
              WHEN OTHER
                   MOVE '30'                  TO COT0-COD-RET
                   MOVE 'ERROR FETCH CURSOR_1' TO COT0-ERROR1
                   MOVE SQLCODE               TO COT0-MAS-SQLCODE
                   SET SI-FIN-CURSOR-1 TO TRUE
           END-EVALUATE.

      ******************************************************************
      *                   100004-LIQUIDAR-FECHA                        *
      *   LO QUE LE FALTA A LA FECHA ENTRA COMPLETO A LA COTIZACION;   *
      *   SI YA ESTA VENCIDA A LA FECHA DE CORTE CAUSA ADEMAS LA MORA  *
      *   DEL TRAMO SOBRE ESE FALTANTE, COMO LA LIQUIDARIA PE3C0067    *
      *   SI SE PAGARA ESE DIA. UNA FECHA SIN VALOR ESPERADO NO DEBE   *
      *   NADA                                                         *
      ******************************************************************
       100004-LIQUIDAR-FECHA.
           COMPUTE WS-PENDIENTE = W03-VALOR-ESPERADO
                                - W03-VALOR-APLICADO
           IF WS-PENDIENTE > ZEROS
              ADD 1                 TO COT0-CANT-FECHAS
              ADD WS-PENDIENTE      TO COT0-VALOR-CUOTAS
              IF W03-FECHA < COT-FECHA-CORTE
                 ADD 1              TO COT0-CANT-VENCIDAS
                 IF NOT W03-SI-EXENTA
                    PERFORM 100005-CALCULAR-SANCION
                 END-IF
              END-IF
           END-IF

           IF COT0-COD-RET = '00'
              PERFORM 100003-FETCH-CURSOR-1
           END-IF.

      *    MISMOS CORTES DE TRAMO DEL ENVEJECIMIENTO DE PE3C0036; UN
      *    PRODUCTO SIN TASA PARA EL TRAMO NO CAUSA MORA
       100005-CALCULAR-SANCION.
           MOVE W03-FECHA          TO WS-FECHA-PARTES
           PERFORM 028-CALCULAR-DIA-JULIANO
           MOVE JUL-RESULTADO      TO WS-DIA-FECHA
           COMPUTE WS-DIAS-ATRASO = WS-DIA-CORTE - WS-DIA-FECHA

           EVALUATE TRUE
              WHEN WS-DIAS-ATRASO <= 30
                   MOVE 1 TO TAR-TRAMO
              WHEN WS-DIAS-ATRASO <= 60
                   MOVE 2 TO TAR-TRAMO
              WHEN WS-DIAS-ATRASO <= 90
                   MOVE 3 TO TAR-TRAMO
              WHEN OTHER
                   MOVE 4 TO TAR-TRAMO
           END-EVALUATE

           EXEC SQL
               SELECT TAR_TASA
               INTO  :TAR-TASA
               FROM  PRDTWTAR
               WHERE TAR_PRODUCTO = :TAR-PRODUCTO
               AND   TAR_TRAMO    = :TAR-TRAMO
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                   COMPUTE WS-SANCION ROUNDED =
                           WS-PENDIENTE * TAR-TASA / 100
                   ADD WS-SANCION TO COT0-VALOR-SANCIONES
              WHEN +100
                   CONTINUE
              WHEN OTHER
                   MOVE '30'                    TO COT0-COD-RET
                   MOVE 'ERROR SELECT PRDTWTAR' TO COT0-ERROR1
                   MOVE SQLCODE                 TO COT0-MAS-SQLCODE
                   SET SI-FIN-CURSOR-1 TO TRUE
           END-EVALUATE.

      ******************************************************************
      *                100006-CALCULAR-SALDO-FAVOR                     *
      *   EL RECAUDO DEL CONTRATO QUE NO CUBRIO NINGUNA FECHA, CON EL  *
      *   MISMO CALCULO DE LA DETECCION DE SOBREPAGOS PE3C0118; UN     *
      *   CONTRATO SIN FILA EN PRDTWSAL NO TIENE SALDO A FAVOR         *
      ******************************************************************
       100006-CALCULAR-SALDO-FAVOR.
           EXEC SQL
               SELECT SAL_TOTAL
               INTO  :SAL-TOTAL
               FROM  PRDTWSAL
               WHERE SAL_CONTRATO = :CON-CONTRATO
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   MOVE ZEROS TO SAL-TOTAL
              WHEN OTHER
                   MOVE '30'                    TO COT0-COD-RET
                   MOVE 'ERROR SELECT PRDTWSAL' TO COT0-ERROR1
                   MOVE SQLCODE                 TO COT0-MAS-SQLCODE
           END-EVALUATE

           IF COT0-COD-RET = '00' AND SAL-TOTAL > ZEROS
              EXEC SQL
                  SELECT COALESCE(SUM(CASE WHEN W03_VALOR_ESPERADO > 0
                                           THEN W03_VALOR_ESPERADO
                                           ELSE W03_VALOR_APLICADO
                                      END), 0)
                  INTO  :SAL-CUBIERTO
                  FROM  PRDTW03
                  WHERE W03_CLIENTE    = :CON-CLIENTE
                  AND   W03_PRODUCTO   = :W03-PRODUCTO
                  AND   W03_COBERTURA IN ('P', 'T')
              END-EXEC
              IF SQLCODE NOT EQUAL ZEROS
                 MOVE '30'                    TO COT0-COD-RET
                 MOVE 'ERROR SELECT PRDTW03'  TO COT0-ERROR1
                 MOVE SQLCODE                 TO COT0-MAS-SQLCODE
              ELSE
                 IF SAL-TOTAL > SAL-CUBIERTO
                    COMPUTE COT0-SALDO-FAVOR = SAL-TOTAL - SAL-CUBIERTO
                 END-IF
              END-IF
           END-IF.

      *    LA MONEDA ES LA DE LOS MOVIMIENTOS DEL CONTRATO; LA TASA
      *    ES LA EN FIRME A LA FECHA DE CORTE
       100007-CONVERTIR-MONEDA.
           EXEC SQL
               SELECT COALESCE(MAX(W02_MONEDA), 'COP')
               INTO  :COT0-MONEDA
               FROM  PRDTW02
               WHERE W02_CONTRATO = :CON-CONTRATO
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              MOVE CTE-MONEDA-LOCAL TO COT0-MONEDA
           END-IF

           MOVE CTE-MONEDA-LOCAL    TO MON0-MONEDA-ORIGEN
           MOVE COT0-MONEDA         TO MON0-MONEDA-DESTINO
           MOVE WS-NETO             TO MON0-VALOR
           MOVE COT-FECHA-CORTE     TO MON0-FECHA-VALOR
           CALL 'PE3C0037' USING CAI-PE9CMON0

           IF MON0-COD-RET = '00'
              MOVE MON0-TASA              TO COT0-TASA
              MOVE MON0-VALOR-CONVERTIDO  TO COT0-VALOR-TOTAL
           ELSE
              MOVE '30'                   TO COT0-COD-RET
              MOVE MON0-ERROR1            TO COT0-ERROR1
              MOVE COT0-MONEDA            TO COT0-ERROR2
              MOVE MON0-MAS-SQLCODE       TO COT0-MAS-SQLCODE
           END-IF.

      ******************************************************************
      *                100008-CALCULAR-VENCIMIENTO                     *
      *   CORTE MAS LOS DIAS DE VIGENCIA, CORRIDO AL DIA HABIL         *
      *   SIGUIENTE; SI EL CALENDARIO NO RESPONDE QUEDA LA FECHA       *
      *   CALENDARIO                                                   *
      ******************************************************************
       100008-CALCULAR-VENCIMIENTO.
           COMPUTE JUL-RESULTADO = WS-DIA-CORTE + CTE-DIAS-VIGENCIA
           PERFORM 029-CALCULAR-FECHA-GREGORIANA
           MOVE WS-FECHA-PARTES     TO COT-FECHA-VENCE

           MOVE COT-FECHA-VENCE     TO CAL0-FECHA
           SET CAL0-REGLA-SIGUIENTE TO TRUE
           CALL 'PE3C0035' USING CAI-PE9CCAL0
           IF CAL0-COD-RET = '00'
              MOVE CAL0-FECHA-HABIL TO COT-FECHA-VENCE
           END-IF
           MOVE COT-FECHA-VENCE     TO COT0-FECHA-VENCE.

      *    EL CONSECUTIVO ES EL SIGUIENTE AL MAYOR GRABADO; LA
      *    COTIZACION NACE VIGENTE Y SIN PAGO CASADO
       100009-GRABAR-COTIZACION.
           EXEC SQL
               SELECT COALESCE(MAX(COT_NUMERO), 0)
               INTO  :COT-NUMERO
               FROM  PRDTWCOT
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              MOVE '30'                    TO COT0-COD-RET
              MOVE 'ERROR SELECT PRDTWCOT' TO COT0-ERROR1
              MOVE SQLCODE                 TO COT0-MAS-SQLCODE
           ELSE
              ADD 1                        TO COT-NUMERO
              MOVE ZEROS                   TO COT-ID-MOV
              EXEC SQL
                  INSERT INTO PRDTWCOT
                        (COT_NUMERO, COT_CLIENTE, COT_CONTRATO,
                         COT_FECHA_CORTE, COT_MONEDA,
                         COT_VALOR_CUOTAS, COT_VALOR_SANCIONES,
                         COT_SALDO_FAVOR, COT_TASA, COT_VALOR_TOTAL,
                         COT_FECHA_VENCE, COT_ESTADO, COT_ORIGEN,
                         COT_FECHA_GEN, COT_ID_MOV)
                  VALUES (:COT-NUMERO, :CON-CLIENTE, :CON-CONTRATO,
                          :COT-FECHA-CORTE, :COT0-MONEDA,
                          :COT0-VALOR-CUOTAS, :COT0-VALOR-SANCIONES,
                          :COT0-SALDO-FAVOR, :COT0-TASA,
                          :COT0-VALOR-TOTAL,
                          :COT-FECHA-VENCE, 'V', :COT0-ORIGEN,
                          :COT-FECHA-GEN, :COT-ID-MOV)
              END-EXEC
              IF SQLCODE NOT EQUAL ZEROS
                 MOVE '30'                    TO COT0-COD-RET
                 MOVE 'ERROR INSERT PRDTWCOT' TO COT0-ERROR1
                 MOVE SQLCODE                 TO COT0-MAS-SQLCODE
              ELSE
                 MOVE COT-NUMERO              TO COT0-NUMERO
              END-IF
           END-IF.

      ******************************************************************
      *                028-CALCULAR-DIA-JULIANO                        *
      *   NUMERO DE DIA JULIANO DE WS-FECHA-PARTES, CON DIVISIONES     *
      *   ENTERAS (TRUNCADAS) COMO EN PE3C0067                         *
      ******************************************************************
       028-CALCULAR-DIA-JULIANO.
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
      *              029-CALCULAR-FECHA-GREGORIANA                     *
      *   EL CAMINO DE VUELTA: DEJA EN WS-FECHA-PARTES LA FECHA DEL    *
      *   DIA JULIANO JUL-RESULTADO, TAMBIEN CON DIVISIONES ENTERAS    *
      ******************************************************************
       029-CALCULAR-FECHA-GREGORIANA.
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
           COMPUTE FEC-ANO = (100 * (GRE-N - 49)) + GRE-I + GRE-L.

      ******************************************************************
      *                       200000-FINAL                             *
      ******************************************************************
       200000-FINAL.
           GOBACK.
