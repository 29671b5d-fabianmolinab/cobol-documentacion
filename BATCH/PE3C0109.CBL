       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0109.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           PROVISION MENSUAL DE CARTERA POR TRAMO DE ATRASO.
      *           PRIMERO CALCULA LA PROVISION REQUERIDA DE CADA
      *           CONTRATO: SALDO PENDIENTE DE SUS FECHAS DE PRDTW03
      *           (ACTIVAS O CASTIGADAS, SIN COBERTURA TOTAL) POR EL
      *           PORCENTAJE DE PRDTWPPV PARA SU PRODUCTO Y TRAMO, Y
      *           LA GRABA EN LA HISTORIA PRDTWHPV DEL PERIODO DE LA
      *           FECHA DE NEGOCIO. LUEGO COMPARA POR OFICINA Y
      *           PRODUCTO CONTRA EL PERIODO ANTERIOR Y ASIENTA SOLO
      *           LA DIFERENCIA (CARGO O LIBERACION) EN EL ARCHIVO
      *           CONTABLE, CON EL LAYOUT DEL COMPROBANTE PE3C0069 Y
      *           LAS CUENTAS DEL TIPO 'P' DE PRDTWCTA. EL REPORTE
      *           MUESTRA PROVISION INICIAL, CARGO, LIBERACION Y
      *           PROVISION FINAL POR OFICINA Y PRODUCTO. CORRE
      *           DESPUES DEL CASTIGO MENSUAL (PE3C0108)
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
      *****************ARCHIVO DE ASIENTOS PARA EL MAYOR*****************
           SELECT CONTABLE  ASSIGN TO CONTABLE
                            FILE STATUS IS WS-ESTADO-CON.
      *****************ARCHIVO DE SALIDA DEL REPORTE*********************
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
          05 WS-SALDOS-LEIDOS            PIC 9(09) VALUE ZEROS.
          05 WS-CONTRATOS-PROVISIONADOS  PIC 9(09) VALUE ZEROS.
          05 WS-SIN-CONTRATO             PIC 9(09) VALUE ZEROS.
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
       01 WS-PERIODO-ANTERIOR.
           05 PAN-ANO                    PIC 9(4).
           05 FILLER                     PIC X     VALUE '-'.
           05 PAN-MES                    PIC 9(2).

      *    SALDO PENDIENTE DE UN CLIENTE/PRODUCTO (CURSOR_1)
       01 WS-SALDO.
           05 SAL-CLIENTE                PIC X(8).
           05 SAL-PRODUCTO               PIC X(2).
           05 SAL-ESTADO                 PIC X(1).
             88 SAL-CASTIGADO                VALUE 'K'.
           05 SAL-FECHA-MAS-VIEJA        PIC X(10).
           05 SAL-PENDIENTE              PIC S9(11)V99 COMP-3.

       01 PRDTW-CON.
           05 CON-CONTRATO               PIC X(18).
           05 CON-CLIENTE                PIC X(8).
           05 CON-PRODUCTO               PIC X(2).

       01 PRDTW-PPV.
           05 PPV-PRODUCTO               PIC X(2).
           05 PPV-TRAMO                  PIC S9(4) COMP.
           05 PPV-PORCENTAJE             PIC S9(3)V9(4) COMP-3.

       01 PRDTW-HPV.
           05 HPV-CONTRATO               PIC X(18).
           05 HPV-OFICINA                PIC X(4).
           05 HPV-PROVISION              PIC S9(11)V99 COMP-3.

      *    TOTALES POR OFICINA/PRODUCTO (CURSOR_2)
       01 WS-COMPARACION.
           05 CMP-OFICINA                PIC X(4).
           05 CMP-PRODUCTO               PIC X(2).
           05 CMP-INICIAL                PIC S9(13)V99 COMP-3.
           05 CMP-FINAL                  PIC S9(13)V99 COMP-3.

       01 WS-MOVIMIENTO.
           05 WS-CARGO                   PIC S9(13)V99 COMP-3.
           05 WS-LIBERACION              PIC S9(13)V99 COMP-3.
           05 WS-VALOR-ASIENTO           PIC S9(11)V99 COMP-3.

       01 WS-OFICINA-ANTERIOR            PIC X(4)  VALUE SPACES.

       01 WS-TOTALES-OFICINA.
           05 TOF-INICIAL                PIC S9(13)V99 COMP-3.
           05 TOF-CARGO                  PIC S9(13)V99 COMP-3.
           05 TOF-LIBERACION             PIC S9(13)V99 COMP-3.
           05 TOF-FINAL                  PIC S9(13)V99 COMP-3.

       01 WS-TOTALES-GENERALES.
           05 TGE-INICIAL                PIC S9(13)V99 COMP-3.
           05 TGE-CARGO                  PIC S9(13)V99 COMP-3.
           05 TGE-LIBERACION             PIC S9(13)V99 COMP-3.
           05 TGE-FINAL                  PIC S9(13)V99 COMP-3.

       01 PRDTW-CTA.
           05 CTA-PRODUCTO               PIC X(2).
           05 CTA-TIPO-MOV               PIC X(1).
           05 CTA-OFICINA                PIC X(4).
           05 CTA-CUENTA-DEBITO          PIC X(10).
           05 CTA-CUENTA-CREDITO         PIC X(10).

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
          05 FILLER             PIC X(36) VALUE
                                 'PROVISION DE CARTERA - PERIODO '.
          05 TIT-PERIODO        PIC X(7).
          05 FILLER             PIC X(12) VALUE '  ANTERIOR: '.
          05 TIT-PERIODO-ANT    PIC X(7).
       01 WS-TITULO2.
          05 FILLER             PIC X(5)  VALUE 'OFIC '.
          05 FILLER             PIC X(3)  VALUE 'PR '.
          05 FILLER             PIC X(23) VALUE
                                 '      PROVISION INICIAL'.
          05 FILLER             PIC X(23) VALUE
                                 '                  CARGO'.
          05 FILLER             PIC X(23) VALUE
                                 '             LIBERACION'.
          05 FILLER             PIC X(23) VALUE
                                 '        PROVISION FINAL'.

       01 WS-DETALLE.
          05 DET-OFICINA               PIC X(4).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-PRODUCTO              PIC X(2).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-INICIAL               PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-CARGO                 PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-LIBERACION            PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-FINAL                 PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-SIN-CUENTA-DET.
          05 FILLER                    PIC X(12) VALUE 'SIN CUENTA: '.
          05 DSC-PRODUCTO              PIC X(2).
          05 FILLER                    PIC X(3)  VALUE '/P/'.
          05 DSC-OFICINA               PIC X(4).

       01 WS-RESUMEN.
          05 CTE-RESUMEN              PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(8)  VALUE 'SALDOS='.
          05 RES-LEIDOS                PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(12) VALUE ' CONTRATOS='.
          05 RES-PROVISIONADOS         PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(15) VALUE ' SIN CONTRATO='.
          05 RES-SIN-CONTRATO          PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(11) VALUE ' ASIENTOS='.
          05 RES-ASIENTOS              PIC ZZZZZZZZ9.

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
               INCLUDE PETCOPPV
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOHPV
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCTA
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: SALDO PENDIENTE Y FECHA MAS VIEJA POR        **
      ******   CLIENTE/PRODUCTO, SEPARANDO LO CASTIGADO DE LO VIVO    **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT W03_CLIENTE, W03_PRODUCTO, W03_ESTADO,
                      MIN(W03_FECHA),
                      SUM(W03_VALOR_ESPERADO - W03_VALOR_APLICADO)
               FROM PRDTW03
               WHERE W03_ESTADO IN ('A', 'K')
               AND   W03_COBERTURA <> 'T'
               GROUP BY W03_CLIENTE, W03_PRODUCTO, W03_ESTADO
               ORDER BY W03_CLIENTE, W03_PRODUCTO, W03_ESTADO
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      ******   CURSOR_2: PROVISION DEL PERIODO CONTRA LA DEL ANTERIOR **
      ******   POR OFICINA Y PRODUCTO; UNA COMBINACION QUE SOLO EXISTE**
      ******   EN UNO DE LOS DOS LLEGA CON CERO EN EL OTRO            **
           EXEC SQL
               DECLARE CURSOR_2 CURSOR FOR
               SELECT VALUE(A.OFI, B.OFI), VALUE(A.PRD, B.PRD),
                      VALUE(B.TOT, 0), VALUE(A.TOT, 0)
               FROM (SELECT HPV_OFICINA AS OFI, HPV_PRODUCTO AS PRD,
                            SUM(HPV_PROVISION) AS TOT
                     FROM PRDTWHPV
                     WHERE HPV_PERIODO = :WS-PERIODO
                     GROUP BY HPV_OFICINA, HPV_PRODUCTO) AS A
                    FULL OUTER JOIN
                    (SELECT HPV_OFICINA AS OFI, HPV_PRODUCTO AS PRD,
                            SUM(HPV_PROVISION) AS TOT
                     FROM PRDTWHPV
                     WHERE HPV_PERIODO = :WS-PERIODO-ANTERIOR
                     GROUP BY HPV_OFICINA, HPV_PRODUCTO) AS B
                    ON  A.OFI = B.OFI
                    AND A.PRD = B.PRD
               ORDER BY 1, 2
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 01-INICIO
           PERFORM 02-PROCESO UNTIL SI-FIN-CURSOR-1
           PERFORM 03-INICIAR-COMPARACION
           PERFORM 04-COMPARAR UNTIL SI-FIN-CURSOR-2
           PERFORM 05-FINAL.
      ******************************************************************
      *                          01-INICIO                              *
      *   EL PERIODO ES EL MES DE LA FECHA DE NEGOCIO; UN REPROCESO    *
      *   DEL MISMO PERIODO BORRA SU HISTORIA Y LA VUELVE A CALCULAR   *
      ******************************************************************
       01-INICIO.
           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO      TO WS-FECHA-PROCESO
           MOVE FPR0-FECHA-PROCESO(1:7) TO WS-PERIODO TIT-PERIODO
           MOVE FPR0-FECHA-PROCESO      TO WS-FECHA-PARTES
           PERFORM 014-CALCULAR-DIA-JULIANO
           MOVE JUL-RESULTADO TO WS-DIA-PROCESO

           IF FEC-MES = 1
              COMPUTE PAN-ANO = FEC-ANO - 1
              MOVE 12      TO PAN-MES
           ELSE
              MOVE FEC-ANO TO PAN-ANO
              COMPUTE PAN-MES = FEC-MES - 1
           END-IF
           MOVE WS-PERIODO-ANTERIOR TO TIT-PERIODO-ANT

           INITIALIZE WS-TOTALES-OFICINA WS-TOTALES-GENERALES

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
               DELETE FROM PRDTWHPV
               WHERE  HPV_PERIODO = :WS-PERIODO
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS AND NOT EQUAL +100
              DISPLAY 'ERROR DELETE PRDTWHPV SQLCODE ' SQLCODE
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
               INTO :SAL-CLIENTE, :SAL-PRODUCTO, :SAL-ESTADO,
                    :SAL-FECHA-MAS-VIEJA, :SAL-PENDIENTE
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   ADD 1 TO WS-SALDOS-LEIDOS
              WHEN +100
                   SET SI-FIN-CURSOR-1 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_1 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR-1 TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

      ******************************************************************
      *                        02-PROCESO                              *
      *   TRAMO DEL SALDO: CASTIGADO (5), O SEGUN LOS DIAS DE ATRASO   *
      *   DE LA FECHA MAS VIEJA CON LOS CORTES DE PE3C0036; SIN FECHAS *
      *   VENCIDAS ES AL DIA (0)                                       *
      ******************************************************************
       02-PROCESO.
           IF SAL-PENDIENTE > ZEROS
              PERFORM 022-CALCULAR-TRAMO
              PERFORM 023-RESOLVER-CONTRATO
           END-IF

           PERFORM 021-FETCH-CURSOR-1.

       022-CALCULAR-TRAMO.
           MOVE SAL-PRODUCTO TO PPV-PRODUCTO
           MOVE ZEROS        TO WS-DIAS-ATRASO
           IF NOT SAL-CASTIGADO
              AND SAL-FECHA-MAS-VIEJA < WS-FECHA-PROCESO
                MOVE SAL-FECHA-MAS-VIEJA TO WS-FECHA-PARTES
                PERFORM 014-CALCULAR-DIA-JULIANO
                MOVE JUL-RESULTADO TO WS-DIA-FECHA
                COMPUTE WS-DIAS-ATRASO = WS-DIA-PROCESO - WS-DIA-FECHA
           END-IF

           EVALUATE TRUE
              WHEN SAL-CASTIGADO
                   MOVE 5 TO PPV-TRAMO
              WHEN WS-DIAS-ATRASO = ZEROS
                   MOVE 0 TO PPV-TRAMO
              WHEN WS-DIAS-ATRASO NOT > 30
                   MOVE 1 TO PPV-TRAMO
              WHEN WS-DIAS-ATRASO NOT > 60
                   MOVE 2 TO PPV-TRAMO
              WHEN WS-DIAS-ATRASO NOT > 90
                   MOVE 3 TO PPV-TRAMO
              WHEN OTHER
                   MOVE 4 TO PPV-TRAMO
           END-EVALUATE.

      *    PRDTW03 VA POR CLIENTE/PRODUCTO: EL CONTRATO ES EL MAS
      *    RECIENTE DEL CLIENTE PARA ESE PRODUCTO, VIGENTE PARA EL
      *    SALDO VIVO O CASTIGADO PARA EL SALDO CASTIGADO
       023-RESOLVER-CONTRATO.
           MOVE SAL-CLIENTE  TO CON-CLIENTE
           MOVE SAL-PRODUCTO TO CON-PRODUCTO
           IF SAL-CASTIGADO
              EXEC SQL
                  SELECT CON_CONTRATO
                  INTO  :CON-CONTRATO
                  FROM  PRDTWCON
                  WHERE CON_CLIENTE = :CON-CLIENTE
                  AND   SUBSTR(CON_CONTRATO, 9, 2) = :CON-PRODUCTO
                  AND   CON_ESTADO = 'K'
                  ORDER BY CON_FECHA_APERTURA DESC
                  FETCH FIRST 1 ROW ONLY
              END-EXEC
           ELSE
              EXEC SQL
                  SELECT CON_CONTRATO
                  INTO  :CON-CONTRATO
                  FROM  PRDTWCON
                  WHERE CON_CLIENTE = :CON-CLIENTE
                  AND   SUBSTR(CON_CONTRATO, 9, 2) = :CON-PRODUCTO
                  AND   CON_ESTADO IN ('A', 'D')
                  ORDER BY CON_FECHA_APERTURA DESC
                  FETCH FIRST 1 ROW ONLY
              END-EXEC
           END-IF

           EVALUATE SQLCODE
              WHEN ZEROS
                   PERFORM 024-BUSCAR-PORCENTAJE
              WHEN +100
                   ADD 1 TO WS-SIN-CONTRATO
                   DISPLAY 'SALDO SIN CONTRATO, CLIENTE ' SAL-CLIENTE
                           ' PRODUCTO ' SAL-PRODUCTO
              WHEN OTHER
                   DISPLAY 'ERROR SELECT PRDTWCON SQLCODE ' SQLCODE
                           ' CLIENTE ' SAL-CLIENTE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

       024-BUSCAR-PORCENTAJE.
           EXEC SQL
               SELECT PPV_PORCENTAJE
               INTO  :PPV-PORCENTAJE
               FROM  PRDTWPPV
               WHERE PPV_PRODUCTO = :PPV-PRODUCTO
               AND   PPV_TRAMO    = :PPV-TRAMO
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   MOVE ZEROS TO PPV-PORCENTAJE
              WHEN OTHER
                   DISPLAY 'ERROR SELECT PRDTWPPV SQLCODE ' SQLCODE
                   MOVE ZEROS TO PPV-PORCENTAJE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE

           COMPUTE HPV-PROVISION ROUNDED =
                   SAL-PENDIENTE * PPV-PORCENTAJE / 100
           PERFORM 025-GRABAR-HISTORIA.

      *    UNA FILA POR CONTRATO Y PERIODO; LA QUE QUEDA EN CERO
      *    TAMBIEN SE GRABA PARA QUE EL SALDO BASE QUEDE A LA VISTA
       025-GRABAR-HISTORIA.
           MOVE CON-CONTRATO      TO HPV-CONTRATO
           MOVE CON-CONTRATO(5:4) TO HPV-OFICINA

           EXEC SQL
               INSERT INTO PRDTWHPV
                   (HPV_PERIODO, HPV_CONTRATO, HPV_CLIENTE,
                    HPV_PRODUCTO, HPV_OFICINA, HPV_TRAMO,
                    HPV_SALDO_BASE, HPV_PORCENTAJE, HPV_PROVISION,
                    HPV_FECHA_CALCULO)
               VALUES
                   (:WS-PERIODO, :HPV-CONTRATO, :SAL-CLIENTE,
                    :SAL-PRODUCTO, :HPV-OFICINA, :PPV-TRAMO,
                    :SAL-PENDIENTE, :PPV-PORCENTAJE, :HPV-PROVISION,
                    :WS-FECHA-PROCESO)
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR INSERT PRDTWHPV SQLCODE ' SQLCODE
                      ' CONTRATO ' HPV-CONTRATO
              SET SI-ERROR-PROCESO TO TRUE
           ELSE
              ADD 1 TO WS-CONTRATOS-PROVISIONADOS
           END-IF.

      ******************************************************************
      *                  03-INICIAR-COMPARACION                        *
      ******************************************************************
       03-INICIAR-COMPARACION.
           EXEC SQL
               CLOSE CURSOR_1
           END-EXEC

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
      *                        04-COMPARAR                             *
      *   LA DIFERENCIA ENTRE LA PROVISION FINAL Y LA INICIAL ES EL    *
      *   CARGO (SI SUBE) O LA LIBERACION (SI BAJA) DE LA COMBINACION  *
      *   OFICINA/PRODUCTO; CON CORTE DE CONTROL POR OFICINA           *
      ******************************************************************
       04-COMPARAR.
           IF SI-PRIMER-REGISTRO
              MOVE CMP-OFICINA    TO WS-OFICINA-ANTERIOR
              SET NO-PRIMER-REGISTRO TO TRUE
           END-IF

           IF CMP-OFICINA NOT = WS-OFICINA-ANTERIOR
              PERFORM 043-TOTAL-OFICINA
              MOVE CMP-OFICINA    TO WS-OFICINA-ANTERIOR
           END-IF

           MOVE ZEROS TO WS-CARGO WS-LIBERACION
           IF CMP-FINAL > CMP-INICIAL
              COMPUTE WS-CARGO = CMP-FINAL - CMP-INICIAL
           ELSE
              COMPUTE WS-LIBERACION = CMP-INICIAL - CMP-FINAL
           END-IF

           IF WS-CARGO > ZEROS OR WS-LIBERACION > ZEROS
              PERFORM 042-GENERAR-ASIENTO
           END-IF

           MOVE CMP-OFICINA   TO DET-OFICINA
           MOVE CMP-PRODUCTO  TO DET-PRODUCTO
           MOVE CMP-INICIAL   TO DET-INICIAL
           MOVE WS-CARGO      TO DET-CARGO
           MOVE WS-LIBERACION TO DET-LIBERACION
           MOVE CMP-FINAL     TO DET-FINAL
           MOVE WS-DETALLE    TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           ADD CMP-INICIAL    TO TOF-INICIAL
           ADD WS-CARGO       TO TOF-CARGO
           ADD WS-LIBERACION  TO TOF-LIBERACION
           ADD CMP-FINAL      TO TOF-FINAL

           PERFORM 041-FETCH-CURSOR-2.

       041-FETCH-CURSOR-2.
           EXEC SQL
               FETCH CURSOR_2
               INTO :CMP-OFICINA, :CMP-PRODUCTO, :CMP-INICIAL,
                    :CMP-FINAL
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
      *                  042-GENERAR-ASIENTO                           *
      *   EL CARGO VA DEBITO/CREDITO COMO ESTA EN EL MAPA; LA          *
      *   LIBERACION A LAS MISMAS CUENTAS INVERTIDAS, COMO EL REVERSO  *
      *   EN PE3C0069. SIN CUENTA EL COMPROBANTE QUEDA RETENIDO        *
      ******************************************************************
       042-GENERAR-ASIENTO.
           MOVE CMP-PRODUCTO TO CTA-PRODUCTO
           MOVE CMP-OFICINA  TO CTA-OFICINA
           MOVE 'P'          TO CTA-TIPO-MOV

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
                   PERFORM 0421-ESCRIBIR-ASIENTO
              WHEN +100
                   ADD 1 TO WS-SIN-CUENTA
                   MOVE CMP-PRODUCTO      TO DSC-PRODUCTO
                   MOVE CMP-OFICINA       TO DSC-OFICINA
                   MOVE WS-SIN-CUENTA-DET TO REG-SALIDA
                   PERFORM 99-ESCRIBIR
              WHEN OTHER
                   DISPLAY 'ERROR SELECT PRDTWCTA SQLCODE ' SQLCODE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

       0421-ESCRIBIR-ASIENTO.
           IF WS-CARGO > ZEROS
              MOVE WS-CARGO           TO WS-VALOR-ASIENTO
              MOVE CTA-CUENTA-DEBITO  TO CNT-CUENTA
              PERFORM 0422-ESCRIBIR-DEBITO
              MOVE CTA-CUENTA-CREDITO TO CNT-CUENTA
              PERFORM 0423-ESCRIBIR-CREDITO
           ELSE
              MOVE WS-LIBERACION      TO WS-VALOR-ASIENTO
              MOVE CTA-CUENTA-CREDITO TO CNT-CUENTA
              PERFORM 0422-ESCRIBIR-DEBITO
              MOVE CTA-CUENTA-DEBITO  TO CNT-CUENTA
              PERFORM 0423-ESCRIBIR-CREDITO
           END-IF.

       0422-ESCRIBIR-DEBITO.
           SET CNT-REG-DETALLE TO TRUE
           SET CNT-DEBITO      TO TRUE
           PERFORM 0424-COMPLETAR-Y-GRABAR
           ADD WS-VALOR-ASIENTO TO WS-TOTAL-DEBITO.

       0423-ESCRIBIR-CREDITO.
           SET CNT-REG-DETALLE TO TRUE
           SET CNT-CREDITO     TO TRUE
           PERFORM 0424-COMPLETAR-Y-GRABAR
           ADD WS-VALOR-ASIENTO TO WS-TOTAL-CREDITO.

       0424-COMPLETAR-Y-GRABAR.
           MOVE WS-VALOR-ASIENTO TO CNT-VALOR
           MOVE WS-FECHA-PROCESO TO CNT-FECHA
           MOVE CMP-PRODUCTO     TO CNT-PRODUCTO
           MOVE CMP-OFICINA      TO CNT-OFICINA
           MOVE 'P'              TO CNT-TIPO-MOV
           MOVE ZEROS            TO CNT-ID-MOV
           PERFORM 98-ESCRIBIR-CONTABLE
           ADD 1 TO WS-ASIENTOS.

       043-TOTAL-OFICINA.
           MOVE WS-OFICINA-ANTERIOR TO DET-OFICINA
           MOVE '**'                TO DET-PRODUCTO
           MOVE TOF-INICIAL         TO DET-INICIAL
           MOVE TOF-CARGO           TO DET-CARGO
           MOVE TOF-LIBERACION      TO DET-LIBERACION
           MOVE TOF-FINAL           TO DET-FINAL
           MOVE WS-DETALLE          TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           ADD TOF-INICIAL          TO TGE-INICIAL
           ADD TOF-CARGO            TO TGE-CARGO
           ADD TOF-LIBERACION       TO TGE-LIBERACION
           ADD TOF-FINAL            TO TGE-FINAL
           INITIALIZE WS-TOTALES-OFICINA.

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
      *                        05-FINAL                                *
      *   EL REGISTRO DE CONTROL PRUEBA EL CUADRE; UN ERROR O UNA      *
      *   COMBINACION SIN CUENTA RETIENEN EL COMPROBANTE (RC 8)        *
      ******************************************************************
       05-FINAL.
           EXEC SQL
               CLOSE CURSOR_2
           END-EXEC

           IF NO-PRIMER-REGISTRO
              PERFORM 043-TOTAL-OFICINA
           END-IF

           MOVE 'TOT.'         TO DET-OFICINA
           MOVE SPACES         TO DET-PRODUCTO
           MOVE TGE-INICIAL    TO DET-INICIAL
           MOVE TGE-CARGO      TO DET-CARGO
           MOVE TGE-LIBERACION TO DET-LIBERACION
           MOVE TGE-FINAL      TO DET-FINAL
           MOVE WS-DETALLE     TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           INITIALIZE REG-CONTABLE
           SET CNT-REG-CONTROL   TO TRUE
           MOVE WS-ASIENTOS      TO CNT-CTL-CANT-ASIENTOS
           MOVE WS-TOTAL-DEBITO  TO CNT-CTL-TOTAL-DEBITO
           MOVE WS-TOTAL-CREDITO TO CNT-CTL-TOTAL-CREDITO
           PERFORM 98-ESCRIBIR-CONTABLE

           MOVE WS-SALDOS-LEIDOS           TO RES-LEIDOS
           MOVE WS-CONTRATOS-PROVISIONADOS TO RES-PROVISIONADOS
           MOVE WS-SIN-CONTRATO            TO RES-SIN-CONTRATO
           MOVE WS-ASIENTOS                TO RES-ASIENTOS
           MOVE WS-RESUMEN                 TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           DISPLAY 'SALDOS LEIDOS          : ' WS-SALDOS-LEIDOS
           DISPLAY 'CONTRATOS PROVISIONADOS: '
                   WS-CONTRATOS-PROVISIONADOS
           DISPLAY 'SALDOS SIN CONTRATO    : ' WS-SIN-CONTRATO
           DISPLAY 'ASIENTOS GENERADOS     : ' WS-ASIENTOS
           DISPLAY 'SIN CUENTA EN MAPA     : ' WS-SIN-CUENTA
           DISPLAY 'PROVISION INICIAL      : ' TGE-INICIAL
           DISPLAY 'PROVISION FINAL        : ' TGE-FINAL

           CLOSE CONTABLE SALIDA

           EVALUATE TRUE
              WHEN SI-ERROR-PROCESO
                   MOVE 8 TO RETURN-CODE
              WHEN WS-TOTAL-DEBITO NOT = WS-TOTAL-CREDITO
                   DISPLAY 'COMPROBANTE DESCUADRADO, NO TRANSMITIR'
                   MOVE 8 TO RETURN-CODE
              WHEN WS-SIN-CUENTA > ZEROS
                   DISPLAY 'PROVISION SIN CUENTA, NO TRANSMITIR'
                   MOVE 8 TO RETURN-CODE
              WHEN WS-SIN-CONTRATO > ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.
