       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0108.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           CASTIGO MENSUAL DE CARTERA. EN MODO 'P' (PROPONER)
      *           TOMA CADA CLIENTE/PRODUCTO CON FECHAS ACTIVAS SIN
      *           COBERTURA TOTAL EN PRDTW03 Y, SI LA MAS VIEJA SUPERA
      *           LOS DIAS DE CASTIGO DEL PRODUCTO (PRD_DIAS_CASTIGO,
      *           180 POR OMISION) CONTRA LA FECHA DE NEGOCIO, REGISTRA
      *           SU CONTRATO VIGENTE COMO PROPUESTO EN PRDTWCAS Y LO
      *           LISTA PARA EL COMITE. EN MODO 'C' (CASTIGAR) LEE EL
      *           ARCHIVO APROBCAS CON LOS CONTRATOS APROBADOS: CADA
      *           UNO QUEDA CASTIGADO ('K') EN PRDTWCON, SUS FECHAS
      *           PENDIENTES EN 'K', SUS RE-PRESENTACIONES PENDIENTES
      *           AGOTADAS, SU MANDATO DE DEBITO CANCELADO (PE3C0102,
      *           BITACORA MANTLOGD) Y LA REGLA DE FRECUENCIA DEL
      *           CLIENTE/PRODUCTO RETIRADA (PE3C0093, BITACORA
      *           MANTLOGP), Y EL SALDO SE ASIENTA EN EL ARCHIVO
      *           CONTABLE (MISMO LAYOUT DEL COMPROBANTE PE3C0069) CON
      *           LAS CUENTAS DEL MAPA PRDTWCTA PARA EL TIPO 'K'. LOS
      *           PAGOS POSTERIORES LOS CONTABILIZA PE3C0069 COMO
      *           RECUPERACION (TIPO 'Y')
      *                         ============                           *
      ******************************************************************

       AUTHOR.          FABIAN ANDRES MOLINA BERMUDEZ.
       DATE-WRITTEN.    15/OCT/2026.
       DATE-COMPILED.
      ******************************************************************
      *                    MODIFICACIONES                              *
      ******************************************************************
      *   15/OCT/2026  FAMB  PROGRAMA NUEVO                            *
      *   15/OCT/2026  FAMB  EL CASTIGO CANCELA EL MANDATO PRDTWMAN Y  *
      *                      RETIRA LA REGLA PRDTWFRE EN LA MISMA      *
      *                      UNIDAD DE TRABAJO: PE3C0034 YA NO GENERA  *
      *                      FECHAS NUEVAS PARA EL CONTRATO CASTIGADO  *
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
      *****************CONTRATOS APROBADOS PARA CASTIGO (MODO C)*******
           SELECT APROBCAS  ASSIGN TO APROBCAS
                            FILE STATUS IS WS-ESTADO-APR.
      *****************ARCHIVO DE ASIENTOS PARA EL MAYOR (MODO C)*******
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
       FD  APROBCAS
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-APROBCAS.
           05 APR-CONTRATO                      PIC X(18).
      *    USUARIO QUE APROBO EL CASTIGO EN EL COMITE
           05 APR-USUARIO                       PIC X(8).
           05 FILLER                            PIC X(54).

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
       01 WS-ESTADO-APR                  PIC XX    VALUE '00'.
       01 WS-ESTADO-CON                  PIC XX    VALUE '00'.
      ******************************************************************
      *                           SWITCHES                             *
      ******************************************************************
       01 SWITCHES.
           05 SW-FIN-DATA            PIC X       VALUE 'N'.
             88 SI-FIN-DATA                      VALUE 'S'.
             88 NO-FIN-DATA                      VALUE 'N'.
           05 SW-ERROR-PROCESO       PIC X       VALUE 'N'.
             88 SI-ERROR-PROCESO                 VALUE 'S'.
             88 NO-ERROR-PROCESO                 VALUE 'N'.
           05 SW-MODO                PIC X       VALUE SPACE.
             88 MODO-PROPONER                    VALUE 'P'.
             88 MODO-CASTIGAR                    VALUE 'C'.
      *    EL APROBADO PASA TODAS LAS VALIDACIONES PREVIAS AL CASTIGO
           05 SW-APROBADO-VALIDO     PIC X       VALUE 'S'.
             88 SI-APROBADO-VALIDO               VALUE 'S'.
             88 NO-APROBADO-VALIDO               VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-LEIDOS                   PIC 9(09) VALUE ZEROS.
          05 WS-PROPUESTOS               PIC 9(09) VALUE ZEROS.
          05 WS-SIN-CONTRATO             PIC 9(09) VALUE ZEROS.
          05 WS-CASTIGADOS               PIC 9(09) VALUE ZEROS.
          05 WS-NO-CASTIGADOS            PIC 9(09) VALUE ZEROS.
          05 WS-ASIENTOS                 PIC 9(09) VALUE ZEROS.
          05 WS-TOTAL-SALDO              PIC S9(13)V99 COMP-3
                                                   VALUE ZEROS.
          05 WS-TOTAL-DEBITO             PIC S9(13)V99 COMP-3
                                                   VALUE ZEROS.
          05 WS-TOTAL-CREDITO            PIC S9(13)V99 COMP-3
                                                   VALUE ZEROS.
      ******************************************************************
      *                          CONSTANTES                            *
      ******************************************************************
       01 WS-CONSTANTES.
          05 CTE-DIAS-CASTIGO            PIC 9(03) VALUE 180.
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 WS-FECHA-PROCESO               PIC X(10) VALUE SPACES.
       01 WS-DIAS-UMBRAL                 PIC 9(03) VALUE ZEROS.
       01 WS-CANT-ACUERDOS               PIC S9(9) COMP VALUE ZEROS.

      *    CANDIDATO DEL CURSOR_1 (MODO PROPONER)
       01 WS-CANDIDATO.
           05 CAN-CLIENTE                PIC X(8).
           05 CAN-PRODUCTO               PIC X(2).
           05 CAN-FECHA-MAS-VIEJA        PIC X(10).
           05 CAN-SALDO                  PIC S9(11)V99 COMP-3.
           05 CAN-DIAS-CASTIGO           PIC S9(4) COMP.

       01 PRDTW-CON.
           05 CON-CONTRATO               PIC X(18).
           05 CON-CLIENTE                PIC X(8).
           05 CON-PRODUCTO               PIC X(2).
           05 CON-ESTADO                 PIC X(1).
             88 CON-EST-ACTIVO               VALUE 'A'.
             88 CON-EST-DORMANTE             VALUE 'D'.

       01 PRDTW-CAS.
           05 CAS-CONTRATO               PIC X(18).
           05 CAS-CLIENTE                PIC X(8).
           05 CAS-PRODUCTO               PIC X(2).
           05 CAS-OFICINA                PIC X(4).
           05 CAS-FECHA-MAS-VIEJA        PIC X(10).
           05 CAS-DIAS-ATRASO            PIC S9(4) COMP.
           05 CAS-SALDO                  PIC S9(11)V99 COMP-3.
           05 CAS-USUARIO                PIC X(8).

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
          05 TIT-NOMBRE         PIC X(30) VALUE SPACES.
          05 FILLER             PIC X(8)  VALUE ' FECHA: '.
          05 TIT-FECHA          PIC X(10).
       01 WS-TITULO2.
          05 FILLER             PIC X(19) VALUE 'CONTRATO           '.
          05 FILLER             PIC X(9)  VALUE 'CLIENTE  '.
          05 FILLER             PIC X(3)  VALUE 'PR '.
          05 FILLER             PIC X(5)  VALUE 'OFIC '.
          05 FILLER             PIC X(11) VALUE 'MAS VIEJA  '.
          05 FILLER             PIC X(6)  VALUE ' DIAS '.
          05 FILLER             PIC X(19) VALUE '              SALDO'.
          05 FILLER             PIC X(10) VALUE ' RESULTADO'.

       01 WS-DETALLE.
          05 DET-CONTRATO              PIC X(18).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-CLIENTE               PIC X(8).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-PRODUCTO              PIC X(2).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-OFICINA               PIC X(4).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-FECHA                 PIC X(10).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-DIAS                  PIC ZZZZ9.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-SALDO                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-RESULTADO             PIC X(20).

       01 WS-RESUMEN.
          05 CTE-RESUMEN              PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(8)  VALUE 'LEIDOS='.
          05 RES-LEIDOS                PIC ZZZZZZZZ9.
          05 RES-TEXTO-OK             PIC X(13) VALUE SPACES.
          05 RES-OK                    PIC ZZZZZZZZ9.
          05 RES-TEXTO-NO             PIC X(13) VALUE SPACES.
          05 RES-NO                    PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(7)  VALUE ' SALDO='.
          05 RES-SALDO                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE FECHA DE PROCESO PE3C0060           *
      ******************************************************************
       COPY PE3CFPRO.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE MANDATOS PE3C0102 (CANCELACION DEL  *
      *   MANDATO DEL CONTRATO CASTIGADO)                              *
      ******************************************************************
       COPY PE3COEVD.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE PARAMETROS PE3C0093 (RETIRO DE LA   *
      *   REGLA DE FRECUENCIA DEL CLIENTE/PRODUCTO CASTIGADO)          *
      ******************************************************************
       COPY PE3COEVP.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOW03
           END-EXEC.

           EXEC SQL
               INCLUDE PETCWPRD
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCON
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCAS
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCTA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOACU
           END-EXEC.

           EXEC SQL
               INCLUDE PETCORPR
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: POR CLIENTE/PRODUCTO, LA FECHA PENDIENTE MAS **
      ******   VIEJA Y EL SALDO DE TODAS LAS PENDIENTES, CON LOS DIAS **
      ******   DE CASTIGO DEL PRODUCTO. UN ACUERDO DE PAGO VIGENTE    **
      ******   LO SACA DE LA PROPUESTA (LO CONTROLA PE3C0107)         **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT F.W03_CLIENTE, F.W03_PRODUCTO,
                      MIN(F.W03_FECHA),
                      SUM(F.W03_VALOR_ESPERADO - F.W03_VALOR_APLICADO),
                      VALUE(MAX(P.PRD_DIAS_CASTIGO), 0)
               FROM PRDTW03 F
                    LEFT OUTER JOIN PRDTWPRD P
                    ON P.PRD_CODIGO = F.W03_PRODUCTO
               WHERE F.W03_ESTADO     = 'A'
               AND   F.W03_COBERTURA <> 'T'
               AND   NOT EXISTS
                     (SELECT 1 FROM PRDTWACU G
                      WHERE G.ACU_CLIENTE  = F.W03_CLIENTE
                      AND   G.ACU_PRODUCTO = F.W03_PRODUCTO
                      AND   G.ACU_ESTADO   = 'V')
               GROUP BY F.W03_CLIENTE, F.W03_PRODUCTO
               HAVING MIN(F.W03_FECHA) < :WS-FECHA-PROCESO
               ORDER BY F.W03_PRODUCTO, F.W03_CLIENTE
               FOR FETCH ONLY
           END-EXEC.

       LINKAGE SECTION.
       01 REG-PARM.
           05 PARM-LONG                         PIC X(02).
      *    P = PROPONER CANDIDATOS, C = CASTIGAR LOS APROBADOS
           05 PARM-MODO                         PIC X(01).

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING REG-PARM.
           PERFORM 01-INICIO
           PERFORM 02-PROCESO UNTIL SI-FIN-DATA
           PERFORM 03-FINAL.
      ******************************************************************
      *                          01-INICIO                              *
      ******************************************************************
       01-INICIO.
           PERFORM 010-VALIDAR-PARM

           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO TO WS-FECHA-PROCESO TIT-FECHA
           MOVE FPR0-FECHA-PROCESO TO WS-FECHA-PARTES
           PERFORM 014-CALCULAR-DIA-JULIANO
           MOVE JUL-RESULTADO TO WS-DIA-PROCESO

           OPEN OUTPUT SALIDA
           IF WS-ESTADO NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ARCHIVO SALIDA ' WS-ESTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           IF MODO-PROPONER
              MOVE 'PROPUESTA DE CASTIGO DE CARTERA' TO TIT-NOMBRE
              PERFORM 011-INICIAR-PROPUESTA
           ELSE
              MOVE 'CASTIGO DE CARTERA APROBADA'     TO TIT-NOMBRE
              PERFORM 012-INICIAR-CASTIGO
           END-IF

           MOVE WS-TITULO1 TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO2 TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           IF MODO-PROPONER
              PERFORM 021-FETCH-CURSOR-1
           ELSE
              PERFORM 023-LEER-APROBADO
           END-IF.

       010-VALIDAR-PARM.
           IF PARM-LONG IS NOT NUMERIC OR PARM-LONG = '00'
              DISPLAY 'PARM-LONG INVALIDO: ' PARM-LONG
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE PARM-MODO TO SW-MODO
           IF NOT MODO-PROPONER AND NOT MODO-CASTIGAR
              DISPLAY 'MODO INVALIDO (P/C): ' PARM-MODO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    LA PROPUESTA NUEVA REEMPLAZA LA DEL MES ANTERIOR QUE EL
      *    COMITE NO APROBO; LOS CASTIGADOS ('K') NO SE TOCAN
       011-INICIAR-PROPUESTA.
           EXEC SQL
               DELETE FROM PRDTWCAS
               WHERE  CAS_ESTADO = 'P'
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS AND NOT EQUAL +100
              DISPLAY 'ERROR DELETE PRDTWCAS SQLCODE ' SQLCODE
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
           END-IF.

       012-INICIAR-CASTIGO.
           OPEN INPUT APROBCAS
           IF WS-ESTADO-APR NOT = '00'
              DISPLAY 'ERROR ABRIENDO ARCHIVO APROBCAS ' WS-ESTADO-APR
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT CONTABLE
           IF WS-ESTADO-CON NOT = '00' AND NOT = '97'
              CLOSE APROBCAS
              DISPLAY 'ERROR ABRIENDO ARCHIVO CONTABLE ' WS-ESTADO-CON
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           INITIALIZE REG-CONTABLE
           SET CNT-REG-CABECERA  TO TRUE
           MOVE WS-FECHA-PROCESO TO CNT-CAB-FECHA-PROCESO
           PERFORM 98-ESCRIBIR-CONTABLE.

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
      *                        02-PROCESO                              *
      ******************************************************************
       02-PROCESO.
           IF MODO-PROPONER
              PERFORM 022-EVALUAR-CANDIDATO
              PERFORM 021-FETCH-CURSOR-1
           ELSE
              PERFORM 024-CASTIGAR-APROBADO
              PERFORM 023-LEER-APROBADO
           END-IF.

       021-FETCH-CURSOR-1.
           EXEC SQL
               FETCH CURSOR_1
               INTO :CAN-CLIENTE, :CAN-PRODUCTO, :CAN-FECHA-MAS-VIEJA,
                    :CAN-SALDO, :CAN-DIAS-CASTIGO
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   ADD 1 TO WS-LEIDOS
              WHEN +100
                   SET SI-FIN-DATA TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_1 SQLCODE ' SQLCODE
                   SET SI-FIN-DATA TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

      ******************************************************************
      *                  022-EVALUAR-CANDIDATO                         *
      *   SE PROPONE SOLO SI LA FECHA PENDIENTE MAS VIEJA SUPERA LOS   *
      *   DIAS DE CASTIGO DEL PRODUCTO. PRDTW03 VA POR CLIENTE Y       *
      *   PRODUCTO: EL CONTRATO ES EL VIGENTE MAS RECIENTE DEL CLIENTE *
      *   PARA ESE PRODUCTO (LA MISMA REGLA DE PE3C0104)               *
      ******************************************************************
       022-EVALUAR-CANDIDATO.
           MOVE CAN-FECHA-MAS-VIEJA TO WS-FECHA-PARTES
           PERFORM 014-CALCULAR-DIA-JULIANO
           MOVE JUL-RESULTADO TO WS-DIA-FECHA
           COMPUTE WS-DIAS-ATRASO = WS-DIA-PROCESO - WS-DIA-FECHA

           IF CAN-DIAS-CASTIGO > ZEROS
              MOVE CAN-DIAS-CASTIGO  TO WS-DIAS-UMBRAL
           ELSE
              MOVE CTE-DIAS-CASTIGO  TO WS-DIAS-UMBRAL
           END-IF

           IF WS-DIAS-ATRASO > WS-DIAS-UMBRAL
              PERFORM 0221-RESOLVER-CONTRATO
           END-IF.

       0221-RESOLVER-CONTRATO.
           MOVE CAN-CLIENTE  TO CON-CLIENTE
           MOVE CAN-PRODUCTO TO CON-PRODUCTO
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

           MOVE SPACES              TO DET-CONTRATO DET-OFICINA
           MOVE CAN-CLIENTE         TO DET-CLIENTE
           MOVE CAN-PRODUCTO        TO DET-PRODUCTO
           MOVE CAN-FECHA-MAS-VIEJA TO DET-FECHA
           MOVE WS-DIAS-ATRASO      TO DET-DIAS
           MOVE CAN-SALDO           TO DET-SALDO

           EVALUATE SQLCODE
              WHEN ZEROS
                   PERFORM 0222-REGISTRAR-PROPUESTA
              WHEN +100
                   ADD 1 TO WS-SIN-CONTRATO
                   MOVE 'SIN CONTRATO VIGENTE' TO DET-RESULTADO
                   PERFORM 025-ESCRIBIR-DETALLE
              WHEN OTHER
                   DISPLAY 'ERROR SELECT PRDTWCON SQLCODE ' SQLCODE
                           ' CLIENTE ' CAN-CLIENTE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

       0222-REGISTRAR-PROPUESTA.
           MOVE CON-CONTRATO        TO CAS-CONTRATO
           MOVE CAN-CLIENTE         TO CAS-CLIENTE
           MOVE CAN-PRODUCTO        TO CAS-PRODUCTO
           MOVE CON-CONTRATO(5:4)   TO CAS-OFICINA
           MOVE CAN-FECHA-MAS-VIEJA TO CAS-FECHA-MAS-VIEJA
           IF WS-DIAS-ATRASO > 9999
              MOVE 9999             TO CAS-DIAS-ATRASO
           ELSE
              MOVE WS-DIAS-ATRASO   TO CAS-DIAS-ATRASO
           END-IF
           MOVE CAN-SALDO           TO CAS-SALDO

           EXEC SQL
               INSERT INTO PRDTWCAS
                   (CAS_CONTRATO, CAS_CLIENTE, CAS_PRODUCTO,
                    CAS_OFICINA, CAS_ESTADO, CAS_FECHA_MAS_VIEJA,
                    CAS_DIAS_ATRASO, CAS_SALDO, CAS_FECHA_PROPUESTA,
                    CAS_FECHA_CASTIGO, CAS_USUARIO)
               VALUES
                   (:CAS-CONTRATO, :CAS-CLIENTE, :CAS-PRODUCTO,
                    :CAS-OFICINA, 'P', :CAS-FECHA-MAS-VIEJA,
                    :CAS-DIAS-ATRASO, :CAS-SALDO, :WS-FECHA-PROCESO,
                    ' ', ' ')
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR INSERT PRDTWCAS SQLCODE ' SQLCODE
                      ' CONTRATO ' CAS-CONTRATO
              SET SI-ERROR-PROCESO TO TRUE
           ELSE
              ADD 1                 TO WS-PROPUESTOS
              ADD CAN-SALDO         TO WS-TOTAL-SALDO
              MOVE CAS-CONTRATO     TO DET-CONTRATO
              MOVE CAS-OFICINA      TO DET-OFICINA
              MOVE 'PROPUESTO'      TO DET-RESULTADO
              PERFORM 025-ESCRIBIR-DETALLE
           END-IF.

       023-LEER-APROBADO.
           INITIALIZE REG-APROBCAS
           READ APROBCAS
              AT END
                 SET SI-FIN-DATA    TO TRUE
              NOT AT END
                 ADD 1              TO WS-LEIDOS
           END-READ
           IF WS-ESTADO-APR NOT = '00' AND NOT = '10'
              DISPLAY 'ERROR LEYENDO ARCHIVO APROBCAS ' WS-ESTADO-APR
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *                  024-CASTIGAR-APROBADO                         *
      *   TODO SE VALIDA ANTES DE TOCAR TABLAS: PROPUESTA PENDIENTE,   *
      *   CONTRATO AUN VIGENTE, SIN ACUERDO DE PAGO Y CON CUENTA EN    *
      *   EL MAPA. UN APROBADO QUE NO PASA SE REPORTA Y QUEDA          *
      *   PROPUESTO; UN ERROR DE SQL A MEDIO CASTIGO REVERSA TODO      *
      ******************************************************************
       024-CASTIGAR-APROBADO.
           SET SI-APROBADO-VALIDO TO TRUE
           MOVE APR-CONTRATO      TO DET-CONTRATO
           MOVE SPACES            TO DET-CLIENTE DET-PRODUCTO
                                     DET-OFICINA DET-FECHA
           MOVE ZEROS             TO DET-DIAS DET-SALDO

           PERFORM 0241-LEER-PROPUESTA
           IF SI-APROBADO-VALIDO
              PERFORM 0242-VALIDAR-CONTRATO
           END-IF
           IF SI-APROBADO-VALIDO
              PERFORM 0243-CALCULAR-SALDO
           END-IF
           IF SI-APROBADO-VALIDO
              PERFORM 0244-BUSCAR-CUENTA
           END-IF

           IF SI-APROBADO-VALIDO
              PERFORM 0245-MARCAR-CASTIGO
              IF CAS-SALDO > ZEROS
                 PERFORM 0246-GENERAR-ASIENTO
              END-IF
              ADD 1                 TO WS-CASTIGADOS
              ADD CAS-SALDO         TO WS-TOTAL-SALDO
              MOVE CAS-SALDO        TO DET-SALDO
              MOVE 'CASTIGADO'      TO DET-RESULTADO
           ELSE
              ADD 1                 TO WS-NO-CASTIGADOS
           END-IF

           PERFORM 025-ESCRIBIR-DETALLE.

       0241-LEER-PROPUESTA.
           MOVE APR-CONTRATO TO CAS-CONTRATO
           EXEC SQL
               SELECT CAS_CLIENTE, CAS_PRODUCTO, CAS_OFICINA,
                      CAS_FECHA_MAS_VIEJA, CAS_DIAS_ATRASO
               INTO  :CAS-CLIENTE, :CAS-PRODUCTO, :CAS-OFICINA,
                     :CAS-FECHA-MAS-VIEJA, :CAS-DIAS-ATRASO
               FROM  PRDTWCAS
               WHERE CAS_CONTRATO = :CAS-CONTRATO
               AND   CAS_ESTADO   = 'P'
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                   MOVE CAS-CLIENTE         TO DET-CLIENTE
                   MOVE CAS-PRODUCTO        TO DET-PRODUCTO
                   MOVE CAS-OFICINA         TO DET-OFICINA
                   MOVE CAS-FECHA-MAS-VIEJA TO DET-FECHA
                   MOVE CAS-DIAS-ATRASO     TO DET-DIAS
              WHEN +100
                   SET NO-APROBADO-VALIDO   TO TRUE
                   MOVE 'NO ESTA PROPUESTO' TO DET-RESULTADO
              WHEN OTHER
                   DISPLAY 'ERROR SELECT PRDTWCAS SQLCODE ' SQLCODE
                           ' CONTRATO ' APR-CONTRATO
                   SET NO-APROBADO-VALIDO   TO TRUE
                   SET SI-ERROR-PROCESO     TO TRUE
                   MOVE 'ERROR DE LECTURA'  TO DET-RESULTADO
           END-EVALUATE.

      *    DESDE LA PROPUESTA EL CONTRATO PUDO CERRARSE O BLOQUEARSE,
      *    O EL CLIENTE PUDO FIRMAR UN ACUERDO DE PAGO
       0242-VALIDAR-CONTRATO.
           MOVE APR-CONTRATO TO CON-CONTRATO
           EXEC SQL
               SELECT CON_ESTADO
               INTO  :CON-ESTADO
               FROM  PRDTWCON
               WHERE CON_CONTRATO = :CON-CONTRATO
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE NOT = ZEROS AND NOT = +100
                   DISPLAY 'ERROR SELECT PRDTWCON SQLCODE ' SQLCODE
                           ' CONTRATO ' APR-CONTRATO
                   SET NO-APROBADO-VALIDO   TO TRUE
                   SET SI-ERROR-PROCESO     TO TRUE
                   MOVE 'ERROR DE LECTURA'  TO DET-RESULTADO
              WHEN SQLCODE = +100
                OR (NOT CON-EST-ACTIVO AND NOT CON-EST-DORMANTE)
                   SET NO-APROBADO-VALIDO   TO TRUE
                   MOVE 'CONTRATO NO VIGENTE' TO DET-RESULTADO
           END-EVALUATE

           IF SI-APROBADO-VALIDO
              EXEC SQL
                  SELECT COUNT(*)
                  INTO  :WS-CANT-ACUERDOS
                  FROM  PRDTWACU
                  WHERE ACU_CLIENTE  = :CAS-CLIENTE
                  AND   ACU_PRODUCTO = :CAS-PRODUCTO
                  AND   ACU_ESTADO   = 'V'
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE NOT = ZEROS
                      DISPLAY 'ERROR SELECT PRDTWACU SQLCODE ' SQLCODE
                      SET NO-APROBADO-VALIDO   TO TRUE
                      SET SI-ERROR-PROCESO     TO TRUE
                      MOVE 'ERROR DE LECTURA'  TO DET-RESULTADO
                 WHEN WS-CANT-ACUERDOS > ZEROS
                      SET NO-APROBADO-VALIDO   TO TRUE
                      MOVE 'ACUERDO DE PAGO VIG.' TO DET-RESULTADO
              END-EVALUATE
           END-IF.

      *    EL SALDO SE RECALCULA: LO QUE LLEGO DESDE LA PROPUESTA YA
      *    NO SE CASTIGA
       0243-CALCULAR-SALDO.
           EXEC SQL
               SELECT VALUE(SUM(W03_VALOR_ESPERADO
                                - W03_VALOR_APLICADO), 0)
               INTO  :CAS-SALDO
               FROM  PRDTW03
               WHERE W03_CLIENTE    = :CAS-CLIENTE
               AND   W03_PRODUCTO   = :CAS-PRODUCTO
               AND   W03_ESTADO     = 'A'
               AND   W03_COBERTURA <> 'T'
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR SELECT PRDTW03 SQLCODE ' SQLCODE
                      ' CONTRATO ' APR-CONTRATO
              SET NO-APROBADO-VALIDO   TO TRUE
              SET SI-ERROR-PROCESO     TO TRUE
              MOVE 'ERROR DE LECTURA'  TO DET-RESULTADO
           END-IF.

       0244-BUSCAR-CUENTA.
           MOVE CAS-PRODUCTO TO CTA-PRODUCTO
           MOVE CAS-OFICINA  TO CTA-OFICINA
           MOVE 'K'          TO CTA-TIPO-MOV
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
                   CONTINUE
              WHEN +100
                   SET NO-APROBADO-VALIDO   TO TRUE
                   MOVE 'SIN CUENTA EN MAPA' TO DET-RESULTADO
              WHEN OTHER
                   DISPLAY 'ERROR SELECT PRDTWCTA SQLCODE ' SQLCODE
                   SET NO-APROBADO-VALIDO   TO TRUE
                   SET SI-ERROR-PROCESO     TO TRUE
                   MOVE 'ERROR DE LECTURA'  TO DET-RESULTADO
           END-EVALUATE.

      ******************************************************************
      *                    0245-MARCAR-CASTIGO                         *
      *   EL CONTRATO Y SUS FECHAS PENDIENTES QUEDAN EN 'K': SALEN DE  *
      *   LAS CARTAS (PE3C0075), LAS SANCIONES (PE3C0067), LAS ORDENES *
      *   DE DEBITO (PE3C0072) Y LOS AVISOS (PE3C0074), QUE SOLO LEEN  *
      *   FECHAS ACTIVAS. LAS RE-PRESENTACIONES PENDIENTES SE AGOTAN,  *
      *   EL MANDATO SE CANCELA Y LA REGLA DE FRECUENCIA SE RETIRA,    *
      *   PARA QUE EL CALENDARIO (PE3C0034) NO VUELVA A SEMBRAR FECHAS *
      *   ACTIVAS QUE LA COBRANZA RETOME                               *
      ******************************************************************
       0245-MARCAR-CASTIGO.
           EXEC SQL
               UPDATE PRDTWCON
               SET    CON_ESTADO   = 'K'
               WHERE  CON_CONTRATO = :CON-CONTRATO
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR UPDATE PRDTWCON SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-CASTIGO
           END-IF

           EXEC SQL
               UPDATE PRDTW03
               SET    W03_ESTADO     = 'K'
               WHERE  W03_CLIENTE    = :CAS-CLIENTE
               AND    W03_PRODUCTO   = :CAS-PRODUCTO
               AND    W03_ESTADO     = 'A'
               AND    W03_COBERTURA <> 'T'
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS AND NOT EQUAL +100
              DISPLAY 'ERROR UPDATE PRDTW03 SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-CASTIGO
           END-IF

           EXEC SQL
               UPDATE PRDTWRPR
               SET    RPR_ESTADO       = 'X',
                      RPR_FECHA_ESTADO = :WS-FECHA-PROCESO
               WHERE  RPR_CONTRATO     = :CON-CONTRATO
               AND    RPR_ESTADO       = 'P'
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS AND NOT EQUAL +100
              DISPLAY 'ERROR UPDATE PRDTWRPR SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-CASTIGO
           END-IF

           PERFORM 0248-CANCELAR-MANDATO
           PERFORM 0249-RETIRAR-FRECUENCIA

           MOVE APR-USUARIO TO CAS-USUARIO
           EXEC SQL
               UPDATE PRDTWCAS
               SET    CAS_ESTADO        = 'K',
                      CAS_SALDO         = :CAS-SALDO,
                      CAS_FECHA_CASTIGO = :WS-FECHA-PROCESO,
                      CAS_USUARIO       = :CAS-USUARIO
               WHERE  CAS_CONTRATO      = :CAS-CONTRATO
               AND    CAS_ESTADO        = 'P'
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR UPDATE PRDTWCAS SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-CASTIGO
           END-IF.

      ******************************************************************
      *                  0248-CANCELAR-MANDATO                         *
      *   LA BAJA DE LA RUTINA DE MANDATOS DEJA EL MANDATO CANCELADO   *
      *   ('C') Y SU BITACORA; UN CONTRATO SIN MANDATO VIGENTE ('35')  *
      *   NO TIENE NADA QUE CANCELAR. ESTA RUTINA NO CONFIRMA: QUEDA   *
      *   EN LA MISMA UNIDAD DE TRABAJO DEL CASTIGO                    *
      ******************************************************************
       0248-CANCELAR-MANDATO.
           INITIALIZE CAI-PE9CCAM6
           SET AM6-OP-BAJA          TO TRUE
           MOVE CON-CONTRATO        TO AM6-CONTRATO
           MOVE CAS-CLIENTE         TO AM6-CLIENTE
           MOVE APR-USUARIO         TO AM6-USUARIO

           CALL 'PE3C0102' USING CAI-PE9CCAM6

           IF AM6-COD-RET NOT = '00' AND NOT = '35'
              DISPLAY 'ERROR CANCELANDO MANDATO COD '
                      AM6-COD-RET ' ' AM6-ERROR1
              PERFORM 09-ABORTAR-CASTIGO
           END-IF.

      ******************************************************************
      *                  0249-RETIRAR-FRECUENCIA                       *
      *   BAJA DE LA REGLA DEL CLIENTE/PRODUCTO CON BITACORA. CON LAS  *
      *   FECHAS POR COBRAR YA EN 'K' LA RUTINA NO LA FRENA ('55');    *
      *   UN CLIENTE/PRODUCTO SIN REGLA ('35') NO TIENE NADA QUE       *
      *   RETIRAR                                                      *
      ******************************************************************
       0249-RETIRAR-FRECUENCIA.
           INITIALIZE CAI-PE9CCAM5
           SET AM5-TABLA-FRECUENCIA TO TRUE
           SET AM5-OP-BAJA          TO TRUE
           MOVE CAS-CLIENTE         TO AM5-CLIENTE
           MOVE CAS-PRODUCTO        TO AM5-PRODUCTO

           CALL 'PE3C0093' USING CAI-PE9CCAM5

           IF AM5-COD-RET NOT = '00' AND NOT = '35'
              DISPLAY 'ERROR RETIRANDO REGLA PRDTWFRE COD '
                      AM5-COD-RET ' ' AM5-ERROR1
              PERFORM 09-ABORTAR-CASTIGO
           END-IF.

      *    DEBITO A LA CUENTA DE PROVISION/CASTIGO, CREDITO A LA
      *    CARTERA, POR EL SALDO PENDIENTE
       0246-GENERAR-ASIENTO.
           INITIALIZE REG-CONTABLE
           SET CNT-REG-DETALLE    TO TRUE
           SET CNT-DEBITO         TO TRUE
           MOVE CTA-CUENTA-DEBITO TO CNT-CUENTA
           PERFORM 0247-COMPLETAR-Y-GRABAR
           ADD CAS-SALDO          TO WS-TOTAL-DEBITO

           SET CNT-REG-DETALLE    TO TRUE
           SET CNT-CREDITO        TO TRUE
           MOVE CTA-CUENTA-CREDITO TO CNT-CUENTA
           PERFORM 0247-COMPLETAR-Y-GRABAR
           ADD CAS-SALDO          TO WS-TOTAL-CREDITO.

       0247-COMPLETAR-Y-GRABAR.
           MOVE CAS-SALDO         TO CNT-VALOR
           MOVE WS-FECHA-PROCESO  TO CNT-FECHA
           MOVE CAS-PRODUCTO      TO CNT-PRODUCTO
           MOVE CAS-OFICINA       TO CNT-OFICINA
           MOVE 'K'               TO CNT-TIPO-MOV
           MOVE ZEROS             TO CNT-ID-MOV
           PERFORM 98-ESCRIBIR-CONTABLE
           ADD 1 TO WS-ASIENTOS.

       025-ESCRIBIR-DETALLE.
           MOVE WS-DETALLE TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

       09-ABORTAR-CASTIGO.
           DISPLAY 'SE REVERSA EL CASTIGO Y SE DETIENE, CONTRATO '
                   APR-CONTRATO
           EXEC SQL
               ROLLBACK
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR EN ROLLBACK SQLCODE ' SQLCODE
           END-IF
           MOVE 12 TO RETURN-CODE
           STOP RUN.

       98-ESCRIBIR-CONTABLE.
           WRITE REG-CONTABLE
           IF WS-ESTADO-CON NOT = '00'
              DISPLAY 'ERROR WRITE ARCHIVO CONTABLE ' WS-ESTADO-CON
              PERFORM 09-ABORTAR-CASTIGO
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
      ******************************************************************
       03-FINAL.
           MOVE WS-LEIDOS      TO RES-LEIDOS
           MOVE WS-TOTAL-SALDO TO RES-SALDO

           IF MODO-PROPONER
              EXEC SQL
                  CLOSE CURSOR_1
              END-EXEC
              MOVE ' PROPUESTOS='  TO RES-TEXTO-OK
              MOVE WS-PROPUESTOS   TO RES-OK
              MOVE ' SIN CONTR.='  TO RES-TEXTO-NO
              MOVE WS-SIN-CONTRATO TO RES-NO
              DISPLAY 'CLIENTE/PRODUCTO LEIDOS : ' WS-LEIDOS
              DISPLAY 'CONTRATOS PROPUESTOS    : ' WS-PROPUESTOS
              DISPLAY 'SIN CONTRATO VIGENTE    : ' WS-SIN-CONTRATO
           ELSE
              PERFORM 031-CERRAR-CONTABLE
              MOVE ' CASTIGADOS='  TO RES-TEXTO-OK
              MOVE WS-CASTIGADOS   TO RES-OK
              MOVE ' RECHAZADOS='  TO RES-TEXTO-NO
              MOVE WS-NO-CASTIGADOS TO RES-NO
              DISPLAY 'APROBADOS LEIDOS        : ' WS-LEIDOS
              DISPLAY 'CONTRATOS CASTIGADOS    : ' WS-CASTIGADOS
              DISPLAY 'APROBADOS NO CASTIGADOS : ' WS-NO-CASTIGADOS
              DISPLAY 'ASIENTOS GENERADOS      : ' WS-ASIENTOS
           END-IF
           DISPLAY 'SALDO TOTAL             : ' WS-TOTAL-SALDO

           MOVE WS-RESUMEN TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           CLOSE SALIDA

           EVALUATE TRUE
              WHEN SI-ERROR-PROCESO
                   MOVE 8 TO RETURN-CODE
              WHEN WS-SIN-CONTRATO > ZEROS
                OR WS-NO-CASTIGADOS > ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

      *    EL REGISTRO DE CONTROL PRUEBA EL CUADRE DEL ARCHIVO, IGUAL
      *    QUE EN EL COMPROBANTE DIARIO PE3C0069
       031-CERRAR-CONTABLE.
           INITIALIZE REG-CONTABLE
           SET CNT-REG-CONTROL   TO TRUE
           MOVE WS-ASIENTOS      TO CNT-CTL-CANT-ASIENTOS
           MOVE WS-TOTAL-DEBITO  TO CNT-CTL-TOTAL-DEBITO
           MOVE WS-TOTAL-CREDITO TO CNT-CTL-TOTAL-CREDITO
           PERFORM 98-ESCRIBIR-CONTABLE
           CLOSE APROBCAS CONTABLE.
