       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0110.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           COLA NOCTURNA DE COBRANZA. PRIMERO EVALUA LAS
      *           PROMESAS DE PAGO (PRDTWGCO) CUYA FECHA YA PASO: SI
      *           LOS PAGOS DEL CLIENTE EN PRDTW02 ENTRE LA GESTION Y
      *           LA FECHA PROMETIDA ALCANZAN EL VALOR, LA PROMESA
      *           QUEDA CUMPLIDA; SI NO, INCUMPLIDA, Y CADA OFICINA
      *           CON INCUMPLIDAS RECIBE UNA ALERTA 'W' POR PE3C0048
      *           DIRIGIDA A SU SUPERVISOR (PRDTWGES). LUEGO
      *           RECONSTRUYE LA COLA PRDTWCOB CON LOS CLIENTES QUE
      *           TIENEN FECHAS ACTIVAS VENCIDAS SIN COBERTURA TOTAL
      *           EN PRDTW03: POR OFICINA, PRIMERO LAS PROMESAS
      *           INCUMPLIDAS, LUEGO LA DEUDA MAS VIEJA Y LA MAS
      *           GRANDE, REPARTIDOS EN TURNO ROTATIVO ENTRE LOS
      *           GESTORES ACTIVOS DE LA OFICINA. UN CLIENTE CON UNA
      *           PROMESA AUN VIGENTE NO ENTRA A LA COLA. LOS
      *           GESTORES LA TRABAJAN EN LA TRANSACCION CP24
      *           (PE3C0111)
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
           05 SW-FIN-CURSOR-2        PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR-2                  VALUE 'S'.
             88 NO-FIN-CURSOR-2                  VALUE 'N'.
           05 SW-FIN-CURSOR-3        PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR-3                  VALUE 'S'.
             88 NO-FIN-CURSOR-3                  VALUE 'N'.
           05 SW-PRIMERA-PROMESA     PIC X       VALUE 'S'.
             88 SI-PRIMERA-PROMESA               VALUE 'S'.
             88 NO-PRIMERA-PROMESA               VALUE 'N'.
           05 SW-PRIMER-CLIENTE      PIC X       VALUE 'S'.
             88 SI-PRIMER-CLIENTE                VALUE 'S'.
             88 NO-PRIMER-CLIENTE                VALUE 'N'.
           05 SW-ERROR-PROCESO       PIC X       VALUE 'N'.
             88 SI-ERROR-PROCESO                 VALUE 'S'.
             88 NO-ERROR-PROCESO                 VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-PROMESAS-LEIDAS          PIC 9(09) VALUE ZEROS.
          05 WS-PROMESAS-CUMPLIDAS       PIC 9(09) VALUE ZEROS.
          05 WS-PROMESAS-INCUMPLIDAS     PIC 9(09) VALUE ZEROS.
          05 WS-INCUMPLIDAS-OFICINA      PIC 9(05) VALUE ZEROS.
          05 WS-ALERTAS                  PIC 9(09) VALUE ZEROS.
          05 WS-CLIENTES-COLA            PIC 9(09) VALUE ZEROS.
          05 WS-SIN-GESTOR               PIC 9(09) VALUE ZEROS.

       01 WS-CONSTANTES.
          05 CTE-MAX-GESTORES            PIC 9(04) COMP VALUE 50.
          05 CTE-MAX-DIAS                PIC 9(04) COMP VALUE 9999.

      ******************************************************************
      *   GESTORES ACTIVOS DE LA OFICINA EN CURSO, EN ORDEN DE         *
      *   USUARIO; WS-TURNO ES EL QUE RECIBE EL PROXIMO CLIENTE        *
      ******************************************************************
       01 WS-TABLA-GESTORES.
          05 WS-CANT-GESTORES            PIC 9(04) COMP VALUE ZEROS.
          05 WS-TURNO                    PIC 9(04) COMP VALUE ZEROS.
          05 WS-GESTOR OCCURS 50 TIMES INDEXED BY I-GES.
             10 TGE-USUARIO              PIC X(8).

      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 WS-FECHA-PROCESO               PIC X(10) VALUE SPACES.
       01 WS-OFICINA-ANTERIOR            PIC X(4)  VALUE SPACES.
       01 WS-POSICION                    PIC S9(4) COMP VALUE ZEROS.

      *    PROMESA VENCIDA A EVALUAR (CURSOR_1)
       01 PRDTW-GCO.
           05 GCO-CLIENTE                PIC X(8).
           05 GCO-OFICINA                PIC X(4).
           05 GCO-FECHA                  PIC X(10).
           05 GCO-HORA                   PIC X(6).
           05 GCO-FECHA-PROMESA          PIC X(10).
           05 GCO-VALOR-PROMESA          PIC S9(11)V99 COMP-3.
           05 GCO-PAGADO                 PIC S9(11)V99 COMP-3.
           05 GCO-ESTADO                 PIC X(1).
             88 GCO-CUMPLIDA                 VALUE 'C'.
             88 GCO-INCUMPLIDA               VALUE 'I'.

       01 PRDTW-GES.
           05 GES-USUARIO                PIC X(8).
           05 GES-OFICINA                PIC X(4).

      *    CLIENTE VENCIDO (CURSOR_3)
       01 PRDTW-COB.
           05 COB-CLIENTE                PIC X(8).
           05 COB-OFICINA                PIC X(4).
           05 COB-GESTOR                 PIC X(8).
           05 COB-PROMESA-ROTA           PIC X(1).
             88 COB-CON-PROMESA-ROTA         VALUE 'S'.
           05 COB-FECHA-MAS-VIEJA        PIC X(10).
           05 COB-DIAS-ATRASO            PIC S9(4) COMP.
           05 COB-SALDO                  PIC S9(11)V99 COMP-3.

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

      *    MENSAJE DE LA ALERTA AL SUPERVISOR (40 POSICIONES)
       01 WS-MENSAJE-ALERTA.
           05 FILLER                     PIC X(11) VALUE 'PROM.ROTAS '.
           05 MSJ-CANTIDAD               PIC 9(5).
           05 FILLER                     PIC X(5)  VALUE ' OFI '.
           05 MSJ-OFICINA                PIC X(4).
           05 FILLER                     PIC X(5)  VALUE ' SUP '.
           05 MSJ-SUPERVISOR             PIC X(8).
           05 FILLER                     PIC X(2)  VALUE SPACES.

      ******************************************************************
       01 WS-TITULO1.
          05 FILLER             PIC X(37) VALUE
                                 'COLA DE COBRANZA - FECHA DE NEGOCIO '.
          05 TIT-FECHA          PIC X(10).
       01 WS-TITULO2.
          05 FILLER             PIC X(44) VALUE
             'OFIC GESTOR    POS CLIENTE  FECHA VJA  DIAS '.
          05 FILLER             PIC X(30) VALUE
             '               SALDO  PROMESA'.

       01 WS-DETALLE.
          05 DET-OFICINA               PIC X(4).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-GESTOR                PIC X(8).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-POSICION              PIC ZZZ9.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-CLIENTE               PIC X(8).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-FECHA                 PIC X(10).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-DIAS                  PIC ZZZ9.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-SALDO                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DET-MARCA                 PIC X(12).

       01 WS-PROMESA-DET.
          05 FILLER                    PIC X(12) VALUE 'INCUMPLIDA: '.
          05 DPR-OFICINA               PIC X(4).
          05 FILLER                    PIC X VALUE SPACES.
          05 DPR-CLIENTE               PIC X(8).
          05 FILLER                    PIC X(10) VALUE ' PROMETIO '.
          05 DPR-PROMETIDO             PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(7)  VALUE ' PARA '.
          05 DPR-FECHA                 PIC X(10).
          05 FILLER                    PIC X(7)  VALUE ' PAGO '.
          05 DPR-PAGADO                PIC -ZZZ,ZZZ,ZZ9.99.

       01 WS-SIN-GESTOR-DET.
          05 FILLER                    PIC X(30) VALUE
                                 'OFICINA SIN GESTORES ACTIVOS: '.
          05 DSG-OFICINA               PIC X(4).

       01 WS-RESUMEN.
          05 CTE-RESUMEN              PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(10) VALUE 'PROMESAS='.
          05 RES-PROMESAS              PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(13) VALUE ' INCUMPLIDAS='.
          05 RES-INCUMPLIDAS           PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(7)  VALUE ' COLA='.
          05 RES-COLA                  PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(13) VALUE ' SIN GESTOR='.
          05 RES-SIN-GESTOR            PIC ZZZZZZZZ9.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE FECHA DE PROCESO PE3C0060           *
      ******************************************************************
       COPY PE3CFPRO.

      ******************************************************************
      *      INTERFAZ DE LA RUTINA CENTRAL DE ALERTAS PE3C0048         *
      ******************************************************************
       COPY PE3COALR.

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
               INCLUDE PETCOGES
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCOB
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOGCO
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: PROMESAS PENDIENTES CUYA FECHA YA PASO, CON  **
      ******   LO PAGADO POR EL CLIENTE DESDE LA GESTION HASTA ELLA   **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT G.GCO_CLIENTE, G.GCO_OFICINA, G.GCO_FECHA,
                      G.GCO_HORA, G.GCO_FECHA_PROMESA,
                      G.GCO_VALOR_PROMESA,
                      VALUE((SELECT SUM(M.W02_VALOR_NUM)
                             FROM PRDTW02 M
                             WHERE M.W02_CLIENTE   = G.GCO_CLIENTE
                             AND   M.W02_TIPO_MOV IN ('N', 'R')
                             AND   M.W02_FECHA_MOV >= G.GCO_FECHA
                             AND   M.W02_FECHA_MOV <=
                                   G.GCO_FECHA_PROMESA), 0)
               FROM PRDTWGCO G
               WHERE G.GCO_ESTADO        = 'P'
               AND   G.GCO_FECHA_PROMESA < :WS-FECHA-PROCESO
               ORDER BY G.GCO_OFICINA, G.GCO_CLIENTE
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      ******   CURSOR_2: GESTORES ACTIVOS DE UNA OFICINA              **
           EXEC SQL
               DECLARE CURSOR_2 CURSOR FOR
               SELECT GES_USUARIO
               FROM PRDTWGES
               WHERE GES_OFICINA = :GES-OFICINA
               AND   GES_ROL     = 'G'
               AND   GES_ESTADO  = 'A'
               ORDER BY GES_USUARIO
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      ******   CURSOR_3: CLIENTES CON FECHAS ACTIVAS VENCIDAS SIN     **
      ******   COBERTURA TOTAL. LA OFICINA ES LA DEL CONTRATO MAS     **
      ******   RECIENTE DEL CLIENTE (APERTURA + CONTRATO, POSICIONES  **
      ******   15-18); LA PROMESA ROTA ES LA ULTIMA GESTION DEL       **
      ******   CLIENTE EN ESTADO 'I'. UN CLIENTE CON PROMESA AUN      **
      ******   PENDIENTE SE DEJA QUIETO HASTA SU FECHA                **
           EXEC SQL
               DECLARE CURSOR_3 CURSOR FOR
               SELECT Q.CLIENTE, Q.OFICINA, Q.ROTA, Q.FECHA, Q.SALDO
               FROM (SELECT W03_CLIENTE AS CLIENTE,
                            VALUE((SELECT SUBSTR(MAX(
                                          C.CON_FECHA_APERTURA ||
                                          C.CON_CONTRATO), 15, 4)
                                   FROM PRDTWCON C
                                   WHERE C.CON_CLIENTE = W03_CLIENTE
                                   AND   C.CON_ESTADO IN ('A', 'D')),
                                  '0000') AS OFICINA,
                            CASE WHEN EXISTS
                                 (SELECT 1 FROM PRDTWGCO G
                                  WHERE G.GCO_CLIENTE = W03_CLIENTE
                                  AND   G.GCO_ESTADO  = 'I'
                                  AND   NOT EXISTS
                                        (SELECT 1 FROM PRDTWGCO H
                                         WHERE H.GCO_CLIENTE =
                                               G.GCO_CLIENTE
                                         AND   H.GCO_FECHA ||
                                               H.GCO_HORA >
                                               G.GCO_FECHA ||
                                               G.GCO_HORA))
                                 THEN 'S' ELSE 'N' END AS ROTA,
                            MIN(W03_FECHA) AS FECHA,
                            SUM(W03_VALOR_ESPERADO -
                                W03_VALOR_APLICADO) AS SALDO
                     FROM PRDTW03
                     WHERE W03_ESTADO    = 'A'
                     AND   W03_COBERTURA <> 'T'
                     AND   W03_FECHA     < :WS-FECHA-PROCESO
                     AND   NOT EXISTS
                           (SELECT 1 FROM PRDTWGCO P
                            WHERE P.GCO_CLIENTE = W03_CLIENTE
                            AND   P.GCO_ESTADO  = 'P')
                     GROUP BY W03_CLIENTE) AS Q
               ORDER BY Q.OFICINA, Q.ROTA DESC, Q.FECHA,
                        Q.SALDO DESC, Q.CLIENTE
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 01-INICIO
           PERFORM 02-EVALUAR-PROMESAS UNTIL SI-FIN-CURSOR-1
           PERFORM 03-INICIAR-COLA
           PERFORM 04-ARMAR-COLA UNTIL SI-FIN-CURSOR-3
           PERFORM 05-FINAL.
      ******************************************************************
      *                          01-INICIO                              *
      ******************************************************************
       01-INICIO.
           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO TO WS-FECHA-PROCESO TIT-FECHA
           MOVE FPR0-FECHA-PROCESO TO WS-FECHA-PARTES
           PERFORM 014-CALCULAR-DIA-JULIANO
           MOVE JUL-RESULTADO TO WS-DIA-PROCESO

           OPEN OUTPUT SALIDA
           IF WS-ESTADO NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ARCHIVO SALIDA   ' WS-ESTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-TITULO1 TO REG-SALIDA
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
               INTO :GCO-CLIENTE, :GCO-OFICINA, :GCO-FECHA,
                    :GCO-HORA, :GCO-FECHA-PROMESA,
                    :GCO-VALOR-PROMESA, :GCO-PAGADO
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   ADD 1 TO WS-PROMESAS-LEIDAS
              WHEN +100
                   SET SI-FIN-CURSOR-1 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_1 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR-1 TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

      ******************************************************************
      *                   02-EVALUAR-PROMESAS                          *
      *   CUMPLIDA SI LO PAGADO ALCANZA LO PROMETIDO; CON CORTE DE     *
      *   CONTROL POR OFICINA PARA AVISAR A SU SUPERVISOR              *
      ******************************************************************
       02-EVALUAR-PROMESAS.
           IF SI-PRIMERA-PROMESA
              MOVE GCO-OFICINA TO WS-OFICINA-ANTERIOR
              SET NO-PRIMERA-PROMESA TO TRUE
           END-IF

           IF GCO-OFICINA NOT = WS-OFICINA-ANTERIOR
              PERFORM 023-ALERTAR-SUPERVISOR
              MOVE GCO-OFICINA TO WS-OFICINA-ANTERIOR
           END-IF

           IF GCO-PAGADO NOT < GCO-VALOR-PROMESA
              SET GCO-CUMPLIDA   TO TRUE
           ELSE
              SET GCO-INCUMPLIDA TO TRUE
           END-IF

           PERFORM 022-MARCAR-PROMESA

           PERFORM 021-FETCH-CURSOR-1.

       022-MARCAR-PROMESA.
           EXEC SQL
               UPDATE PRDTWGCO
               SET    GCO_ESTADO           = :GCO-ESTADO,
                      GCO_PAGADO           = :GCO-PAGADO,
                      GCO_FECHA_EVALUACION = :WS-FECHA-PROCESO
               WHERE  GCO_CLIENTE = :GCO-CLIENTE
               AND    GCO_FECHA   = :GCO-FECHA
               AND    GCO_HORA    = :GCO-HORA
               AND    GCO_ESTADO  = 'P'
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR UPDATE PRDTWGCO SQLCODE ' SQLCODE
                      ' CLIENTE ' GCO-CLIENTE
              SET SI-ERROR-PROCESO TO TRUE
           ELSE
              IF GCO-CUMPLIDA
                 ADD 1 TO WS-PROMESAS-CUMPLIDAS
              ELSE
                 ADD 1 TO WS-PROMESAS-INCUMPLIDAS
                 ADD 1 TO WS-INCUMPLIDAS-OFICINA
                 MOVE GCO-OFICINA       TO DPR-OFICINA
                 MOVE GCO-CLIENTE       TO DPR-CLIENTE
                 MOVE GCO-VALOR-PROMESA TO DPR-PROMETIDO
                 MOVE GCO-FECHA-PROMESA TO DPR-FECHA
                 MOVE GCO-PAGADO        TO DPR-PAGADO
                 MOVE WS-PROMESA-DET    TO REG-SALIDA
                 PERFORM 99-ESCRIBIR
              END-IF
           END-IF.

      ******************************************************************
      *                  023-ALERTAR-SUPERVISOR                        *
      *   UNA ALERTA POR OFICINA CON PROMESAS INCUMPLIDAS, CON EL      *
      *   SUPERVISOR ACTIVO DE LA OFICINA EN EL MENSAJE                *
      ******************************************************************
       023-ALERTAR-SUPERVISOR.
           IF WS-INCUMPLIDAS-OFICINA > ZEROS
              MOVE WS-OFICINA-ANTERIOR TO GES-OFICINA
              EXEC SQL
                  SELECT GES_USUARIO
                  INTO  :GES-USUARIO
                  FROM  PRDTWGES
                  WHERE GES_OFICINA = :GES-OFICINA
                  AND   GES_ROL     = 'S'
                  AND   GES_ESTADO  = 'A'
                  ORDER BY GES_USUARIO
                  FETCH FIRST 1 ROW ONLY
              END-EXEC
              IF SQLCODE NOT EQUAL ZEROS
                 MOVE 'NINGUNO'        TO GES-USUARIO
              END-IF

              MOVE WS-INCUMPLIDAS-OFICINA TO MSJ-CANTIDAD
              MOVE WS-OFICINA-ANTERIOR    TO MSJ-OFICINA
              MOVE GES-USUARIO            TO MSJ-SUPERVISOR

              INITIALIZE CAI-PE9CALR0
              MOVE 'PE3C0110'          TO ALR0-PROGRAMA
              SET ALR0-SEV-ADVERTENCIA TO TRUE
              MOVE WS-MENSAJE-ALERTA   TO ALR0-MENSAJE
              MOVE WS-PROMESAS-LEIDAS  TO ALR0-LEIDOS
              MOVE WS-INCUMPLIDAS-OFICINA TO ALR0-ESCRITOS
              CALL 'PE3C0048' USING CAI-PE9CALR0
              ADD 1 TO WS-ALERTAS
           END-IF

           MOVE ZEROS TO WS-INCUMPLIDAS-OFICINA.

      ******************************************************************
      *                     03-INICIAR-COLA                            *
      *   LA COLA DEL DIA SE REEMPLAZA COMPLETA; LO GESTIONADO AYER YA *
      *   QUEDO EN PRDTWGCO                                            *
      ******************************************************************
       03-INICIAR-COLA.
           EXEC SQL
               CLOSE CURSOR_1
           END-EXEC

           IF NO-PRIMERA-PROMESA
              PERFORM 023-ALERTAR-SUPERVISOR
           END-IF

           MOVE WS-TITULO2 TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           EXEC SQL
               DELETE FROM PRDTWCOB
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS AND NOT EQUAL +100
              DISPLAY 'ERROR DELETE PRDTWCOB SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-COLA
           END-IF

           EXEC SQL
               OPEN CURSOR_3
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_3 SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-COLA
           END-IF

           PERFORM 041-FETCH-CURSOR-3.

      ******************************************************************
      *                      04-ARMAR-COLA                             *
      *   AL CAMBIAR DE OFICINA SE CARGAN SUS GESTORES Y SE REINICIAN  *
      *   EL TURNO Y LA POSICION                                       *
      ******************************************************************
       04-ARMAR-COLA.
           IF SI-PRIMER-CLIENTE
              OR COB-OFICINA NOT = WS-OFICINA-ANTERIOR
                SET NO-PRIMER-CLIENTE TO TRUE
                MOVE COB-OFICINA TO WS-OFICINA-ANTERIOR
                PERFORM 042-CARGAR-GESTORES
                MOVE ZEROS       TO WS-POSICION WS-TURNO
           END-IF

           ADD 1 TO WS-POSICION
           IF WS-CANT-GESTORES = ZEROS
              MOVE SPACES TO COB-GESTOR
           ELSE
              ADD 1 TO WS-TURNO
              IF WS-TURNO > WS-CANT-GESTORES
                 MOVE 1   TO WS-TURNO
              END-IF
              SET I-GES   TO WS-TURNO
              MOVE TGE-USUARIO(I-GES) TO COB-GESTOR
           END-IF

           MOVE ZEROS TO WS-DIAS-ATRASO
           MOVE COB-FECHA-MAS-VIEJA TO WS-FECHA-PARTES
           PERFORM 014-CALCULAR-DIA-JULIANO
           MOVE JUL-RESULTADO TO WS-DIA-FECHA
           COMPUTE WS-DIAS-ATRASO = WS-DIA-PROCESO - WS-DIA-FECHA
           IF WS-DIAS-ATRASO > CTE-MAX-DIAS
              MOVE CTE-MAX-DIAS   TO COB-DIAS-ATRASO
           ELSE
              MOVE WS-DIAS-ATRASO TO COB-DIAS-ATRASO
           END-IF

           PERFORM 044-GRABAR-COLA

           PERFORM 041-FETCH-CURSOR-3.

       041-FETCH-CURSOR-3.
           EXEC SQL
               FETCH CURSOR_3
               INTO :COB-CLIENTE, :COB-OFICINA, :COB-PROMESA-ROTA,
                    :COB-FECHA-MAS-VIEJA, :COB-SALDO
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
      *                   042-CARGAR-GESTORES                          *
      ******************************************************************
       042-CARGAR-GESTORES.
           MOVE ZEROS       TO WS-CANT-GESTORES
           MOVE COB-OFICINA TO GES-OFICINA
           SET NO-FIN-CURSOR-2 TO TRUE

           EXEC SQL
               OPEN CURSOR_2
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_2 SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO TO TRUE
           ELSE
              PERFORM 0421-FETCH-GESTOR
              PERFORM 0422-GUARDAR-GESTOR UNTIL SI-FIN-CURSOR-2
              EXEC SQL
                  CLOSE CURSOR_2
              END-EXEC
           END-IF

           IF WS-CANT-GESTORES = ZEROS
              MOVE COB-OFICINA       TO DSG-OFICINA
              MOVE WS-SIN-GESTOR-DET TO REG-SALIDA
              PERFORM 99-ESCRIBIR
           END-IF.

       0421-FETCH-GESTOR.
           EXEC SQL
               FETCH CURSOR_2
               INTO :GES-USUARIO
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

      *    MAS GESTORES QUE LA TABLA: LOS SOBRANTES NO RECIBEN COLA
       0422-GUARDAR-GESTOR.
           IF WS-CANT-GESTORES < CTE-MAX-GESTORES
              ADD 1 TO WS-CANT-GESTORES
              SET I-GES TO WS-CANT-GESTORES
              MOVE GES-USUARIO TO TGE-USUARIO(I-GES)
           ELSE
              DISPLAY 'GESTOR SIN COLA, TABLA LLENA: ' GES-USUARIO
           END-IF
           PERFORM 0421-FETCH-GESTOR.

       044-GRABAR-COLA.
           EXEC SQL
               INSERT INTO PRDTWCOB
                   (COB_CLIENTE, COB_OFICINA, COB_GESTOR,
                    COB_POSICION, COB_PROMESA_ROTA,
                    COB_FECHA_MAS_VIEJA, COB_DIAS_ATRASO, COB_SALDO,
                    COB_FECHA_COLA, COB_ESTADO, COB_RESULTADO)
               VALUES
                   (:COB-CLIENTE, :COB-OFICINA, :COB-GESTOR,
                    :WS-POSICION, :COB-PROMESA-ROTA,
                    :COB-FECHA-MAS-VIEJA, :COB-DIAS-ATRASO,
                    :COB-SALDO, :WS-FECHA-PROCESO, 'P', ' ')
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR INSERT PRDTWCOB SQLCODE ' SQLCODE
                      ' CLIENTE ' COB-CLIENTE
              SET SI-ERROR-PROCESO TO TRUE
           ELSE
              ADD 1 TO WS-CLIENTES-COLA
              IF COB-GESTOR = SPACES
                 ADD 1 TO WS-SIN-GESTOR
              END-IF
              MOVE COB-OFICINA         TO DET-OFICINA
              MOVE COB-GESTOR          TO DET-GESTOR
              MOVE WS-POSICION         TO DET-POSICION
              MOVE COB-CLIENTE         TO DET-CLIENTE
              MOVE COB-FECHA-MAS-VIEJA TO DET-FECHA
              MOVE COB-DIAS-ATRASO     TO DET-DIAS
              MOVE COB-SALDO           TO DET-SALDO
              IF COB-CON-PROMESA-ROTA
                 MOVE 'INCUMPLIDA'     TO DET-MARCA
              ELSE
                 MOVE SPACES           TO DET-MARCA
              END-IF
              MOVE WS-DETALLE          TO REG-SALIDA
              PERFORM 99-ESCRIBIR
           END-IF.

      ******************************************************************
      *                     09-ABORTAR-COLA                            *
      *   SIN COLA NUEVA SE DESHACE TAMBIEN LA EVALUACION DE PROMESAS  *
      *   PARA QUE EL REPROCESO LA VUELVA A HACER COMPLETA             *
      ******************************************************************
       09-ABORTAR-COLA.
           EXEC SQL
               ROLLBACK
           END-EXEC
           CLOSE SALIDA
           MOVE 12 TO RETURN-CODE
           STOP RUN.

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
               CLOSE CURSOR_3
           END-EXEC

           MOVE WS-PROMESAS-LEIDAS      TO RES-PROMESAS
           MOVE WS-PROMESAS-INCUMPLIDAS TO RES-INCUMPLIDAS
           MOVE WS-CLIENTES-COLA        TO RES-COLA
           MOVE WS-SIN-GESTOR           TO RES-SIN-GESTOR
           MOVE WS-RESUMEN              TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           DISPLAY 'PROMESAS EVALUADAS     : ' WS-PROMESAS-LEIDAS
           DISPLAY 'PROMESAS CUMPLIDAS     : ' WS-PROMESAS-CUMPLIDAS
           DISPLAY 'PROMESAS INCUMPLIDAS   : ' WS-PROMESAS-INCUMPLIDAS
           DISPLAY 'ALERTAS A SUPERVISORES : ' WS-ALERTAS
           DISPLAY 'CLIENTES EN COLA       : ' WS-CLIENTES-COLA
           DISPLAY 'CLIENTES SIN GESTOR    : ' WS-SIN-GESTOR

           CLOSE SALIDA

           EVALUATE TRUE
              WHEN SI-ERROR-PROCESO
                   MOVE 8 TO RETURN-CODE
              WHEN WS-PROMESAS-INCUMPLIDAS > ZEROS
                OR WS-SIN-GESTOR > ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.
