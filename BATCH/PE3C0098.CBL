       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0098.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           APLICACION NOCTURNA DE PAGOS: TOMA CADA MOVIMIENTO
      *           DE PRDTW02 QUE TODAVIA NO TIENE FILAS EN PRDTWAPL Y
      *           LO APLICA A LAS FECHAS PROGRAMADAS DE PRDTW03 DEL
      *           MISMO CLIENTE/PRODUCTO. UN 'N' CUBRE LAS FECHAS
      *           ABIERTAS MAS VIEJAS PRIMERO (HASTA SU VALOR
      *           ESPERADO); UN 'R' DESHACE PRIMERO EL REMANENTE SIN
      *           APLICAR Y LUEGO LAS APLICACIONES MAS RECIENTES.
      *           CADA FECHA QUEDA MARCADA CON SU VALOR APLICADO Y SU
      *           COBERTURA (PARCIAL O TOTAL); LO QUE NO ENCUENTRA
      *           FECHA QUEDA COMO REMANENTE (APL_FECHA EN BLANCO).
      *           ENVEJECIMIENTO (PE3C0036), CARTAS (PE3C0075),
      *           SANCIONES (PE3C0067) Y PAGOS CORTOS (PE3C0096) LEEN
      *           ESTA UNICA RESPUESTA DE QUE SE DEBE EN CADA FECHA.
      *           CORRE DESPUES DE LA APLICACION DE TRANSACCIONES
      *           (PE3C0029) Y ANTES DE ESOS CUATRO PROGRAMAS
      *                         ============                           *
      ******************************************************************

       AUTHOR.          FABIAN ANDRES MOLINA BERMUDEZ.
       DATE-WRITTEN.    15/OCT/2026.
       DATE-COMPILED.
      ******************************************************************
      *                    MODIFICACIONES                              *
      ******************************************************************
      *   15/OCT/2026  FAMB  PROGRAMA NUEVO                            *
      *   15/OCT/2026  FAMB  UN PAGO 'N' POR AL MENOS EL TOTAL DE UNA  *
      *                      COTIZACION DE PREPAGO VIGENTE (PRDTWCOT)  *
      *                      LA MARCA UTILIZADA; LAS QUE PASARON SU    *
      *                      VENCIMIENTO QUEDAN VENCIDAS               *
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
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-MOV-LEIDOS               PIC 9(09) VALUE ZEROS.
          05 WS-MOV-NORMALES             PIC 9(09) VALUE ZEROS.
          05 WS-MOV-REVERSOS             PIC 9(09) VALUE ZEROS.
          05 WS-FECHAS-TOTALES           PIC 9(09) VALUE ZEROS.
          05 WS-FECHAS-PARCIALES         PIC 9(09) VALUE ZEROS.
          05 WS-FECHAS-REABIERTAS        PIC 9(09) VALUE ZEROS.
          05 WS-REMANENTES               PIC 9(09) VALUE ZEROS.
          05 WS-COT-UTILIZADAS           PIC 9(09) VALUE ZEROS.
          05 WS-COT-VENCIDAS             PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 PRDTW02.
           05 W02-ID-MOV                        PIC S9(13) COMP-3.
           05 W02-CLIENTE                       PIC X(8).
           05 W02-CONTRATO                      PIC X(18).
           05 W02-FECHA-MOV                     PIC X(10).
           05 W02-VALOR-NUM                     PIC S9(9)V99 COMP-3.
           05 W02-TIPO-MOV                      PIC X(1).
             88 W02-TIPO-NORMAL                     VALUE 'N'.

       01 PRDTW03.
           05 W03-PRODUCTO                      PIC XX.
           05 W03-FECHA                         PIC X(10).
           05 W03-VALOR-ESPERADO                PIC S9(9)V99 COMP-3.
           05 W03-VALOR-APLICADO                PIC S9(9)V99 COMP-3.
           05 W03-COBERTURA                     PIC X(1).
             88 W03-SIN-COBERTURA                   VALUE ' '.
             88 W03-COBERTURA-PARCIAL               VALUE 'P'.
             88 W03-COBERTURA-TOTAL                 VALUE 'T'.

       01 PRDTW-APL.
           05 APL-ID-MOV                        PIC S9(13) COMP-3.
           05 APL-SECUENCIA                     PIC S9(4) COMP.
           05 APL-CLIENTE                       PIC X(8).
           05 APL-PRODUCTO                      PIC X(2).
           05 APL-FECHA                         PIC X(10).
           05 APL-VALOR                         PIC S9(9)V99 COMP-3.
           05 APL-TIPO-MOV                      PIC X(1).
           05 APL-FECHA-PROCESO                 PIC X(10).

      *    SALDOS DE TRABAJO DEL MOVIMIENTO EN CURSO: LO QUE FALTA
      *    POR APLICAR (O POR DESHACER, EN UN REVERSO) Y LO QUE LE
      *    FALTA A LA FECHA LEIDA PARA QUEDAR CUBIERTA
       01 WS-CALCULO.
           05 WS-POR-APLICAR             PIC S9(11)V99 COMP-3.
           05 WS-PENDIENTE-FECHA         PIC S9(11)V99 COMP-3.
           05 WS-VALOR-FECHA             PIC S9(11)V99 COMP-3.
           05 WS-REMANENTE               PIC S9(11)V99 COMP-3.

       01 WS-DETALLE.
          05 DET-ID-MOV                PIC Z(12)9.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-TIPO-MOV              PIC X(1).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-CLIENTE               PIC X(8).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-PRODUCTO              PIC X(2).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-FECHA                 PIC X(10).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-VALOR                 PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-RESULTADO             PIC X(14).

       01 WS-TITULO1.
          05 FILLER             PIC X(40) VALUE
                                 'APLICACION DE PAGOS A FECHAS PRDTW03'.
       01 WS-TITULO2.
          05 FILLER             PIC X(14) VALUE 'ID MOVIMIENTO '.
          05 FILLER             PIC X(14) VALUE 'T CLIENTE  PR '.
          05 FILLER             PIC X(11) VALUE 'FECHA      '.
          05 FILLER             PIC X(17) VALUE '   VALOR APLICADO'.

       01 WS-RESUMEN.
          05 CTE-RESUMEN              PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(12) VALUE 'MOVIMIENTOS='.
          05 RES-MOV-LEIDOS            PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(9)  VALUE ' TOTALES='.
          05 RES-TOTALES               PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(11) VALUE ' PARCIALES='.
          05 RES-PARCIALES             PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(12) VALUE ' REMANENTES='.
          05 RES-REMANENTES            PIC ZZZZZZZZ9.

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
               INCLUDE PETCOAPL
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCOT
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: MOVIMIENTOS 'N'/'R' SIN APLICACION, EN       **
      ******   ORDEN CRONOLOGICO (LOS ANTERIORES AL IDENTIFICADOR     **
      ******   UNICO NO TIENEN LLAVE PARA PRDTWAPL Y NO SE APLICAN)   **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT M.W02_ID_MOV, M.W02_CLIENTE, M.W02_CONTRATO,
                      M.W02_FECHA_MOV, M.W02_VALOR_NUM, M.W02_TIPO_MOV
               FROM PRDTW02 M
               WHERE M.W02_TIPO_MOV IN ('N', 'R')
               AND   M.W02_ID_MOV   > 0
               AND   NOT EXISTS
                   (SELECT 1 FROM PRDTWAPL A
                    WHERE A.APL_ID_MOV = M.W02_ID_MOV)
               ORDER BY M.W02_FECHA_MOV, M.W02_ID_MOV
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      ******   CURSOR_2: FECHAS ABIERTAS DEL CLIENTE/PRODUCTO, LA     **
      ******   MAS VIEJA PRIMERO (DESTINO DE UN MOVIMIENTO 'N')       **
           EXEC SQL
               DECLARE CURSOR_2 CURSOR FOR
               SELECT W03_FECHA, W03_VALOR_ESPERADO,
                      W03_VALOR_APLICADO, W03_COBERTURA
               FROM PRDTW03
               WHERE W03_CLIENTE   = :W02-CLIENTE
               AND   W03_PRODUCTO  = :W03-PRODUCTO
               AND   W03_ESTADO    = 'A'
               AND   W03_COBERTURA <> 'T'
               ORDER BY W03_FECHA
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      ******   CURSOR_3: FECHAS CON VALOR APLICADO DEL CLIENTE/       **
      ******   PRODUCTO, LA MAS RECIENTE PRIMERO (UN REVERSO 'R')     **
           EXEC SQL
               DECLARE CURSOR_3 CURSOR FOR
               SELECT W03_FECHA, W03_VALOR_ESPERADO,
                      W03_VALOR_APLICADO, W03_COBERTURA
               FROM PRDTW03
               WHERE W03_CLIENTE        = :W02-CLIENTE
               AND   W03_PRODUCTO       = :W03-PRODUCTO
               AND   W03_VALOR_APLICADO > 0
               ORDER BY W03_FECHA DESC
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

           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO TO APL-FECHA-PROCESO

           EXEC SQL
               OPEN CURSOR_1
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_1 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 021-FETCH-CURSOR-1.

       021-FETCH-CURSOR-1.
           EXEC SQL
               FETCH CURSOR_1
               INTO :W02-ID-MOV, :W02-CLIENTE, :W02-CONTRATO,
                    :W02-FECHA-MOV, :W02-VALOR-NUM, :W02-TIPO-MOV
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   ADD 1 TO WS-MOV-LEIDOS
              WHEN +100
                   SET SI-FIN-CURSOR-1 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_1 SQLCODE ' SQLCODE
                   PERFORM 09-ABORTAR-APLICACION
           END-EVALUATE.

      ******************************************************************
      *                        02-PROCESO                              *
      *   EL PRODUCTO VIAJA EN LAS POSICIONES 9-10 DEL CONTRATO        *
      *   (BANCO/OFICINA/PRODUCTO/CONSECUTIVO). LA SECUENCIA DE        *
      *   PRDTWAPL ARRANCA EN CERO PARA CADA MOVIMIENTO                *
      ******************************************************************
       02-PROCESO.
           MOVE W02-CONTRATO(9:2) TO W03-PRODUCTO APL-PRODUCTO
           MOVE W02-ID-MOV        TO APL-ID-MOV
           MOVE W02-CLIENTE       TO APL-CLIENTE
           MOVE W02-TIPO-MOV      TO APL-TIPO-MOV
           MOVE ZEROS             TO APL-SECUENCIA

           IF W02-TIPO-NORMAL
              ADD 1 TO WS-MOV-NORMALES
              PERFORM 022-APLICAR-NORMAL
              PERFORM 027-CASAR-COTIZACION
           ELSE
              ADD 1 TO WS-MOV-REVERSOS
              PERFORM 025-DESHACER-REVERSO
           END-IF

           PERFORM 021-FETCH-CURSOR-1.

      ******************************************************************
      *                   022-APLICAR-NORMAL                           *
      *   RECORRE LAS FECHAS ABIERTAS DE LA MAS VIEJA A LA MAS NUEVA   *
      *   HASTA AGOTAR EL VALOR DEL PAGO; EL SOBRANTE (O UN PAGO SIN   *
      *   FECHAS ABIERTAS) QUEDA COMO REMANENTE                        *
      ******************************************************************
       022-APLICAR-NORMAL.
           MOVE W02-VALOR-NUM TO WS-POR-APLICAR
           SET NO-FIN-CURSOR-2 TO TRUE

           EXEC SQL
               OPEN CURSOR_2
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_2 SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-APLICACION
           END-IF

           PERFORM 0221-FETCH-CURSOR-2
           PERFORM 0222-APLICAR-FECHA
                   UNTIL SI-FIN-CURSOR-2
                   OR WS-POR-APLICAR NOT > ZEROS

           EXEC SQL
               CLOSE CURSOR_2
           END-EXEC

      *    TODO MOVIMIENTO PROCESADO DEJA AL MENOS UNA FILA, AUNQUE
      *    SEA DE REMANENTE EN CERO, PARA NO VOLVER A SALIR EN LA
      *    SIGUIENTE CORRIDA
           IF WS-POR-APLICAR NOT = ZEROS OR APL-SECUENCIA = ZEROS
              MOVE WS-POR-APLICAR TO APL-VALOR
              PERFORM 024-GRABAR-REMANENTE
           END-IF.

       0221-FETCH-CURSOR-2.
           EXEC SQL
               FETCH CURSOR_2
               INTO :W03-FECHA, :W03-VALOR-ESPERADO,
                    :W03-VALOR-APLICADO, :W03-COBERTURA
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   SET SI-FIN-CURSOR-2 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_2 SQLCODE ' SQLCODE
                   PERFORM 09-ABORTAR-APLICACION
           END-EVALUATE.

      ******************************************************************
      *                   0222-APLICAR-FECHA                           *
      *   UNA FECHA SIN VALOR ESPERADO DECLARADO ABSORBE TODO LO QUE   *
      *   QUEDA DEL PAGO Y QUEDA TOTAL (ES EL CRITERIO DE SIEMPRE:     *
      *   CUALQUIER PAGO LA CUBRE); CON VALOR ESPERADO SE APLICA HASTA *
      *   LO QUE LE FALTA Y QUEDA PARCIAL SI NO ALCANZA                *
      ******************************************************************
       0222-APLICAR-FECHA.
           COMPUTE WS-PENDIENTE-FECHA =
                   W03-VALOR-ESPERADO - W03-VALOR-APLICADO

           EVALUATE TRUE
              WHEN W03-VALOR-ESPERADO NOT > ZEROS
                   MOVE WS-POR-APLICAR     TO WS-VALOR-FECHA
                   SET W03-COBERTURA-TOTAL TO TRUE
              WHEN WS-PENDIENTE-FECHA NOT > ZEROS
                   MOVE ZEROS              TO WS-VALOR-FECHA
                   SET W03-COBERTURA-TOTAL TO TRUE
              WHEN WS-POR-APLICAR NOT < WS-PENDIENTE-FECHA
                   MOVE WS-PENDIENTE-FECHA TO WS-VALOR-FECHA
                   SET W03-COBERTURA-TOTAL TO TRUE
              WHEN OTHER
                   MOVE WS-POR-APLICAR     TO WS-VALOR-FECHA
                   SET W03-COBERTURA-PARCIAL TO TRUE
           END-EVALUATE

           ADD WS-VALOR-FECHA      TO W03-VALOR-APLICADO
           SUBTRACT WS-VALOR-FECHA FROM WS-POR-APLICAR
           PERFORM 023-ACTUALIZAR-FECHA

           IF W03-COBERTURA-TOTAL
              ADD 1 TO WS-FECHAS-TOTALES
              MOVE 'TOTAL'        TO DET-RESULTADO
           ELSE
              ADD 1 TO WS-FECHAS-PARCIALES
              MOVE 'PARCIAL'      TO DET-RESULTADO
           END-IF

           IF WS-VALOR-FECHA NOT = ZEROS
              MOVE W03-FECHA      TO APL-FECHA
              MOVE WS-VALOR-FECHA TO APL-VALOR
              PERFORM 029-INSERTAR-APLICACION
           END-IF

           PERFORM 0221-FETCH-CURSOR-2.

      ******************************************************************
      *                 023-ACTUALIZAR-FECHA                           *
      ******************************************************************
       023-ACTUALIZAR-FECHA.
           EXEC SQL
               UPDATE PRDTW03
               SET    W03_VALOR_APLICADO = :W03-VALOR-APLICADO,
                      W03_COBERTURA      = :W03-COBERTURA
               WHERE  W03_CLIENTE  = :W02-CLIENTE
               AND    W03_PRODUCTO = :W03-PRODUCTO
               AND    W03_FECHA    = :W03-FECHA
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR UPDATE PRDTW03 SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-APLICACION
           END-IF.

      ******************************************************************
      *                 024-GRABAR-REMANENTE                           *
      *   EL VALOR QUE NO ENCONTRO FECHA (POSITIVO EN UN 'N', NEGATIVO *
      *   EN UN 'R' QUE DESHIZO MAS DE LO APLICADO) QUEDA EN PRDTWAPL  *
      *   CON LA FECHA EN BLANCO: ES EL SALDO A FAVOR DEL CLIENTE      *
      ******************************************************************
       024-GRABAR-REMANENTE.
           MOVE SPACES             TO APL-FECHA
           MOVE 'REMANENTE'        TO DET-RESULTADO
           ADD 1 TO WS-REMANENTES
           PERFORM 029-INSERTAR-APLICACION.

      ******************************************************************
      *                 025-DESHACER-REVERSO                           *
      *   EL REVERSO VIENE NEGATIVO (VER PE3C0022). PRIMERO CONSUME EL *
      *   REMANENTE SIN APLICAR DEL CLIENTE/PRODUCTO Y LUEGO REABRE    *
      *   LAS FECHAS CUBIERTAS DESDE LA MAS RECIENTE                   *
      ******************************************************************
       025-DESHACER-REVERSO.
           COMPUTE WS-POR-APLICAR = ZEROS - W02-VALOR-NUM
           PERFORM 026-CONSUMIR-REMANENTE

           SET NO-FIN-CURSOR-3 TO TRUE
           EXEC SQL
               OPEN CURSOR_3
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_3 SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-APLICACION
           END-IF

           PERFORM 0251-FETCH-CURSOR-3
           PERFORM 0252-REABRIR-FECHA
                   UNTIL SI-FIN-CURSOR-3
                   OR WS-POR-APLICAR NOT > ZEROS

           EXEC SQL
               CLOSE CURSOR_3
           END-EXEC

           IF WS-POR-APLICAR NOT = ZEROS OR APL-SECUENCIA = ZEROS
              COMPUTE APL-VALOR = ZEROS - WS-POR-APLICAR
              PERFORM 024-GRABAR-REMANENTE
           END-IF.

       0251-FETCH-CURSOR-3.
           EXEC SQL
               FETCH CURSOR_3
               INTO :W03-FECHA, :W03-VALOR-ESPERADO,
                    :W03-VALOR-APLICADO, :W03-COBERTURA
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   SET SI-FIN-CURSOR-3 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_3 SQLCODE ' SQLCODE
                   PERFORM 09-ABORTAR-APLICACION
           END-EVALUATE.

      ******************************************************************
      *                   0252-REABRIR-FECHA                           *
      *   LA FECHA DEVUELVE HASTA TODO SU VALOR APLICADO; SI QUEDA EN  *
      *   CERO VUELVE A SIN COBERTURA, SI NO QUEDA PARCIAL (SALVO LA   *
      *   FECHA SIN VALOR ESPERADO, QUE SIGUE TOTAL MIENTRAS TENGA     *
      *   ALGO APLICADO)                                               *
      ******************************************************************
       0252-REABRIR-FECHA.
           IF WS-POR-APLICAR NOT < W03-VALOR-APLICADO
              MOVE W03-VALOR-APLICADO TO WS-VALOR-FECHA
           ELSE
              MOVE WS-POR-APLICAR     TO WS-VALOR-FECHA
           END-IF

           SUBTRACT WS-VALOR-FECHA FROM W03-VALOR-APLICADO
           SUBTRACT WS-VALOR-FECHA FROM WS-POR-APLICAR

           EVALUATE TRUE
              WHEN W03-VALOR-APLICADO = ZEROS
                   SET W03-SIN-COBERTURA     TO TRUE
              WHEN W03-VALOR-ESPERADO NOT > ZEROS
                   SET W03-COBERTURA-TOTAL   TO TRUE
              WHEN OTHER
                   SET W03-COBERTURA-PARCIAL TO TRUE
           END-EVALUATE
           PERFORM 023-ACTUALIZAR-FECHA

           ADD 1 TO WS-FECHAS-REABIERTAS
           MOVE 'REABIERTA'        TO DET-RESULTADO
           MOVE W03-FECHA          TO APL-FECHA
           COMPUTE APL-VALOR = ZEROS - WS-VALOR-FECHA
           PERFORM 029-INSERTAR-APLICACION

           PERFORM 0251-FETCH-CURSOR-3.

      ******************************************************************
      *                 026-CONSUMIR-REMANENTE                         *
      ******************************************************************
       026-CONSUMIR-REMANENTE.
           EXEC SQL
               SELECT VALUE(SUM(APL_VALOR), 0)
               INTO   :WS-REMANENTE
               FROM   PRDTWAPL
               WHERE  APL_CLIENTE  = :W02-CLIENTE
               AND    APL_PRODUCTO = :W03-PRODUCTO
               AND    APL_FECHA    = ' '
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR SELECT PRDTWAPL SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-APLICACION
           END-IF

           IF WS-REMANENTE > ZEROS
              IF WS-REMANENTE > WS-POR-APLICAR
                 MOVE WS-POR-APLICAR TO WS-REMANENTE
              END-IF
              SUBTRACT WS-REMANENTE FROM WS-POR-APLICAR
              COMPUTE APL-VALOR = ZEROS - WS-REMANENTE
              PERFORM 024-GRABAR-REMANENTE
           END-IF.

      ******************************************************************
      *                 029-INSERTAR-APLICACION                        *
      ******************************************************************
       029-INSERTAR-APLICACION.
           ADD 1 TO APL-SECUENCIA

           EXEC SQL
               INSERT INTO PRDTWAPL
                   (APL_ID_MOV, APL_SECUENCIA, APL_CLIENTE,
                    APL_PRODUCTO, APL_FECHA, APL_VALOR,
                    APL_TIPO_MOV, APL_FECHA_PROCESO)
               VALUES
                   (:APL-ID-MOV, :APL-SECUENCIA, :APL-CLIENTE,
                    :APL-PRODUCTO, :APL-FECHA, :APL-VALOR,
                    :APL-TIPO-MOV, :APL-FECHA-PROCESO)
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR INSERT PRDTWAPL SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-APLICACION
           END-IF

           MOVE APL-ID-MOV         TO DET-ID-MOV
           MOVE APL-TIPO-MOV       TO DET-TIPO-MOV
           MOVE APL-CLIENTE        TO DET-CLIENTE
           MOVE APL-PRODUCTO       TO DET-PRODUCTO
           MOVE APL-FECHA          TO DET-FECHA
           MOVE APL-VALOR          TO DET-VALOR
           MOVE WS-DETALLE         TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           INITIALIZE WS-DETALLE.

      ******************************************************************
      *                 09-ABORTAR-APLICACION                          *
      *   UN MOVIMIENTO A MEDIO APLICAR DEJARIA FECHAS Y PRDTWAPL      *
      *   DESCUADRADOS (Y YA NO VOLVERIA A SALIR EN CURSOR_1): ANTE    *
      *   CUALQUIER ERROR DE TABLA SE REVERSA TODA LA CORRIDA          *
      ******************************************************************
       09-ABORTAR-APLICACION.
           DISPLAY 'SE REVERSA LA APLICACION Y SE DETIENE'
           EXEC SQL
               ROLLBACK
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR EN ROLLBACK SQLCODE ' SQLCODE
           END-IF
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      *                   027-CASAR-COTIZACION                         *
      *   LA COTIZACION DE PREPAGO (PE3C0122) VALE DESDE SU EMISION    *
      *   HASTA COT_FECHA_VENCE: UN PAGO DEL CONTRATO EN ESE LAPSO,    *
      *   EN SU MONEDA Y POR AL MENOS EL TOTAL COTIZADO, LA UTILIZA Y  *
      *   QUEDA CASADO CON ELLA POR SU IDENTIFICADOR                   *
      ******************************************************************
       027-CASAR-COTIZACION.
           EXEC SQL
               UPDATE PRDTWCOT
               SET   COT_ESTADO      = 'U',
                     COT_ID_MOV      = :W02-ID-MOV
               WHERE COT_CONTRATO    = :W02-CONTRATO
               AND   COT_ESTADO      = 'V'
               AND   COT_FECHA_GEN  <= :W02-FECHA-MOV
               AND   COT_FECHA_VENCE >= :W02-FECHA-MOV
               AND   COT_VALOR_TOTAL <= :W02-VALOR-NUM
               AND   COT_MONEDA      =
                     (SELECT M.W02_MONEDA FROM PRDTW02 M
                      WHERE M.W02_ID_MOV = :W02-ID-MOV)
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = ZEROS
                   ADD SQLERRD (3) TO WS-COT-UTILIZADAS
              WHEN SQLCODE = +100
                   CONTINUE
              WHEN OTHER
                   DISPLAY 'ERROR UPDATE PRDTWCOT SQLCODE ' SQLCODE
                           ' ID MOV ' W02-ID-MOV
                   PERFORM 09-ABORTAR-APLICACION
           END-EVALUATE.

      ******************************************************************
      *                  028-VENCER-COTIZACIONES                       *
      *   AL CIERRE DE LA APLICACION, LA VIGENTE CUYO VENCIMIENTO YA   *
      *   PASO SIN PAGO QUE LA CASARA QUEDA VENCIDA ('X')              *
      ******************************************************************
       028-VENCER-COTIZACIONES.
           EXEC SQL
               UPDATE PRDTWCOT
               SET   COT_ESTADO      = 'X'
               WHERE COT_ESTADO      = 'V'
               AND   COT_FECHA_VENCE < :APL-FECHA-PROCESO
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = ZEROS
                   ADD SQLERRD (3) TO WS-COT-VENCIDAS
              WHEN SQLCODE = +100
                   CONTINUE
              WHEN OTHER
                   DISPLAY 'ERROR UPDATE PRDTWCOT SQLCODE ' SQLCODE
                   PERFORM 09-ABORTAR-APLICACION
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
      *                        03-FINAL                                *
      ******************************************************************
       03-FINAL.
           EXEC SQL
               CLOSE CURSOR_1
           END-EXEC

           PERFORM 028-VENCER-COTIZACIONES

           MOVE WS-MOV-LEIDOS       TO RES-MOV-LEIDOS
           MOVE WS-FECHAS-TOTALES   TO RES-TOTALES
           MOVE WS-FECHAS-PARCIALES TO RES-PARCIALES
           MOVE WS-REMANENTES       TO RES-REMANENTES
           MOVE WS-RESUMEN          TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           DISPLAY 'MOVIMIENTOS APLICADOS  : ' WS-MOV-LEIDOS
           DISPLAY '  NORMALES ''N''         : ' WS-MOV-NORMALES
           DISPLAY '  REVERSOS ''R''         : ' WS-MOV-REVERSOS
           DISPLAY 'FECHAS CUBIERTAS TOTAL : ' WS-FECHAS-TOTALES
           DISPLAY 'FECHAS CUBIERTAS PARC. : ' WS-FECHAS-PARCIALES
           DISPLAY 'FECHAS REABIERTAS      : ' WS-FECHAS-REABIERTAS
           DISPLAY 'REMANENTES             : ' WS-REMANENTES
           DISPLAY 'COTIZACIONES UTILIZADAS: ' WS-COT-UTILIZADAS
           DISPLAY 'COTIZACIONES VENCIDAS  : ' WS-COT-VENCIDAS

           CLOSE SALIDA

           STOP RUN.
