      *           EXTRACTOS VIEJOS SIGAN SIENDO RASTREABLES. UNA
      *           FECHA O REGLA QUE EL CLIENTE NUEVO YA TIENE SE
      *           BORRA DEL VIEJO EN VEZ DE DUPLICARSE (QUEDA EN LA
      *           BITACORA COMO 'D'; SI TENIA PAGOS APLICADOS, SU
      *           VALOR APLICADO PASA A LA FECHA DEL NUEVO). TAMBIEN
      *           SIGUEN AL CODIGO NUEVO LAS APLICACIONES PRDTWAPL,
      *           LOS RECLAMOS ABIERTOS PRDTWDIS, LOS ACUERDOS DE
      *           PAGO PRDTWACU (EL DETALLE PRDTWACD VA POR NUMERO DE
      *           ACUERDO) Y LOS CONSENTIMIENTOS PRDTWHAB. EL SALDO
      *           PRDTWSAL DE LOS DOS CODIGOS SE RECONSTRUYE CON
      *           PE3C0071 MODO 'I'
      *                         ============                           *
      ******************************************************************

      *                    MODIFICACIONES                              *
      ******************************************************************
      *   02/SEP/2026  FAMB  PROGRAMA NUEVO                            *
      *   15/OCT/2026  FAMB  SE RECHAZA LA PAREJA SI CUALQUIERA DE LOS *
      *                      DOS CLIENTES TIENE EMBARGO JUDICIAL       *
      *                      VIGENTE (63 EMBARGO)                      *
      *   15/OCT/2026  FAMB  LA FUSION MUEVE TAMBIEN PRDTWAPL,         *
      *                      PRDTWDIS (ABIERTOS), PRDTWACU Y PRDTWHAB, *
      *                      Y LA FECHA DUPLICADA QUE SE BORRA PASA SU *
      *                      VALOR APLICADO A LA DEL CODIGO NUEVO. SE  *
      *                      RECHAZA LA PAREJA SI UN ACUERDO VIGENTE   *
      *                      DEL VIEJO CHOCA CON FECHAS DEL NUEVO      *
      ******************************************************************
      *                      ENVIRONMENT DIVISION                      *
      ******************************************************************
      *    IMAGEN ANTERIOR DE CADA FILA AFECTADA, ESTILO MANTLOG:
      *    CON LA TABLA DE ORIGEN, LA LLAVE Y LOS DOS CODIGOS UN
      *    BACKOUT CLASE PE3C0031 PUEDE DEVOLVER CADA FILA AL
      *    CODIGO VIEJO (O REINSERTAR LAS BORRADAS POR DUPLICADO).
      *    XLG-LLAVE: RECLAMO, NUMERO DE ACUERDO O FINALIDAD/CANAL
      *    DEL CONSENTIMIENTO; XLG-SECUENCIA: LA DE PRDTWAPL;
      *    XLG-VALOR: VALOR APLICADO DE LA FECHA (EL QUE PASA A LA
      *    FECHA DEL NUEVO CUANDO LA DEL VIEJO SE BORRA) O DE LA
      *    APLICACION
       01 REG-MERGELOG.
           05 XLG-TABLA                         PIC X(3).
           05 XLG-OPERACION                     PIC X(1).
           05 XLG-FECHA                         PIC X(10).
           05 XLG-ESTADO                        PIC X(1).
           05 XLG-ID-MOV                        PIC 9(13).
           05 XLG-LLAVE                         PIC X(20).
           05 XLG-SECUENCIA                     PIC 9(4).
           05 XLG-VALOR                         PIC S9(9)V99.
           05 XLG-FECHA-PROCESO                 PIC X(8).
           05 XLG-HORA-PROCESO                  PIC X(6).

           05 SW-FIN-CURSOR-3        PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR-3                  VALUE 'S'.
             88 NO-FIN-CURSOR-3                  VALUE 'N'.
           05 SW-FIN-CURSOR-4        PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR-4                  VALUE 'S'.
             88 NO-FIN-CURSOR-4                  VALUE 'N'.
           05 SW-FIN-CURSOR-5        PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR-5                  VALUE 'S'.
             88 NO-FIN-CURSOR-5                  VALUE 'N'.
           05 SW-FIN-CURSOR-6        PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR-6                  VALUE 'S'.
             88 NO-FIN-CURSOR-6                  VALUE 'N'.
           05 SW-FIN-CURSOR-7        PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR-7                  VALUE 'S'.
             88 NO-FIN-CURSOR-7                  VALUE 'N'.
           05 SW-PAREJA-VALIDA       PIC X       VALUE 'S'.
             88 SI-PAREJA-VALIDA                 VALUE 'S'.
             88 NO-PAREJA-VALIDA                 VALUE 'N'.
          05 WS-FEC-BORRADAS             PIC 9(09) VALUE ZEROS.
          05 WS-FRE-MOVIDAS              PIC 9(09) VALUE ZEROS.
          05 WS-FRE-BORRADAS             PIC 9(09) VALUE ZEROS.
          05 WS-FEC-TRASPASADAS          PIC 9(09) VALUE ZEROS.
          05 WS-APL-MOVIDAS              PIC 9(09) VALUE ZEROS.
          05 WS-DIS-MOVIDOS              PIC 9(09) VALUE ZEROS.
          05 WS-ACU-MOVIDOS              PIC 9(09) VALUE ZEROS.
          05 WS-HAB-MOVIDAS              PIC 9(09) VALUE ZEROS.
          05 WS-HAB-BORRADAS             PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
           05 WS-CLIENTE-NVO             PIC X(8).

       01 WS-EXISTE-NUEVO                PIC S9(9) COMP VALUE ZEROS.
       01 WS-CONT-EMBARGOS               PIC S9(9) COMP VALUE ZEROS.
       01 WS-CONT-ACUERDOS               PIC S9(9) COMP VALUE ZEROS.
       01 WS-ACU-NUMERO-EDIT             PIC 9(09) VALUE ZEROS.
       01 WS-FECHA-NEGOCIO               PIC X(10) VALUE SPACES.

       01 PRDTW02.
           05 W02-CONTRATO                      PIC X(18).
           05 W03-PRODUCTO                      PIC X(2).
           05 W03-FECHA                         PIC X(10).
           05 W03-ESTADO                        PIC X(1).
           05 W03-VALOR-APLICADO                PIC S9(9)V99 COMP-3.

      *    FECHA DEL CODIGO NUEVO QUE RECIBE EL VALOR APLICADO DE LA
      *    FECHA DUPLICADA DEL VIEJO; LA COBERTURA SE RECALCULA CON
      *    EL CRITERIO DE PE3C0098
       01 WS-FECHA-NUEVA.
           05 NVO-VALOR-ESPERADO                PIC S9(9)V99 COMP-3.
           05 NVO-VALOR-APLICADO                PIC S9(9)V99 COMP-3.
           05 NVO-COBERTURA                     PIC X(1).
             88 NVO-SIN-COBERTURA                   VALUE ' '.
             88 NVO-COBERTURA-PARCIAL               VALUE 'P'.
             88 NVO-COBERTURA-TOTAL                 VALUE 'T'.

       01 PRDTW-FRE.
           05 FRE-PRODUCTO                      PIC X(2).

       01 PRDTW-APL.
           05 APL-ID-MOV                        PIC S9(13) COMP-3.
           05 APL-SECUENCIA                     PIC S9(4) COMP.
           05 APL-PRODUCTO                      PIC X(2).
           05 APL-FECHA                         PIC X(10).
           05 APL-VALOR                         PIC S9(9)V99 COMP-3.

       01 PRDTW-DIS.
           05 DIS-RECLAMO                       PIC X(12).
           05 DIS-ID-MOV                        PIC S9(13) COMP-3.
           05 DIS-PRODUCTO                      PIC X(2).
           05 DIS-FECHA                         PIC X(10).

       01 PRDTW-ACU.
           05 ACU-NUMERO                        PIC S9(9) COMP-3.
           05 ACU-PRODUCTO                      PIC X(2).
           05 ACU-CONTRATO                      PIC X(18).
           05 ACU-ESTADO                        PIC X(1).

       01 PRDTW-HAB.
           05 HAB-FINALIDAD                     PIC X(1).
           05 HAB-FECHA-AUTORIZA                PIC X(10).
           05 HAB-CANAL-AUTORIZA                PIC X(1).
           05 HAB-ESTADO                        PIC X(1).

       01 PRDTW-XRF.
           05 XRF-CLIENTE-ANT                   PIC X(8).
           05 XRF-CLIENTE-NVO                   PIC X(8).
           05 XRF-FECHA-PROCESO                 PIC X(8).

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE FECHA DE PROCESO PE3C0060 (VIGENCIA *
      *   DE LOS EMBARGOS)                                             *
      ******************************************************************
       COPY PE3CFPRO.

       01 WS-FECHADO.
           05 WS-FECHA-MAQUINA           PIC X(8).
           05 WS-HORA-MAQUINA            PIC X(6).
          05 FILLER                   PIC X(7)  VALUE ' FRE ='.
          05 RES-FRE                  PIC ZZZZZZZZ9.

       01 WS-RESUMEN3.
          05 FILLER                   PIC X(17) VALUE SPACES.
          05 FILLER                   PIC X(6)  VALUE 'APL ='.
          05 RES-APL                  PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(7)  VALUE ' DIS ='.
          05 RES-DIS                  PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(7)  VALUE ' ACU ='.
          05 RES-ACU                  PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(7)  VALUE ' HAB ='.
          05 RES-HAB                  PIC ZZZZZZZZ9.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
               INCLUDE PETCOXRF
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOEMB
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOAPL
           END-EXEC.

           EXEC SQL
               INCLUDE PETCODIS
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOACU
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOHAB
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: MOVIMIENTOS DEL CODIGO VIEJO (PARA BITACORA) **
           EXEC SQL
      ******   CURSOR_2: FECHAS PROGRAMADAS DEL CODIGO VIEJO          **
           EXEC SQL
               DECLARE CURSOR_2 CURSOR FOR
               SELECT W03_PRODUCTO, W03_FECHA, W03_ESTADO,
                      W03_VALOR_APLICADO
               FROM PRDTW03
               WHERE W03_CLIENTE = :WS-CLIENTE-ANT
               ORDER BY W03_PRODUCTO, W03_FECHA
               ORDER BY FRE_PRODUCTO
           END-EXEC.

      ******************************************************************
      ******   CURSOR_4: APLICACIONES DEL CODIGO VIEJO (BITACORA)     **
           EXEC SQL
               DECLARE CURSOR_4 CURSOR FOR
               SELECT APL_ID_MOV, APL_SECUENCIA, APL_PRODUCTO,
                      APL_FECHA, APL_VALOR
               FROM PRDTWAPL
               WHERE APL_CLIENTE = :WS-CLIENTE-ANT
               ORDER BY APL_ID_MOV, APL_SECUENCIA
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      ******   CURSOR_5: RECLAMOS ABIERTOS DEL CODIGO VIEJO (BITACORA)**
           EXEC SQL
               DECLARE CURSOR_5 CURSOR FOR
               SELECT DIS_RECLAMO, DIS_ID_MOV, DIS_PRODUCTO, DIS_FECHA
               FROM PRDTWDIS
               WHERE DIS_CLIENTE = :WS-CLIENTE-ANT
               AND   DIS_ESTADO  = 'A'
               ORDER BY DIS_RECLAMO
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      ******   CURSOR_6: ACUERDOS DE PAGO DEL CODIGO VIEJO (BITACORA) **
           EXEC SQL
               DECLARE CURSOR_6 CURSOR FOR
               SELECT ACU_NUMERO, ACU_PRODUCTO, ACU_CONTRATO,
                      ACU_ESTADO
               FROM PRDTWACU
               WHERE ACU_CLIENTE = :WS-CLIENTE-ANT
               ORDER BY ACU_NUMERO
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      ******   CURSOR_7: CONSENTIMIENTOS DEL CODIGO VIEJO             **
           EXEC SQL
               DECLARE CURSOR_7 CURSOR FOR
               SELECT HAB_FINALIDAD, HAB_FECHA_AUTORIZA,
                      HAB_CANAL_AUTORIZA, HAB_ESTADO
               FROM PRDTWHAB
               WHERE HAB_CLIENTE = :WS-CLIENTE-ANT
               ORDER BY HAB_FINALIDAD, HAB_FECHA_AUTORIZA
           END-EXEC.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       01-INICIO.
           ACCEPT WS-FECHA-MAQUINA FROM DATE
           ACCEPT WS-HORA-MAQUINA  FROM TIME
           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO TO WS-FECHA-NEGOCIO

           OPEN INPUT  PAREJAS
           IF WS-ESTADO-PAR NOT = '00'

      ******************************************************************
      *                        02-PROCESO                              *
      *   VALIDA LA PAREJA Y, SI PASA, MUEVE LAS TABLAS DEL CLIENTE Y  *
      *   DEJA EL CRUCE; UNA PAREJA RECHAZADA NO DETIENE LA CORRIDA    *
      ******************************************************************
       02-PROCESO.
           MOVE PAR-CLIENTE-ANT TO WS-CLIENTE-ANT
              PERFORM 022-MOVER-MOVIMIENTOS
              PERFORM 023-MOVER-FECHAS
              PERFORM 024-MOVER-REGLAS
              PERFORM 027-MOVER-APLICACIONES
              PERFORM 028-MOVER-RECLAMOS
              PERFORM 030-MOVER-ACUERDOS
              PERFORM 031-MOVER-CONSENTIMIENTOS
              PERFORM 025-GRABAR-CRUCE
              ADD 1 TO WS-PAREJAS-FUSIONADAS
              MOVE 'PAREJA FUSIONADA:      ' TO DET-TEXTO
      *                021-VALIDAR-PAREJA                              *
      *   EL CODIGO NUEVO DEBE EXISTIR EN LA MAESTRA PRDTWCLI: LA      *
      *   FUSION ES HACIA LA PERSONA REGISTRADA, NO HACIA OTRO HUECO   *
      *   Y NINGUNO DE LOS DOS CODIGOS PUEDE ESTAR EMBARGADO: LA ORDEN *
      *   DEL JUZGADO QUEDA SOBRE EL CODIGO QUE NOMBRA. UN ACUERDO DE  *
      *   PAGO VIGENTE DEL VIEJO SOLO SE MUEVE SI EL NUEVO NO TIENE    *
      *   FECHAS EN ESE PRODUCTO: SUS CUOTAS SE MEZCLARIAN CON OTRO    *
      *   CALENDARIO (O CON OTRO ACUERDO) Y PE3C0107 LO DARIA POR ROTO *
      ******************************************************************
       021-VALIDAR-PAREJA.
           IF WS-CLIENTE-ANT = WS-CLIENTE-NVO
                    PERFORM 029-ESCRIBIR-PAREJA
                 END-IF
              END-IF
           END-IF

           IF SI-PAREJA-VALIDA
              PERFORM 026-VALIDAR-EMBARGO
           END-IF

           IF SI-PAREJA-VALIDA
              PERFORM 0211-VALIDAR-ACUERDO
           END-IF.

       0211-VALIDAR-ACUERDO.
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CONT-ACUERDOS
               FROM  PRDTWACU A
               WHERE A.ACU_CLIENTE = :WS-CLIENTE-ANT
               AND   A.ACU_ESTADO  = 'V'
               AND   EXISTS
                     (SELECT 1 FROM PRDTW03 F
                      WHERE F.W03_CLIENTE  = :WS-CLIENTE-NVO
                      AND   F.W03_PRODUCTO = A.ACU_PRODUCTO)
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR SELECT PRDTWACU SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO TO TRUE
              SET NO-PAREJA-VALIDA TO TRUE
           ELSE
              IF WS-CONT-ACUERDOS > ZEROS
                 SET NO-PAREJA-VALIDA TO TRUE
                 MOVE 'RECHAZADA (ACUERDO VIG):' TO DET-TEXTO
                 PERFORM 029-ESCRIBIR-PAREJA
              END-IF
           END-IF.

       026-VALIDAR-EMBARGO.
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CONT-EMBARGOS
               FROM  PRDTWEMB
               WHERE EMB_CLIENTE IN (:WS-CLIENTE-ANT, :WS-CLIENTE-NVO)
               AND   EMB_ESTADO          = 'A'
               AND   EMB_FECHA_EFECTIVA <= :WS-FECHA-NEGOCIO
               AND   EMB_FECHA_LEVANTA   > :WS-FECHA-NEGOCIO
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR SELECT PRDTWEMB SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO TO TRUE
              SET NO-PAREJA-VALIDA TO TRUE
           ELSE
              IF WS-CONT-EMBARGOS > ZEROS
                 SET NO-PAREJA-VALIDA TO TRUE
                 MOVE 'RECHAZADA (63 EMBARGO): ' TO DET-TEXTO
                 PERFORM 029-ESCRIBIR-PAREJA
              END-IF
           END-IF.

      ******************************************************************
      ******************************************************************
      *                023-MOVER-FECHAS                                *
      *   FILA POR FILA: UNA FECHA QUE EL CLIENTE NUEVO YA TIENE DEL  *
      *   MISMO PRODUCTO SE BORRA DEL VIEJO EN VEZ DE DUPLICARSE; LO   *
      *   QUE TENIA APLICADO PASA ANTES A LA FECHA DEL NUEVO, QUE ES A *
      *   LA QUE APUNTAN SUS APLICACIONES DESPUES DE LA FUSION         *
      ******************************************************************
       023-MOVER-FECHAS.
           SET NO-FIN-CURSOR-2 TO TRUE
       0231-FETCH-CURSOR-2.
           EXEC SQL
               FETCH CURSOR_2
               INTO :W03-PRODUCTO, :W03-FECHA, :W03-ESTADO,
                    :W03-VALOR-APLICADO
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
              MOVE W03-PRODUCTO  TO XLG-PRODUCTO
              MOVE W03-FECHA     TO XLG-FECHA
              MOVE W03-ESTADO    TO XLG-ESTADO
              MOVE W03-VALOR-APLICADO TO XLG-VALOR
              IF WS-EXISTE-NUEVO > ZEROS
                 PERFORM 0233-BORRAR-FECHA
              ELSE
           PERFORM 0231-FETCH-CURSOR-2.

       0233-BORRAR-FECHA.
           IF W03-VALOR-APLICADO NOT = ZEROS
              PERFORM 0235-TRASPASAR-APLICADO
           END-IF

           EXEC SQL
               DELETE FROM PRDTW03
               WHERE W03_CLIENTE  = :WS-CLIENTE-ANT
              ADD 1 TO WS-FEC-MOVIDAS
           END-IF.

      ******************************************************************
      *                0235-TRASPASAR-APLICADO                         *
      *   EL VALOR APLICADO DE LA FECHA DEL VIEJO SE SUMA AL DE LA     *
      *   DEL NUEVO Y LA COBERTURA SE RECALCULA CON EL CRITERIO DE     *
      *   PE3C0098: SIN VALOR ESPERADO CUALQUIER PAGO LA CUBRE; CON    *
      *   VALOR ESPERADO QUEDA TOTAL AL ALCANZARLO Y SI NO PARCIAL     *
      ******************************************************************
       0235-TRASPASAR-APLICADO.
           EXEC SQL
               SELECT W03_VALOR_ESPERADO, W03_VALOR_APLICADO
               INTO  :NVO-VALOR-ESPERADO, :NVO-VALOR-APLICADO
               FROM  PRDTW03
               WHERE W03_CLIENTE  = :WS-CLIENTE-NVO
               AND   W03_PRODUCTO = :W03-PRODUCTO
               AND   W03_FECHA    = :W03-FECHA
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR SELECT PRDTW03 SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO TO TRUE
           ELSE
              ADD W03-VALOR-APLICADO TO NVO-VALOR-APLICADO
              EVALUATE TRUE
                 WHEN NVO-VALOR-APLICADO NOT > ZEROS
                      SET NVO-SIN-COBERTURA     TO TRUE
                 WHEN NVO-VALOR-ESPERADO NOT > ZEROS
                      SET NVO-COBERTURA-TOTAL   TO TRUE
                 WHEN NVO-VALOR-APLICADO NOT < NVO-VALOR-ESPERADO
                      SET NVO-COBERTURA-TOTAL   TO TRUE
                 WHEN OTHER
                      SET NVO-COBERTURA-PARCIAL TO TRUE
              END-EVALUATE
              EXEC SQL
                  UPDATE PRDTW03
                  SET    W03_VALOR_APLICADO = :NVO-VALOR-APLICADO,
                         W03_COBERTURA      = :NVO-COBERTURA
                  WHERE  W03_CLIENTE  = :WS-CLIENTE-NVO
                  AND    W03_PRODUCTO = :W03-PRODUCTO
                  AND    W03_FECHA    = :W03-FECHA
              END-EXEC
              IF SQLCODE NOT EQUAL ZEROS
                 DISPLAY 'ERROR UPDATE PRDTW03 SQLCODE ' SQLCODE
                 SET SI-ERROR-PROCESO TO TRUE
              ELSE
                 ADD 1 TO WS-FEC-TRASPASADAS
              END-IF
           END-IF.

      ******************************************************************
      *                024-MOVER-REGLAS                                *
      *   MISMO TRATO QUE LAS FECHAS: SI EL NUEVO YA TIENE REGLA DEL  *
              ADD 1 TO WS-FRE-MOVIDAS
           END-IF.

      ******************************************************************
      *                027-MOVER-APLICACIONES                          *
      *   LAS APLICACIONES SIGUEN A LAS FECHAS (Y EL REMANENTE SIN     *
      *   FECHA SIGUE AL CLIENTE, PARA QUE PE3C0098 LO CONSUMA): CADA  *
      *   UNA DEJA SU IMAGEN Y LA TABLA SE MUEVE EN UN SOLO UPDATE     *
      ******************************************************************
       027-MOVER-APLICACIONES.
           SET NO-FIN-CURSOR-4 TO TRUE
           EXEC SQL
               OPEN CURSOR_4
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_4 SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO TO TRUE
              SET SI-FIN-CURSOR-4  TO TRUE
           ELSE
              PERFORM 0271-FETCH-CURSOR-4
           END-IF

           PERFORM 0272-LOGUEAR-APLICACION UNTIL SI-FIN-CURSOR-4

           EXEC SQL
               CLOSE CURSOR_4
           END-EXEC

           EXEC SQL
               UPDATE PRDTWAPL
               SET    APL_CLIENTE = :WS-CLIENTE-NVO
               WHERE  APL_CLIENTE = :WS-CLIENTE-ANT
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL +100
              DISPLAY 'ERROR UPDATE PRDTWAPL SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO TO TRUE
           END-IF.

       0271-FETCH-CURSOR-4.
           EXEC SQL
               FETCH CURSOR_4
               INTO :APL-ID-MOV, :APL-SECUENCIA, :APL-PRODUCTO,
                    :APL-FECHA, :APL-VALOR
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   SET SI-FIN-CURSOR-4 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_4 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR-4 TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

       0272-LOGUEAR-APLICACION.
           PERFORM 098-LIMPIAR-BITACORA
           MOVE 'APL'          TO XLG-TABLA
           SET XLG-OP-MOVIDA   TO TRUE
           MOVE APL-PRODUCTO   TO XLG-PRODUCTO
           MOVE APL-FECHA      TO XLG-FECHA
           MOVE APL-ID-MOV     TO XLG-ID-MOV
           MOVE APL-SECUENCIA  TO XLG-SECUENCIA
           MOVE APL-VALOR      TO XLG-VALOR
           PERFORM 098-GRABAR-BITACORA
           ADD 1 TO WS-APL-MOVIDAS
           PERFORM 0271-FETCH-CURSOR-4.

      ******************************************************************
      *                028-MOVER-RECLAMOS                              *
      *   SOLO LOS RECLAMOS ABIERTOS, QUE SON LOS QUE FRENAN SANCIONES,*
      *   CARTAS Y RECORDATORIOS SOBRE LA FECHA; LOS CERRADOS SON      *
      *   HISTORIA Y SE RESUELVEN POR EL CRUCE PRDTWXRF                *
      ******************************************************************
       028-MOVER-RECLAMOS.
           SET NO-FIN-CURSOR-5 TO TRUE
           EXEC SQL
               OPEN CURSOR_5
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_5 SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO TO TRUE
              SET SI-FIN-CURSOR-5  TO TRUE
           ELSE
              PERFORM 0281-FETCH-CURSOR-5
           END-IF

           PERFORM 0282-LOGUEAR-RECLAMO UNTIL SI-FIN-CURSOR-5

           EXEC SQL
               CLOSE CURSOR_5
           END-EXEC

           EXEC SQL
               UPDATE PRDTWDIS
               SET    DIS_CLIENTE = :WS-CLIENTE-NVO
               WHERE  DIS_CLIENTE = :WS-CLIENTE-ANT
               AND    DIS_ESTADO  = 'A'
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL +100
              DISPLAY 'ERROR UPDATE PRDTWDIS SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO TO TRUE
           END-IF.

       0281-FETCH-CURSOR-5.
           EXEC SQL
               FETCH CURSOR_5
               INTO :DIS-RECLAMO, :DIS-ID-MOV, :DIS-PRODUCTO,
                    :DIS-FECHA
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   SET SI-FIN-CURSOR-5 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_5 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR-5 TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

       0282-LOGUEAR-RECLAMO.
           PERFORM 098-LIMPIAR-BITACORA
           MOVE 'DIS'          TO XLG-TABLA
           SET XLG-OP-MOVIDA   TO TRUE
           MOVE DIS-RECLAMO    TO XLG-LLAVE
           MOVE DIS-PRODUCTO   TO XLG-PRODUCTO
           MOVE DIS-FECHA      TO XLG-FECHA
           MOVE DIS-ID-MOV     TO XLG-ID-MOV
           MOVE 'A'            TO XLG-ESTADO
           PERFORM 098-GRABAR-BITACORA
           ADD 1 TO WS-DIS-MOVIDOS
           PERFORM 0281-FETCH-CURSOR-5.

      ******************************************************************
      *                030-MOVER-ACUERDOS                              *
      *   TODOS LOS ACUERDOS DEL VIEJO, VIGENTES E HISTORICOS (EL      *
      *   CHOQUE DE UN VIGENTE CON FECHAS DEL NUEVO YA SE RECHAZO EN   *
      *   0211); EL DETALLE PRDTWACD VA POR NUMERO DE ACUERDO Y NO SE  *
      *   TOCA                                                         *
      ******************************************************************
       030-MOVER-ACUERDOS.
           SET NO-FIN-CURSOR-6 TO TRUE
           EXEC SQL
               OPEN CURSOR_6
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_6 SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO TO TRUE
              SET SI-FIN-CURSOR-6  TO TRUE
           ELSE
              PERFORM 0301-FETCH-CURSOR-6
           END-IF

           PERFORM 0302-LOGUEAR-ACUERDO UNTIL SI-FIN-CURSOR-6

           EXEC SQL
               CLOSE CURSOR_6
           END-EXEC

           EXEC SQL
               UPDATE PRDTWACU
               SET    ACU_CLIENTE = :WS-CLIENTE-NVO
               WHERE  ACU_CLIENTE = :WS-CLIENTE-ANT
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL +100
              DISPLAY 'ERROR UPDATE PRDTWACU SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO TO TRUE
           END-IF.

       0301-FETCH-CURSOR-6.
           EXEC SQL
               FETCH CURSOR_6
               INTO :ACU-NUMERO, :ACU-PRODUCTO, :ACU-CONTRATO,
                    :ACU-ESTADO
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   SET SI-FIN-CURSOR-6 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_6 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR-6 TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

       0302-LOGUEAR-ACUERDO.
           PERFORM 098-LIMPIAR-BITACORA
           MOVE 'ACU'          TO XLG-TABLA
           SET XLG-OP-MOVIDA   TO TRUE
           MOVE ACU-NUMERO     TO WS-ACU-NUMERO-EDIT
           MOVE WS-ACU-NUMERO-EDIT TO XLG-LLAVE
           MOVE ACU-CONTRATO   TO XLG-CONTRATO
           MOVE ACU-PRODUCTO   TO XLG-PRODUCTO
           MOVE ACU-ESTADO     TO XLG-ESTADO
           PERFORM 098-GRABAR-BITACORA
           ADD 1 TO WS-ACU-MOVIDOS
           PERFORM 0301-FETCH-CURSOR-6.

      ******************************************************************
      *                031-MOVER-CONSENTIMIENTOS                       *
      *   FILA POR FILA, PARA QUE LOS RECORDATORIOS (PE3C0074) Y EL    *
      *   REPORTE A CENTRALES (PE3C0148) SIGAN VIENDO LA AUTORIZACION. *
      *   A LO SUMO UNA AUTORIZACION VIGENTE POR CLIENTE Y FINALIDAD:  *
      *   SI EL NUEVO YA TIENE UNA, LA VIGENTE DEL VIEJO SE BORRA (LA  *
      *   DEL NUEVO MANDA, COMO CON FECHAS Y REGLAS); LA MISMA FIRMA   *
      *   YA REGISTRADA EN EL NUEVO TAMBIEN SE BORRA EN VEZ DE         *
      *   DUPLICARSE. LA BITACORA GUARDA FINALIDAD, CANAL Y FECHA      *
      ******************************************************************
       031-MOVER-CONSENTIMIENTOS.
           SET NO-FIN-CURSOR-7 TO TRUE
           EXEC SQL
               OPEN CURSOR_7
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_7 SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO TO TRUE
              SET SI-FIN-CURSOR-7  TO TRUE
           ELSE
              PERFORM 0311-FETCH-CURSOR-7
           END-IF

           PERFORM 0312-MOVER-UN-CONSENTIMIENTO UNTIL SI-FIN-CURSOR-7

           EXEC SQL
               CLOSE CURSOR_7
           END-EXEC.

       0311-FETCH-CURSOR-7.
           EXEC SQL
               FETCH CURSOR_7
               INTO :HAB-FINALIDAD, :HAB-FECHA-AUTORIZA,
                    :HAB-CANAL-AUTORIZA, :HAB-ESTADO
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   SET SI-FIN-CURSOR-7 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_7 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR-7 TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

       0312-MOVER-UN-CONSENTIMIENTO.
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-EXISTE-NUEVO
               FROM  PRDTWHAB
               WHERE HAB_CLIENTE   = :WS-CLIENTE-NVO
               AND   HAB_FINALIDAD = :HAB-FINALIDAD
               AND  (HAB_FECHA_AUTORIZA = :HAB-FECHA-AUTORIZA
                 OR (HAB_ESTADO = 'A' AND :HAB-ESTADO = 'A'))
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR SELECT PRDTWHAB SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO TO TRUE
           ELSE
              PERFORM 098-LIMPIAR-BITACORA
              MOVE 'HAB'              TO XLG-TABLA
              MOVE HAB-FINALIDAD      TO XLG-LLAVE(1:1)
              MOVE HAB-CANAL-AUTORIZA TO XLG-LLAVE(2:1)
              MOVE HAB-FECHA-AUTORIZA TO XLG-FECHA
              MOVE HAB-ESTADO         TO XLG-ESTADO
              IF WS-EXISTE-NUEVO > ZEROS
                 PERFORM 0313-BORRAR-CONSENTIMIENTO
              ELSE
                 PERFORM 0314-ACTUALIZAR-CONSENTIMIENTO
              END-IF
           END-IF

           PERFORM 0311-FETCH-CURSOR-7.

       0313-BORRAR-CONSENTIMIENTO.
           EXEC SQL
               DELETE FROM PRDTWHAB
               WHERE HAB_CLIENTE        = :WS-CLIENTE-ANT
               AND   HAB_FINALIDAD      = :HAB-FINALIDAD
               AND   HAB_FECHA_AUTORIZA = :HAB-FECHA-AUTORIZA
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR DELETE PRDTWHAB SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO TO TRUE
           ELSE
              SET XLG-OP-BORRADA TO TRUE
              PERFORM 098-GRABAR-BITACORA
              ADD 1 TO WS-HAB-BORRADAS
           END-IF.

       0314-ACTUALIZAR-CONSENTIMIENTO.
           EXEC SQL
               UPDATE PRDTWHAB
               SET   HAB_CLIENTE        = :WS-CLIENTE-NVO
               WHERE HAB_CLIENTE        = :WS-CLIENTE-ANT
               AND   HAB_FINALIDAD      = :HAB-FINALIDAD
               AND   HAB_FECHA_AUTORIZA = :HAB-FECHA-AUTORIZA
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR UPDATE PRDTWHAB SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO TO TRUE
           ELSE
              SET XLG-OP-MOVIDA TO TRUE
              PERFORM 098-GRABAR-BITACORA
              ADD 1 TO WS-HAB-MOVIDAS
           END-IF.

      ******************************************************************
      *                025-GRABAR-CRUCE                                *
      *   EL CODIGO VIEJO QUEDA RASTREABLE: LOS EXTRACTOS EMITIDOS    *
      ******************************************************************
       098-LIMPIAR-BITACORA.
           MOVE SPACES           TO REG-MERGELOG
           MOVE ZEROS            TO XLG-ID-MOV XLG-SECUENCIA XLG-VALOR
           MOVE WS-CLIENTE-ANT   TO XLG-CLIENTE-ANT
           MOVE WS-CLIENTE-NVO   TO XLG-CLIENTE-NVO
           MOVE WS-FECHA-MAQUINA TO XLG-FECHA-PROCESO
           MOVE WS-RESUMEN2           TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           MOVE WS-APL-MOVIDAS        TO RES-APL
           MOVE WS-DIS-MOVIDOS        TO RES-DIS
           MOVE WS-ACU-MOVIDOS        TO RES-ACU
           COMPUTE RES-HAB = WS-HAB-MOVIDAS + WS-HAB-BORRADAS
           MOVE WS-RESUMEN3           TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           DISPLAY 'PAREJAS LEIDAS     : ' WS-PAREJAS-LEIDAS
           DISPLAY 'PAREJAS FUSIONADAS : ' WS-PAREJAS-FUSIONADAS
           DISPLAY 'PAREJAS RECHAZADAS : ' WS-PAREJAS-RECHAZADAS
           DISPLAY 'FECHAS BORRADAS    : ' WS-FEC-BORRADAS
           DISPLAY 'REGLAS MOVIDAS     : ' WS-FRE-MOVIDAS
           DISPLAY 'REGLAS BORRADAS    : ' WS-FRE-BORRADAS
           DISPLAY 'APLICADO TRASPASADO: ' WS-FEC-TRASPASADAS
           DISPLAY 'APLICACIONES MOVID.: ' WS-APL-MOVIDAS
           DISPLAY 'RECLAMOS MOVIDOS   : ' WS-DIS-MOVIDOS
           DISPLAY 'ACUERDOS MOVIDOS   : ' WS-ACU-MOVIDOS
           DISPLAY 'CONSENTIM. MOVIDOS : ' WS-HAB-MOVIDAS
           DISPLAY 'CONSENTIM. BORRADOS: ' WS-HAB-BORRADAS

           CLOSE PAREJAS MERGELOG SALIDA

