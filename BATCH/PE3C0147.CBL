       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0147.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           CASOS DEL MONITOREO DE OPERACIONES (PRDTWLAV, LOS
      *           ABRE PE3C0146). DOS MODOS POR PARM:
      *           'D' DECISIONES: APLICA EL ARCHIVO DECISLAV DEL
      *               OFICIAL DE CUMPLIMIENTO; CADA CASO PENDIENTE
      *               QUEDA SOSPECHOSO ('S') O DESCARTADO ('D') CON
      *               ANALISTA, FECHA Y OBSERVACION. LOS REGISTROS
      *               QUE NO APLICAN SE LISTAN COMO RECHAZO (RC 4).
      *           'R' REPORTE: GENERA EL ARCHIVO DE LAYOUT FIJO UIAF
      *               DEL REPORTE DE OPERACIONES SOSPECHOSAS (ROS) DEL
      *               PERIODO, CON CABECERA 'H' (PERIODO, VERSION,
      *               NUMERO DE REPORTE), DETALLES 'D' NUMERADOS Y
      *               CIERRE 'T' CON TOTALES DE CONTROL. SALEN LOS
      *               SOSPECHOSOS CONFIRMADOS HASTA EL FIN DEL PERIODO
      *               Y AUN NO REPORTADOS, MAS LOS YA REPORTADOS EN EL
      *               MISMO PERIODO. LA VERSION SE ASIGNA Y SE
      *               REGISTRA EN PRDTWROS COMO PE3C0077 LO HACE EN
      *               PRDTWRGL: LA 1 ES EL ORIGINAL Y CADA
      *               RETRANSMISION CORREGIDA TOMA LA SIGUIENTE. SIN
      *               CASOS EL ARCHIVO SALE SOLO CON CABECERA Y CIERRE
      *               (REPORTE DE AUSENCIA)
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
      ***********DECISIONES DEL OFICIAL DE CUMPLIMIENTO (MODO D)********
           SELECT DECISLAV  ASSIGN TO DECISLAV
                            FILE STATUS IS WS-ESTADO-DEC.
      ***********REPORTE DE OPERACIONES SOSPECHOSAS UIAF (MODO R)*******
           SELECT UIAFROS   ASSIGN TO UIAFROS
                            FILE STATUS IS WS-ESTADO-ROS.
      *****************ARCHIVO DE SALIDA DEL REPORTE (MODO D)***********
           SELECT SALIDA    ASSIGN TO SALIDA
                            FILE STATUS IS WS-ESTADO.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  DECISLAV
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-DECISLAV.
           05 DEC-CASO                          PIC X(9).
      *    S = SOSPECHOSA (VA A LA UIAF), D = DESCARTADA
           05 DEC-DECISION                      PIC X(1).
             88 DEC-DECISION-VALIDA                 VALUE 'S' 'D'.
      *    USUARIO DEL OFICIAL QUE DECIDIO
           05 DEC-ANALISTA                      PIC X(8).
           05 DEC-OBSERVACION                   PIC X(40).
           05 FILLER                            PIC X(22).
       FD  UIAFROS
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-UIAFROS            PIC X(200).
       FD  SALIDA
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-SALIDA             PIC X(132).
      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                VARIABLES DE CODIGOS DE RETORNO                 *
      ******************************************************************
       01 WS-ESTADO                      PIC XX    VALUE '00'.
       01 WS-ESTADO-DEC                  PIC XX    VALUE '00'.
       01 WS-ESTADO-ROS                  PIC XX    VALUE '00'.
      ******************************************************************
      *                           SWITCHES                             *
      ******************************************************************
       01 SWITCHES.
      *    FIN DE LA ENTRADA: DECISLAV EN MODO D, CURSOR_1 EN MODO R
           05 SW-FIN-ENTRADA         PIC X       VALUE 'N'.
             88 SI-FIN-ENTRADA                   VALUE 'S'.
             88 NO-FIN-ENTRADA                   VALUE 'N'.
           05 SW-ERROR-PROCESO       PIC X       VALUE 'N'.
             88 SI-ERROR-PROCESO                 VALUE 'S'.
             88 NO-ERROR-PROCESO                 VALUE 'N'.
           05 SW-REGISTRO-VALIDO     PIC X       VALUE 'S'.
             88 SI-REGISTRO-VALIDO               VALUE 'S'.
             88 NO-REGISTRO-VALIDO               VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-DECISIONES-LEIDAS        PIC 9(09) VALUE ZEROS.
          05 WS-DECISIONES-APLICADAS     PIC 9(09) VALUE ZEROS.
          05 WS-DECISIONES-RECHAZADAS    PIC 9(09) VALUE ZEROS.
          05 WS-CASOS-SOSPECHOSOS        PIC 9(09) VALUE ZEROS.
          05 WS-CASOS-DESCARTADOS        PIC 9(09) VALUE ZEROS.
          05 WS-DETALLES-ROS             PIC 9(09) VALUE ZEROS.
          05 WS-VALOR-TOTAL              PIC S9(15)V99 COMP-3
                                                   VALUE ZEROS.
          05 WS-LONG-NUM                 PIC 9(02) VALUE ZEROS.
      ******************************************************************
      *                          CONSTANTES                            *
      ******************************************************************
       01 WS-CONSTANTES.
          05 CTE-LONG-MAX-PARM           PIC 9(02) VALUE 08.

      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 WS-FECHA-PROCESO               PIC X(10) VALUE SPACES.
       01 WS-MES-PROCESO                 PIC X(7)  VALUE SPACES.
      *    ULTIMO DIA POSIBLE DEL PERIODO COMO COTA DE COMPARACION
      *    DE FECHAS YYYY-MM-DD
       01 WS-FECHA-CORTE.
           05 COR-MES                    PIC X(7).
           05 FILLER                     PIC X(3)  VALUE '-31'.
       01 WS-CONT-EXISTE                 PIC S9(9) COMP VALUE ZEROS.
       01 WS-FILAS-MARCADAS              PIC S9(9) COMP VALUE ZEROS.
       01 WS-MOTIVO-RECHAZO              PIC X(40) VALUE SPACES.

       01 PRDTW-LAV.
           05 LAV-CASO                   PIC S9(9) COMP-3.
           05 LAV-REGLA                  PIC X(2).
           05 LAV-CLIENTE                PIC X(8).
           05 LAV-CONTRATO               PIC X(18).
           05 LAV-FECHA-DETECCION        PIC X(10).
           05 LAV-FECHA-DESDE            PIC X(10).
           05 LAV-CANT-MOV               PIC S9(5) COMP-3.
           05 LAV-VALOR-TOTAL            PIC S9(13)V99 COMP-3.
           05 LAV-ESTADO                 PIC X(1).
           05 LAV-ANALISTA               PIC X(8).
           05 LAV-FECHA-RESOLUCION       PIC X(10).
           05 LAV-OBSERVACION            PIC X(40).

       01 PRDTW-CLI.
           05 CLI-NOMBRE                 PIC X(40).
           05 CLI-DOCUMENTO              PIC X(15).

       01 PRDTW-ROS.
           05 ROS-PERIODO                PIC X(7).
           05 ROS-VERSION                PIC S9(3) COMP-3.
           05 ROS-FECHA-GEN              PIC X(10).
           05 ROS-CANT-DET               PIC S9(9) COMP-3.
           05 ROS-VALOR-TOTAL            PIC S9(13)V99 COMP-3.

      ******************************************************************
      *   LAYOUT FIJO DEL ARCHIVO UIAF: TODO ZONADO, SIN EDICION,      *
      *   COMO EN EL REGULATORIO DE PE3C0077                           *
      ******************************************************************
       01 WS-CABECERA-ROS.
          05 FILLER             PIC X     VALUE 'H'.
          05 CAB-PERIODO        PIC X(7).
          05 CAB-VERSION        PIC 9(3).
          05 CAB-FECHA-GEN      PIC X(10).
      *   NUMERO DEL REPORTE: AAAAMM DEL PERIODO Y LA VERSION
          05 CAB-NUMERO.
             10 CAB-NUM-ANO     PIC X(4).
             10 CAB-NUM-MES     PIC X(2).
             10 CAB-NUM-VERSION PIC 9(3).
          05 FILLER             PIC X(170) VALUE SPACES.

       01 WS-DETALLE-ROS.
          05 FILLER             PIC X     VALUE 'D'.
          05 DRO-SECUENCIA      PIC 9(6).
          05 DRO-CASO           PIC 9(9).
          05 DRO-REGLA          PIC X(2).
          05 DRO-CLIENTE        PIC X(8).
          05 DRO-DOCUMENTO      PIC X(15).
          05 DRO-NOMBRE         PIC X(40).
          05 DRO-CONTRATO       PIC X(18).
          05 DRO-FECHA-DESDE    PIC X(10).
          05 DRO-FECHA-DETECCION PIC X(10).
          05 DRO-CANT-MOV       PIC 9(5).
          05 DRO-VALOR-TOTAL    PIC S9(13)V99.
          05 DRO-FECHA-RESOLUCION PIC X(10).
          05 DRO-ANALISTA       PIC X(8).
          05 DRO-OBSERVACION    PIC X(40).
          05 FILLER             PIC X(3)  VALUE SPACES.

       01 WS-CIERRE-ROS.
          05 FILLER             PIC X     VALUE 'T'.
          05 CIE-PERIODO        PIC X(7).
          05 CIE-VERSION        PIC 9(3).
          05 CIE-CANT-DET       PIC 9(9).
          05 CIE-VALOR-TOTAL    PIC S9(15)V99.
          05 FILLER             PIC X(163) VALUE SPACES.

       01 WS-TITULO1.
          05 FILLER             PIC X(38) VALUE
                         'DECISIONES SOBRE CASOS SARLAFT'.
          05 FILLER             PIC X(8)  VALUE ' FECHA: '.
          05 TIT-FECHA          PIC X(10).
       01 WS-TITULO2.
          05 FILLER             PIC X(11) VALUE '     CASO  '.
          05 FILLER             PIC X(4)  VALUE 'DC  '.
          05 FILLER             PIC X(10) VALUE 'ANALISTA'.
          05 FILLER             PIC X(42) VALUE 'OBSERVACION'.
          05 FILLER             PIC X(9)  VALUE 'RESULTADO'.

       01 WS-DETALLE.
          05 DET-CASO                  PIC X(9).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DET-DECISION              PIC X(1).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DET-ANALISTA              PIC X(8).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DET-OBSERVACION           PIC X(40).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DET-RESULTADO             PIC X(40).

       01 WS-RESUMEN.
          05 CTE-RESUMEN              PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(08) VALUE 'LEIDAS='.
          05 RES-LEIDAS                PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(12) VALUE ' APLICADAS='.
          05 RES-APLICADAS             PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(13) VALUE ' RECHAZADAS='.
          05 RES-RECHAZADAS            PIC ZZZZZZZZ9.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE FECHA DE PROCESO PE3C0060           *
      ******************************************************************
       COPY PE3CFPRO.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOLAV
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCLI
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOROS
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1 (MODO R): CASOS QUE VAN EN EL REPORTE DEL     **
      ******   PERIODO; EL CLIENTE PUEDE YA NO ESTAR EN LA MAESTRA    **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT L.LAV_CASO, L.LAV_REGLA, L.LAV_CLIENTE,
                      L.LAV_CONTRATO, L.LAV_FECHA_DESDE,
                      L.LAV_FECHA_DETECCION, L.LAV_CANT_MOV,
                      L.LAV_VALOR_TOTAL, L.LAV_FECHA_RESOLUCION,
                      L.LAV_ANALISTA, L.LAV_OBSERVACION,
                      VALUE(C.CLI_NOMBRE, ' '),
                      VALUE(C.CLI_DOCUMENTO, ' ')
               FROM PRDTWLAV L
                    LEFT OUTER JOIN PRDTWCLI C
                    ON C.CLI_CODIGO = L.LAV_CLIENTE
               WHERE (L.LAV_ESTADO            = 'S'
               AND    L.LAV_FECHA_RESOLUCION <= :WS-FECHA-CORTE)
               OR    (L.LAV_ESTADO            = 'R'
               AND    L.LAV_PERIODO_ROS       = :WS-MES-PROCESO)
               ORDER BY L.LAV_CASO
               FOR FETCH ONLY
           END-EXEC.

       LINKAGE SECTION.
       01 REG-PARM.
           05 PARM-LONG                         PIC X(02).
      *    D = APLICAR DECISIONES, R = GENERAR EL REPORTE UIAF
           05 PARM-MODO                         PIC X(01).
             88 PARM-MODO-DECISIONES                VALUE 'D'.
             88 PARM-MODO-REPORTE                   VALUE 'R'.
      *    PERIODO DEL REPORTE YYYY-MM (MODO R); EN BLANCO, EL MES
      *    DE LA FECHA DE NEGOCIO
           05 PARM-MES                          PIC X(07).

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING REG-PARM.
           PERFORM 01-INICIO
           PERFORM 02-PROCESO UNTIL SI-FIN-ENTRADA
           PERFORM 03-FINAL.
      ******************************************************************
      *                          01-INICIO                             *
      ******************************************************************
       01-INICIO.
           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO TO WS-FECHA-PROCESO TIT-FECHA

           PERFORM 010-VALIDAR-PARM

           IF PARM-MODO-DECISIONES
              PERFORM 011-INICIAR-DECISIONES
           ELSE
              PERFORM 012-INICIAR-REPORTE
           END-IF.

       010-VALIDAR-PARM.
           IF PARM-LONG IS NOT NUMERIC
              DISPLAY 'PARM-LONG INVALIDO: ' PARM-LONG
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE PARM-LONG TO WS-LONG-NUM
           IF WS-LONG-NUM = ZEROS OR WS-LONG-NUM > CTE-LONG-MAX-PARM
              DISPLAY 'PARM-LONG INVALIDO: ' PARM-LONG
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           IF NOT PARM-MODO-DECISIONES AND NOT PARM-MODO-REPORTE
              DISPLAY 'MODO INVALIDO (D/R): ' PARM-MODO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

      *    SIN MES EN EL PARM EL PERIODO SALE DE LA FECHA DE NEGOCIO
           IF WS-LONG-NUM < CTE-LONG-MAX-PARM
              OR PARM-MES = SPACES OR LOW-VALUES
                MOVE FPR0-FECHA-PROCESO (1:7) TO WS-MES-PROCESO
           ELSE
                MOVE PARM-MES TO WS-MES-PROCESO
           END-IF
           MOVE WS-MES-PROCESO TO COR-MES.

       011-INICIAR-DECISIONES.
           OPEN INPUT DECISLAV
           IF WS-ESTADO-DEC NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ARCHIVO DECISLAV ' WS-ESTADO-DEC
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT SALIDA
           IF WS-ESTADO NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ARCHIVO SALIDA  ' WS-ESTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-TITULO1 TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO2 TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           PERFORM 021-LEER-DECISION.

       012-INICIAR-REPORTE.
           OPEN OUTPUT UIAFROS
           IF WS-ESTADO-ROS NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ARCHIVO UIAFROS ' WS-ESTADO-ROS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 013-ASIGNAR-VERSION

           MOVE WS-MES-PROCESO      TO CAB-PERIODO
           MOVE ROS-VERSION         TO CAB-VERSION CAB-NUM-VERSION
           MOVE FPR0-FECHA-PROCESO  TO CAB-FECHA-GEN
           MOVE WS-MES-PROCESO(1:4) TO CAB-NUM-ANO
           MOVE WS-MES-PROCESO(6:2) TO CAB-NUM-MES
           MOVE WS-CABECERA-ROS     TO REG-UIAFROS
           PERFORM 98-ESCRIBIR-ROS

           EXEC SQL
               OPEN CURSOR_1
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_1 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 022-FETCH-CASO.

      *    LA VERSION SIGUE A LA ULTIMA REGISTRADA DEL PERIODO:
      *    1 ES EL ORIGINAL, CADA RETRANSMISION TOMA LA SIGUIENTE
       013-ASIGNAR-VERSION.
           MOVE WS-MES-PROCESO TO ROS-PERIODO
           EXEC SQL
               SELECT VALUE(MAX(ROS_VERSION), 0)
               INTO  :ROS-VERSION
               FROM  PRDTWROS
               WHERE ROS_PERIODO = :ROS-PERIODO
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              MOVE ZEROS TO ROS-VERSION
           END-IF
           ADD 1 TO ROS-VERSION.

      ******************************************************************
      *                        02-PROCESO                              *
      ******************************************************************
       02-PROCESO.
           IF PARM-MODO-DECISIONES
              PERFORM 023-APLICAR-DECISION
              PERFORM 021-LEER-DECISION
           ELSE
              PERFORM 024-ESCRIBIR-CASO
              PERFORM 022-FETCH-CASO
           END-IF.

       021-LEER-DECISION.
           READ DECISLAV
           EVALUATE WS-ESTADO-DEC
              WHEN '00'
                   ADD 1 TO WS-DECISIONES-LEIDAS
              WHEN '10'
                   SET SI-FIN-ENTRADA TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR LEYENDO DECISLAV ' WS-ESTADO-DEC
                   SET SI-FIN-ENTRADA TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

       022-FETCH-CASO.
           EXEC SQL
               FETCH CURSOR_1
               INTO :LAV-CASO, :LAV-REGLA, :LAV-CLIENTE,
                    :LAV-CONTRATO, :LAV-FECHA-DESDE,
                    :LAV-FECHA-DETECCION, :LAV-CANT-MOV,
                    :LAV-VALOR-TOTAL, :LAV-FECHA-RESOLUCION,
                    :LAV-ANALISTA, :LAV-OBSERVACION,
                    :CLI-NOMBRE, :CLI-DOCUMENTO
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   SET SI-FIN-ENTRADA TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_1 SQLCODE ' SQLCODE
                   SET SI-FIN-ENTRADA TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

      ******************************************************************
      *                   023-APLICAR-DECISION                         *
      *   SOLO SE DECIDE UN CASO PENDIENTE; LA DECISION EXIGE          *
      *   ANALISTA Y OBSERVACION QUE LA SUSTENTE                       *
      ******************************************************************
       023-APLICAR-DECISION.
           SET SI-REGISTRO-VALIDO TO TRUE
           EVALUATE TRUE
              WHEN DEC-CASO IS NOT NUMERIC
                   MOVE 'NUMERO DE CASO INVALIDO' TO WS-MOTIVO-RECHAZO
                   SET NO-REGISTRO-VALIDO TO TRUE
              WHEN NOT DEC-DECISION-VALIDA
                   MOVE 'DECISION INVALIDA (S/D)' TO WS-MOTIVO-RECHAZO
                   SET NO-REGISTRO-VALIDO TO TRUE
              WHEN DEC-ANALISTA = SPACES
                   MOVE 'FALTA EL ANALISTA'       TO WS-MOTIVO-RECHAZO
                   SET NO-REGISTRO-VALIDO TO TRUE
              WHEN DEC-OBSERVACION = SPACES
                   MOVE 'FALTA LA OBSERVACION'    TO WS-MOTIVO-RECHAZO
                   SET NO-REGISTRO-VALIDO TO TRUE
           END-EVALUATE

           IF SI-REGISTRO-VALIDO
              MOVE DEC-CASO         TO LAV-CASO
              MOVE DEC-DECISION     TO LAV-ESTADO
              MOVE DEC-ANALISTA     TO LAV-ANALISTA
              MOVE WS-FECHA-PROCESO TO LAV-FECHA-RESOLUCION
              MOVE DEC-OBSERVACION  TO LAV-OBSERVACION
              EXEC SQL
                  UPDATE PRDTWLAV
                  SET    LAV_ESTADO           = :LAV-ESTADO,
                         LAV_ANALISTA         = :LAV-ANALISTA,
                         LAV_FECHA_RESOLUCION = :LAV-FECHA-RESOLUCION,
                         LAV_OBSERVACION      = :LAV-OBSERVACION
                  WHERE  LAV_CASO             = :LAV-CASO
                  AND    LAV_ESTADO           = 'P'
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE = ZEROS AND SQLERRD (3) > ZEROS
                      CONTINUE
                 WHEN SQLCODE = ZEROS OR SQLCODE = +100
                      PERFORM 0231-MOTIVO-NO-PENDIENTE
                      SET NO-REGISTRO-VALIDO TO TRUE
                 WHEN OTHER
                      DISPLAY 'ERROR UPDATE PRDTWLAV SQLCODE ' SQLCODE
                              ' CASO ' DEC-CASO
                      PERFORM 09-ABORTAR-PROCESO
              END-EVALUATE
           END-IF

           INITIALIZE WS-DETALLE
           MOVE DEC-CASO         TO DET-CASO
           MOVE DEC-DECISION     TO DET-DECISION
           MOVE DEC-ANALISTA     TO DET-ANALISTA
           MOVE DEC-OBSERVACION  TO DET-OBSERVACION
           IF SI-REGISTRO-VALIDO
              ADD 1 TO WS-DECISIONES-APLICADAS
              IF DEC-DECISION = 'S'
                 ADD 1 TO WS-CASOS-SOSPECHOSOS
                 MOVE 'SOSPECHOSA, VA AL REPORTE UIAF' TO DET-RESULTADO
              ELSE
                 ADD 1 TO WS-CASOS-DESCARTADOS
                 MOVE 'DESCARTADA'                     TO DET-RESULTADO
              END-IF
           ELSE
              ADD 1 TO WS-DECISIONES-RECHAZADAS
              MOVE WS-MOTIVO-RECHAZO TO DET-RESULTADO
           END-IF
           MOVE WS-DETALLE TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

       0231-MOTIVO-NO-PENDIENTE.
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-CONT-EXISTE
               FROM   PRDTWLAV
               WHERE  LAV_CASO = :LAV-CASO
           END-EXEC
           IF SQLCODE = ZEROS AND WS-CONT-EXISTE > ZEROS
              MOVE 'EL CASO YA FUE RESUELTO' TO WS-MOTIVO-RECHAZO
           ELSE
              MOVE 'NO EXISTE EL CASO'       TO WS-MOTIVO-RECHAZO
           END-IF.

      ******************************************************************
      *                    024-ESCRIBIR-CASO                           *
      ******************************************************************
       024-ESCRIBIR-CASO.
           ADD 1 TO WS-DETALLES-ROS
           MOVE WS-DETALLES-ROS      TO DRO-SECUENCIA
           MOVE LAV-CASO             TO DRO-CASO
           MOVE LAV-REGLA            TO DRO-REGLA
           MOVE LAV-CLIENTE          TO DRO-CLIENTE
           MOVE CLI-DOCUMENTO        TO DRO-DOCUMENTO
           MOVE CLI-NOMBRE           TO DRO-NOMBRE
           MOVE LAV-CONTRATO         TO DRO-CONTRATO
           MOVE LAV-FECHA-DESDE      TO DRO-FECHA-DESDE
           MOVE LAV-FECHA-DETECCION  TO DRO-FECHA-DETECCION
           MOVE LAV-CANT-MOV         TO DRO-CANT-MOV
           MOVE LAV-VALOR-TOTAL      TO DRO-VALOR-TOTAL
           MOVE LAV-FECHA-RESOLUCION TO DRO-FECHA-RESOLUCION
           MOVE LAV-ANALISTA         TO DRO-ANALISTA
           MOVE LAV-OBSERVACION      TO DRO-OBSERVACION
           MOVE WS-DETALLE-ROS       TO REG-UIAFROS
           PERFORM 98-ESCRIBIR-ROS
           ADD LAV-VALOR-TOTAL TO WS-VALOR-TOTAL.

      ******************************************************************
      *                 031-REGISTRAR-GENERACION                       *
      *   LOS CASOS DEL ARCHIVO QUEDAN REPORTADOS CON EL PERIODO Y LA  *
      *   VERSION, Y LA GENERACION EN PRDTWROS, EN UNA SOLA UNIDAD DE  *
      *   TRABAJO: SI LAS CUENTAS NO CUADRAN NO SE CONSUME VERSION     *
      ******************************************************************
       031-REGISTRAR-GENERACION.
           EXEC SQL
               UPDATE PRDTWLAV
               SET    LAV_ESTADO      = 'R',
                      LAV_PERIODO_ROS = :WS-MES-PROCESO,
                      LAV_VERSION_ROS = :ROS-VERSION
               WHERE (LAV_ESTADO            = 'S'
               AND    LAV_FECHA_RESOLUCION <= :WS-FECHA-CORTE)
               OR    (LAV_ESTADO            = 'R'
               AND    LAV_PERIODO_ROS       = :WS-MES-PROCESO)
           END-EXEC
           IF SQLCODE NOT = ZEROS AND NOT = +100
              DISPLAY 'ERROR UPDATE PRDTWLAV SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-PROCESO
           END-IF
           IF SQLCODE = ZEROS
              MOVE SQLERRD (3) TO WS-FILAS-MARCADAS
           ELSE
              MOVE ZEROS       TO WS-FILAS-MARCADAS
           END-IF
           IF WS-FILAS-MARCADAS NOT = WS-DETALLES-ROS
              DISPLAY 'CASOS MARCADOS ' WS-FILAS-MARCADAS
                      ' DISTINTOS DE DETALLES ' WS-DETALLES-ROS
              PERFORM 09-ABORTAR-PROCESO
           END-IF

           MOVE WS-MES-PROCESO     TO ROS-PERIODO
           MOVE FPR0-FECHA-PROCESO TO ROS-FECHA-GEN
           MOVE WS-DETALLES-ROS    TO ROS-CANT-DET
           MOVE WS-VALOR-TOTAL     TO ROS-VALOR-TOTAL
           EXEC SQL
               INSERT INTO PRDTWROS
               (ROS_PERIODO, ROS_VERSION, ROS_FECHA_GEN,
                ROS_CANT_DET, ROS_VALOR_TOTAL)
               VALUES (:ROS-PERIODO, :ROS-VERSION, :ROS-FECHA-GEN,
                       :ROS-CANT-DET, :ROS-VALOR-TOTAL)
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR INSERT PRDTWROS SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-PROCESO
           END-IF.

      ******************************************************************
      *                  032-CONFIRMAR-AVANCE                          *
      ******************************************************************
       032-CONFIRMAR-AVANCE.
           EXEC SQL
               COMMIT
           END-EXEC
           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR EN COMMIT SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-PROCESO
           END-IF.

       09-ABORTAR-PROCESO.
           DISPLAY 'SE REVERSA TODO LO APLICADO Y SE DETIENE EL '
                   'PROCESO'
           EXEC SQL
               ROLLBACK
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR EN ROLLBACK SQLCODE ' SQLCODE
           END-IF
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      *                        999999-ESCRIBIR                         *
      ******************************************************************
       98-ESCRIBIR-ROS.
           WRITE REG-UIAFROS
           IF WS-ESTADO-ROS NOT = '00'
              DISPLAY 'ERROR WRITE ARCHIVO UIAFROS ' WS-ESTADO-ROS
              PERFORM 09-ABORTAR-PROCESO
           END-IF.

       99-ESCRIBIR.
           WRITE REG-SALIDA
           IF WS-ESTADO NOT = '00'
              DISPLAY 'ERROR WRITE ARCHIVO SALIDA ' WS-ESTADO
              PERFORM 09-ABORTAR-PROCESO
           END-IF.

      ******************************************************************
      *                        03-FINAL                                *
      *   EN DECISIONES TODO EL ARCHIVO ES UNA UNIDAD DE TRABAJO; EN   *
      *   REPORTE LA GENERACION SOLO SE REGISTRA SI EL ARCHIVO SALIO   *
      *   COMPLETO                                                     *
      ******************************************************************
       03-FINAL.
           IF PARM-MODO-DECISIONES
              CLOSE DECISLAV
              IF SI-ERROR-PROCESO
                 PERFORM 09-ABORTAR-PROCESO
              END-IF
              PERFORM 032-CONFIRMAR-AVANCE

              MOVE WS-DECISIONES-LEIDAS     TO RES-LEIDAS
              MOVE WS-DECISIONES-APLICADAS  TO RES-APLICADAS
              MOVE WS-DECISIONES-RECHAZADAS TO RES-RECHAZADAS
              MOVE WS-RESUMEN               TO REG-SALIDA
              PERFORM 99-ESCRIBIR
              CLOSE SALIDA

              DISPLAY 'DECISIONES LEIDAS         : '
                      WS-DECISIONES-LEIDAS
              DISPLAY 'CASOS SOSPECHOSOS         : '
                      WS-CASOS-SOSPECHOSOS
              DISPLAY 'CASOS DESCARTADOS         : '
                      WS-CASOS-DESCARTADOS
              DISPLAY 'DECISIONES RECHAZADAS     : '
                      WS-DECISIONES-RECHAZADAS
           ELSE
              EXEC SQL
                  CLOSE CURSOR_1
              END-EXEC
              MOVE WS-MES-PROCESO    TO CIE-PERIODO
              MOVE ROS-VERSION       TO CIE-VERSION
              MOVE WS-DETALLES-ROS   TO CIE-CANT-DET
              MOVE WS-VALOR-TOTAL    TO CIE-VALOR-TOTAL
              MOVE WS-CIERRE-ROS     TO REG-UIAFROS
              PERFORM 98-ESCRIBIR-ROS
              CLOSE UIAFROS

              IF NO-ERROR-PROCESO
                 PERFORM 031-REGISTRAR-GENERACION
                 PERFORM 032-CONFIRMAR-AVANCE
              END-IF

              DISPLAY 'PERIODO                   : ' WS-MES-PROCESO
              DISPLAY 'VERSION GENERADA          : ' ROS-VERSION
              DISPLAY 'OPERACIONES REPORTADAS    : ' WS-DETALLES-ROS
           END-IF

           EVALUATE TRUE
              WHEN SI-ERROR-PROCESO
                   MOVE 8 TO RETURN-CODE
              WHEN WS-DECISIONES-RECHAZADAS > ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.
