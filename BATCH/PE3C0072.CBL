      *           CIERRA EL CIRCUITO ENTRE EL CALENDARIO QUE GENERA
      *           PE3C0034 Y LA PLATA QUE REALMENTE SE LE PIDE AL
      *           BANCO. LAS FECHAS SIN CONTRATO RESOLVIBLE SALEN AL
      *           LISTADO COMO EXCEPCION.
      *           ADEMAS RE-PRESENTA LAS ORDENES RECHAZADAS POR MOTIVO
      *           REINTENTABLE QUE PE3C0073 DEJO PENDIENTES EN LA COLA
      *           PRDTWRPR, CON FECHA DE COBRO EN EL DIA HABIL DEL
      *           INICIO DE LA VENTANA.
      *           NINGUNA ORDEN SALE SIN MANDATO DEL CLIENTE: EL
      *           CONTRATO DEBE TENER EN PRDTWMAN UN MANDATO ACTIVO Y
      *           VIGENTE EN LA FECHA DE COBRO; LAS FECHAS SIN MANDATO
      *           SALEN AL LISTADO COMO EXCEPCION
      *                         ============                           *
      ******************************************************************

      *   02/SEP/2026  FAMB  PROGRAMA NUEVO                            *
      *   02/SEP/2026  FAMB  EL VALOR DE LA ORDEN PREFIERE EL VALOR    *
      *                      ESPERADO DE LA FECHA (W03_VALOR_ESPERADO) *
      *   15/OCT/2026  FAMB  RE-PRESENTACION DE LOS RECHAZOS           *
      *                      REINTENTABLES PENDIENTES EN PRDTWRPR      *
      *   15/OCT/2026  FAMB  VALIDACION DEL MANDATO DE DEBITO          *
      *                      (PRDTWMAN) ANTES DE ORDENAR               *
      ******************************************************************
      *                      ENVIRONMENT DIVISION                      *
      ******************************************************************
           05 SW-FIN-CURSOR-1        PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR-1                  VALUE 'S'.
             88 NO-FIN-CURSOR-1                  VALUE 'N'.
           05 SW-FIN-CURSOR-2        PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR-2                  VALUE 'S'.
             88 NO-FIN-CURSOR-2                  VALUE 'N'.
           05 SW-FIN-ORDENA          PIC X       VALUE 'N'.
             88 SI-FIN-ORDENA                    VALUE 'S'.
             88 NO-FIN-ORDENA                    VALUE 'N'.
           05 SW-ERROR-PROCESO       PIC X       VALUE 'N'.
             88 SI-ERROR-PROCESO                 VALUE 'S'.
             88 NO-ERROR-PROCESO                 VALUE 'N'.
           05 SW-MANDATO             PIC X       VALUE 'N'.
             88 SI-MANDATO-VIGENTE               VALUE 'S'.
             88 NO-MANDATO-VIGENTE               VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
          05 WS-ORDENES-GENERADAS        PIC 9(09) VALUE ZEROS.
          05 WS-SIN-CONTRATO             PIC 9(09) VALUE ZEROS.
          05 WS-BANCOS-GENERADOS         PIC 9(04) VALUE ZEROS.
          05 WS-REPRESENTADAS            PIC 9(09) VALUE ZEROS.
          05 WS-REPRESENTAR-DESPUES      PIC 9(09) VALUE ZEROS.
          05 WS-SIN-MANDATO              PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                          CONSTANTES                            *
      ******************************************************************
           05 W02-CONTRATO                      PIC X(18).
           05 W02-VALOR-NUM                     PIC S9(9)V99 COMP-3.

      *    ORDEN RECHAZADA PENDIENTE DE RE-PRESENTAR (PE3C0073)
       01 PRDTW-RPR.
           05 RPR-CLIENTE                       PIC X(8).
           05 RPR-CONTRATO                      PIC X(18).
           05 RPR-FECHA-ORIGEN                  PIC X(10).
           05 RPR-FECHA-COBRO                   PIC X(10).
           05 RPR-VALOR                         PIC S9(9)V99 COMP-3.
           05 RPR-INTENTOS                      PIC S9(4) COMP.

      *    MANDATO DEL CONTRATO A ORDENAR, CONTRA LA FECHA DE COBRO
       01 PRDTW-MAN.
           05 MAN-CONTRATO                      PIC X(18).
           05 MAN-ESTADO                        PIC X(1).
             88 MAN-EST-ACTIVO                      VALUE 'A'.
           05 MAN-FECHA-DESDE                   PIC X(10).
           05 MAN-FECHA-HASTA                   PIC X(10).
           05 MAN-FECHA-COBRO                   PIC X(10).
           05 MAN-FECHA-CAMBIO                  PIC X(8).

      *    FECHA DE COBRO DE LAS RE-PRESENTACIONES DEL CICLO: DIA
      *    HABIL DEL INICIO DE LA VENTANA
       01 WS-FECHA-REINTENTO                    PIC X(10) VALUE SPACES.

       01 WS-RANGO-FECHAS.
           05 WS-FECHA-DESDE                    PIC X(10).
           05 WS-FECHA-HASTA                    PIC X(10).
          05 FILLER                    PIC X(8)  VALUE '  FECHA '.
          05 EXC-FECHA                 PIC X(10).

       01 WS-DETALLE-SIN-MANDATO.
          05 FILLER                    PIC X(14) VALUE 'SIN MANDATO : '.
          05 DSM-CONTRATO              PIC X(18).
          05 FILLER                    PIC X(8)  VALUE ' ESTADO '.
          05 DSM-ESTADO                PIC X(1).
          05 FILLER                    PIC X(8)  VALUE '  COBRO '.
          05 DSM-FECHA-COBRO           PIC X(10).

       01 WS-DETALLE-REINTENTO.
          05 FILLER                    PIC X(15) VALUE
                                        'RE-PRESENTADA: '.
          05 DRP-CONTRATO              PIC X(18).
          05 FILLER                    PIC X(8)  VALUE ' ORIGEN '.
          05 DRP-FECHA-ORIGEN          PIC X(10).
          05 FILLER                    PIC X(8)  VALUE ' INTENTO'.
          05 DRP-INTENTO               PIC ZZZ9.
          05 FILLER                    PIC X(8)  VALUE '  COBRO '.
          05 DRP-FECHA-COBRO           PIC X(10).

       01 WS-TITULO1.
          05 FILLER             PIC X(32) VALUE
                                 'GENERACION ORDENES DE DEBITO DE '.
          05 RES-BANCOS                PIC ZZZ9.
          05 FILLER                   PIC X(15) VALUE ' SIN CONTRATO ='.
          05 RES-SIN-CONTRATO          PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(16) VALUE
                                       ' RE-PRESENTADAS='.
          05 RES-REPRESENTADAS         PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(14) VALUE ' SIN MANDATO ='.
          05 RES-SIN-MANDATO           PIC ZZZZZZZZ9.

      ******************************************************************
      *          INTERFAZ DE LA RUTINA DE DIAS HABILES PE3C0035        *
               INCLUDE PETCOW03
           END-EXEC.

           EXEC SQL
               INCLUDE PETCORPR
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOMAN
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: FECHAS ACTIVAS DE LA VENTANA DEL PARM        **
           EXEC SQL
               FOR FETCH ONLY
           END-EXEC.

      ******   CURSOR_2: RECHAZOS PENDIENTES DE RE-PRESENTAR          **
           EXEC SQL
               DECLARE CURSOR_2 CURSOR FOR
               SELECT RPR_CLIENTE, RPR_CONTRATO, RPR_FECHA_ORIGEN,
                      RPR_FECHA_COBRO, RPR_VALOR, RPR_INTENTOS
               FROM PRDTWRPR
               WHERE RPR_ESTADO = 'P'
               ORDER BY RPR_CONTRATO, RPR_FECHA_ORIGEN
               FOR FETCH ONLY
           END-EXEC.

       LINKAGE SECTION.
       01 REG-PARM.
           05 PARM-LONG                         PIC X(02).
       PROCEDURE DIVISION USING REG-PARM.
           PERFORM 01-INICIO
           PERFORM 02-PROCESO UNTIL SI-FIN-CURSOR-1
           PERFORM 025-RE-PRESENTAR
           PERFORM 03-GENERAR-POR-BANCO
           PERFORM 04-FINAL.
      ******************************************************************
              SET SI-ERROR-PROCESO TO TRUE
           END-IF

           MOVE W02-CONTRATO     TO MAN-CONTRATO
           MOVE CAL0-FECHA-HABIL TO MAN-FECHA-COBRO
           PERFORM 029-VALIDAR-MANDATO
           IF SI-MANDATO-VIGENTE
              PERFORM 0221-ESCRIBIR-TRABAJO
           END-IF.

       0221-ESCRIBIR-TRABAJO.
           MOVE W02-CONTRATO(1:4) TO TRA-BANCO
           MOVE W03-CLIENTE       TO TRA-CLIENTE
           MOVE W02-CONTRATO      TO TRA-CONTRATO
           END-IF
           ADD 1 TO WS-ORDENES-GENERADAS.

      ******************************************************************
      *                  025-RE-PRESENTAR                              *
      *   LAS ORDENES QUE PE3C0073 DEJO PENDIENTES EN PRDTWRPR (MOTIVO *
      *   REINTENTABLE, SIN AGOTAR EL TOPE DEL PRODUCTO) SALEN DE      *
      *   NUEVO AL BANCO EN ESTE CICLO, COBRADAS EL DIA HABIL DEL      *
      *   INICIO DE LA VENTANA, Y QUEDAN RE-PRESENTADAS ('E') HASTA    *
      *   QUE VUELVA LA RESPUESTA DEL BANCO. SI ESA FECHA NO ES        *
      *   POSTERIOR AL ULTIMO COBRO ENVIADO, LA ORDEN ESPERA AL        *
      *   SIGUIENTE CICLO; SIN MANDATO VIGENTE TAMPOCO SALE            *
      ******************************************************************
       025-RE-PRESENTAR.
           INITIALIZE CAI-PE9CCAL0
           MOVE PARM-FECHA-DESDE TO CAL0-FECHA
           SET CAL0-REGLA-SIGUIENTE TO TRUE

           CALL 'PE3C0035' USING CAI-PE9CCAL0

           IF CAL0-COD-RET NOT = '00'
              DISPLAY 'AVISO: RUTINA DIA HABIL FALLO COD '
                      CAL0-COD-RET ' FECHA ' PARM-FECHA-DESDE
              MOVE PARM-FECHA-DESDE TO CAL0-FECHA-HABIL
              SET SI-ERROR-PROCESO TO TRUE
           END-IF
           MOVE CAL0-FECHA-HABIL TO WS-FECHA-REINTENTO

           EXEC SQL
               OPEN CURSOR_2
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_2 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 026-FETCH-CURSOR-2
           PERFORM 027-RE-PRESENTAR-ORDEN UNTIL SI-FIN-CURSOR-2

           EXEC SQL
               CLOSE CURSOR_2
           END-EXEC.

       026-FETCH-CURSOR-2.
           EXEC SQL
               FETCH CURSOR_2
               INTO :RPR-CLIENTE, :RPR-CONTRATO, :RPR-FECHA-ORIGEN,
                    :RPR-FECHA-COBRO, :RPR-VALOR, :RPR-INTENTOS
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

       027-RE-PRESENTAR-ORDEN.
           IF WS-FECHA-REINTENTO NOT > RPR-FECHA-COBRO
              ADD 1 TO WS-REPRESENTAR-DESPUES
           ELSE
              MOVE RPR-CONTRATO       TO MAN-CONTRATO
              MOVE WS-FECHA-REINTENTO TO MAN-FECHA-COBRO
              PERFORM 029-VALIDAR-MANDATO
              IF SI-MANDATO-VIGENTE
                 PERFORM 0271-MARCAR-ENVIADA
              END-IF
           END-IF

           PERFORM 026-FETCH-CURSOR-2.

       0271-MARCAR-ENVIADA.
           EXEC SQL
               UPDATE PRDTWRPR
               SET    RPR_ESTADO       = 'E',
                      RPR_INTENTOS     = RPR_INTENTOS + 1,
                      RPR_FECHA_COBRO  = :WS-FECHA-REINTENTO
               WHERE  RPR_CONTRATO     = :RPR-CONTRATO
               AND    RPR_FECHA_ORIGEN = :RPR-FECHA-ORIGEN
               AND    RPR_ESTADO       = 'P'
           END-EXEC

           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR UPDATE PRDTWRPR SQLCODE ' SQLCODE
                      ' CONTRATO ' RPR-CONTRATO
              SET SI-ERROR-PROCESO TO TRUE
           ELSE
              PERFORM 028-GRABAR-REINTENTO-TRABAJO
           END-IF.

       028-GRABAR-REINTENTO-TRABAJO.
           MOVE RPR-CONTRATO(1:4)  TO TRA-BANCO
           MOVE RPR-CLIENTE        TO TRA-CLIENTE
           MOVE RPR-CONTRATO       TO TRA-CONTRATO
           MOVE WS-FECHA-REINTENTO TO TRA-FECHA-COBRO
           MOVE RPR-VALOR          TO TRA-VALOR
           WRITE REG-TRABAJO
           IF WS-ESTADO-TRA NOT = '00'
              DISPLAY 'ERROR WRITE ARCHIVO TRABAJO ' WS-ESTADO-TRA
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-REPRESENTADAS

           MOVE RPR-CONTRATO       TO DRP-CONTRATO
           MOVE RPR-FECHA-ORIGEN   TO DRP-FECHA-ORIGEN
           COMPUTE DRP-INTENTO = RPR-INTENTOS + 1
           MOVE WS-FECHA-REINTENTO TO DRP-FECHA-COBRO
           MOVE WS-DETALLE-REINTENTO TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

      ******************************************************************
      *                  029-VALIDAR-MANDATO                           *
      *   EL CONTRATO SOLO SE ORDENA CON MANDATO ACTIVO EN PRDTWMAN Y  *
      *   VIGENTE EN LA FECHA DE COBRO. UN MANDATO ACTIVO CUYA         *
      *   VIGENCIA YA TERMINO SE MARCA VENCIDO ('V'). SIN MANDATO LA   *
      *   FECHA SALE AL LISTADO COMO EXCEPCION                         *
      ******************************************************************
       029-VALIDAR-MANDATO.
           SET NO-MANDATO-VIGENTE TO TRUE
           EXEC SQL
               SELECT MAN_ESTADO, MAN_FECHA_DESDE, MAN_FECHA_HASTA
               INTO  :MAN-ESTADO, :MAN-FECHA-DESDE, :MAN-FECHA-HASTA
               FROM  PRDTWMAN
               WHERE MAN_CONTRATO = :MAN-CONTRATO
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = +100
                   MOVE SPACE TO MAN-ESTADO
              WHEN SQLCODE NOT = ZEROS
                   DISPLAY 'ERROR SELECT PRDTWMAN SQLCODE ' SQLCODE
                           ' CONTRATO ' MAN-CONTRATO
                   MOVE SPACE TO MAN-ESTADO
                   SET SI-ERROR-PROCESO TO TRUE
              WHEN MAN-EST-ACTIVO
                   AND MAN-FECHA-HASTA < MAN-FECHA-COBRO
                   PERFORM 0291-VENCER-MANDATO
              WHEN MAN-EST-ACTIVO
                   AND MAN-FECHA-DESDE NOT > MAN-FECHA-COBRO
                   SET SI-MANDATO-VIGENTE TO TRUE
           END-EVALUATE

           IF NO-MANDATO-VIGENTE
              ADD 1 TO WS-SIN-MANDATO
              MOVE MAN-CONTRATO    TO DSM-CONTRATO
              MOVE MAN-ESTADO      TO DSM-ESTADO
              MOVE MAN-FECHA-COBRO TO DSM-FECHA-COBRO
              MOVE WS-DETALLE-SIN-MANDATO TO REG-SALIDA
              PERFORM 99-ESCRIBIR
           END-IF.

       0291-VENCER-MANDATO.
           MOVE 'V' TO MAN-ESTADO
           ACCEPT MAN-FECHA-CAMBIO FROM DATE YYYYMMDD
           EXEC SQL
               UPDATE PRDTWMAN
               SET    MAN_ESTADO       = :MAN-ESTADO,
                      MAN_FECHA_CAMBIO = :MAN-FECHA-CAMBIO,
                      MAN_USUARIO      = 'PE3C0072'
               WHERE  MAN_CONTRATO     = :MAN-CONTRATO
               AND    MAN_ESTADO       = 'A'
           END-EXEC
           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR UPDATE PRDTWMAN SQLCODE ' SQLCODE
                      ' CONTRATO ' MAN-CONTRATO
              SET SI-ERROR-PROCESO TO TRUE
           END-IF.

      ******************************************************************
      *                  03-GENERAR-POR-BANCO                          *
      *   CLASIFICA LAS ORDENES POR BANCO Y LAS REPARTE EN UN ARCHIVO  *
           MOVE WS-ORDENES-GENERADAS  TO RES-ORDENES
           MOVE WS-BANCOS-GENERADOS   TO RES-BANCOS
           MOVE WS-SIN-CONTRATO       TO RES-SIN-CONTRATO
           MOVE WS-REPRESENTADAS      TO RES-REPRESENTADAS
           MOVE WS-SIN-MANDATO        TO RES-SIN-MANDATO
           MOVE WS-RESUMEN            TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           DISPLAY 'ORDENES GENERADAS   : ' WS-ORDENES-GENERADAS
           DISPLAY 'BANCOS GENERADOS    : ' WS-BANCOS-GENERADOS
           DISPLAY 'SIN CONTRATO        : ' WS-SIN-CONTRATO
           DISPLAY 'RE-PRESENTADAS      : ' WS-REPRESENTADAS
           DISPLAY 'REINTENTO EN ESPERA : ' WS-REPRESENTAR-DESPUES
           DISPLAY 'SIN MANDATO VIGENTE : ' WS-SIN-MANDATO

           CLOSE SALIDA

           EVALUATE TRUE
              WHEN SI-ERROR-PROCESO
                   MOVE 8 TO RETURN-CODE
              WHEN WS-SIN-CONTRATO > ZEROS OR WS-SIN-MANDATO > ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

