      *           PE3C0029/PE3C0022, Y DEJA LOS RECHAZADOS EN EL
      *           ARCHIVO DE EXCEPCIONES (PE3COEXC) PARA QUE FLUYAN
      *           AL CICLO DE VIDA DE PE3C0043. ERA EL MAYOR FOCO DE
      *           DIGITACION MANUAL QUE QUEDABA EN LA OPERACION.
      *           LOS PAGADOS CUYA REFERENCIA NO RESUELVE A UN
      *           CLIENTE/CONTRATO, O CUYO CONTRATO PE3C0022
      *           RECHAZARIA CON '56', NO SE POSTEAN: QUEDAN EN LA
      *           CUENTA DE SUSPENSO PRDTWSUS PARA QUE TESORERIA LOS
      *           APLIQUE O LOS DEVUELVA (PE3C0099).
      *           LOS RECHAZOS CON MOTIVO REINTENTABLE (PRDTWMRC) NO
      *           VAN A EXCEPCIONES MIENTRAS NO AGOTEN EL TOPE DEL
      *           PRODUCTO: QUEDAN EN LA COLA PRDTWRPR PARA QUE
      *           PE3C0072 LOS RE-PRESENTE EN SU SIGUIENTE CICLO.
      *           LOS AVISOS DE CANCELACION DE MANDATO DEL BANCO
      *           (DETALLE CON ESTADO 'M') CIERRAN EL MANDATO DEL
      *           CONTRATO EN PRDTWMAN POR MEDIO DE PE3C0102
      *                         ============                           *
      ******************************************************************

      *   02/SEP/2026  FAMB  HUELLA DEL ARCHIVO (PRDTWFIN): UN RESPBCO *
      *                      YA APLICADO SE RECHAZA CON ALERTA, SALVO  *
      *                      REPROCESO POR PARM                        *
      *   15/OCT/2026  FAMB  PAGADOS SIN CLIENTE/CONTRATO VALIDO (O    *
      *                      CONTRATO CERRADO/NO REGISTRADO EN         *
      *                      PRDTWCON) PASAN A SUSPENSO PRDTWSUS       *
      *   15/OCT/2026  FAMB  RECHAZOS REINTENTABLES (PRDTWMRC) A LA    *
      *                      COLA DE RE-PRESENTACION PRDTWRPR HASTA EL *
      *                      TOPE DEL PRODUCTO; SOLO LOS AGOTADOS O    *
      *                      CON MOTIVO FINAL VAN A EXCEPCIONES        *
      *   15/OCT/2026  FAMB  AVISOS DE CANCELACION DE MANDATO ('M')    *
      *                      CIERRAN EL MANDATO (PE3C0102)             *
      *   15/OCT/2026  FAMB  PRDTWREF GUARDA RESULTADO, FECHA DE COBRO *
      *                      Y VALOR DEL ITEM PARA LA CONCILIACION DE  *
      *                      CAJA CONTRA EL EXTRACTO (PE3C0103)        *
      *   15/OCT/2026  FAMB  UN PAGO SOBRE CONTRATO CASTIGADO 'K' SE   *
      *                      POSTEA (RECUPERACION), NO VA A SUSPENSO   *
      ******************************************************************
      *                      ENVIRONMENT DIVISION                      *
      ******************************************************************
              10 RSP-DET-ESTADO                 PIC X(1).
                88 RSP-PAGADA                       VALUE 'P'.
                88 RSP-RECHAZADA                    VALUE 'R'.
      *         AVISO DEL BANCO: EL CLIENTE CANCELO EL MANDATO
                88 RSP-CANCELA-MANDATO              VALUE 'M'.
              10 RSP-DET-MOTIVO                 PIC X(20).
              10 FILLER                         PIC X(4).
           05 RSP-CONTROL REDEFINES RSP-RESTO.
           05 SW-ERROR-PROCESO         PIC X      VALUE 'N'.
             88 SI-ERROR-PROCESO                  VALUE 'S'.
             88 NO-ERROR-PROCESO                  VALUE 'N'.
      *    RESULTADO DE RESOLVER EL DESTINO DE UN ITEM PAGADO
           05 SW-DESTINO               PIC X      VALUE 'V'.
             88 DESTINO-VALIDO                    VALUE 'V'.
             88 DESTINO-SUSPENSO                  VALUE 'S'.
             88 DESTINO-ERROR                     VALUE 'E'.
      *    RESULTADO DE CLASIFICAR UN ITEM RECHAZADO
           05 SW-REINTENTO             PIC X      VALUE 'N'.
             88 REINTENTO-SI                      VALUE 'S'.
             88 REINTENTO-NO                      VALUE 'N'.
             88 REINTENTO-ERROR                   VALUE 'E'.
      *    EL RECHAZO RESPONDE A UNA RE-PRESENTACION YA EN LA COLA
           05 SW-RPR-EXISTE            PIC X      VALUE 'N'.
             88 SI-RPR-EXISTE                     VALUE 'S'.
             88 NO-RPR-EXISTE                     VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
          05 WS-PAGADAS                   PIC 9(09) VALUE ZEROS.
          05 WS-RECHAZADAS                PIC 9(09) VALUE ZEROS.
          05 WS-DUPLICADAS                PIC 9(09) VALUE ZEROS.
          05 WS-SUSPENSO                  PIC 9(09) VALUE ZEROS.
          05 WS-REINTENTOS                PIC 9(09) VALUE ZEROS.
          05 WS-AGOTADAS                  PIC 9(09) VALUE ZEROS.
          05 WS-COBRADAS-REINTENTO        PIC 9(09) VALUE ZEROS.
          05 WS-MANDATOS-CANCELADOS       PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
           05 REF-BANCO                  PIC X(4).
           05 REF-REFERENCIA             PIC X(16).
           05 REF-FECHA-PROCESO          PIC X(8).
           05 REF-CLIENTE                PIC X(8).
           05 REF-CONTRATO               PIC X(18).
           05 REF-FECHA-COBRO            PIC X(10).
           05 REF-VALOR                  PIC S9(9)V99 COMP-3.
           05 REF-RESULTADO              PIC X(1).

      *    CONTRATO INFORMADO POR EL BANCO CONTRA LA MAESTRA
      *    PRDTWCON: LA MISMA REGLA DE ESTADO QUE APLICA PE3C0022
       01 PRDTW-CON.
           05 CON-CONTRATO               PIC X(18).
           05 CON-CLIENTE                PIC X(8).
           05 CON-ESTADO                 PIC X(1).
             88 CON-EST-ACTIVO               VALUE 'A'.
             88 CON-EST-DORMANTE             VALUE 'D'.
             88 CON-EST-CASTIGADO            VALUE 'K'.

      *    ITEM PAGADO QUE QUEDA EN LA CUENTA DE SUSPENSO
       01 PRDTW-SUS.
           05 SUS-BANCO                  PIC X(4).
           05 SUS-REFERENCIA             PIC X(16).
           05 SUS-CLIENTE                PIC X(8).
           05 SUS-CONTRATO               PIC X(18).
           05 SUS-FECHA-COBRO            PIC X(10).
           05 SUS-VALOR                  PIC S9(9)V99 COMP-3.
           05 SUS-FECHA-RECIBIDO         PIC X(10).
           05 SUS-MOTIVO                 PIC X(2).

      *    ORDEN RECHAZADA EN LA COLA DE RE-PRESENTACION, CON SU
      *    MOTIVO (PRDTWMRC) Y EL TOPE DE SU PRODUCTO (PRDTWPRD)
       01 PRDTW-RPR.
           05 RPR-CLIENTE                PIC X(8).
           05 RPR-CONTRATO               PIC X(18).
           05 RPR-FECHA-ORIGEN           PIC X(10).
           05 RPR-FECHA-COBRO            PIC X(10).
           05 RPR-VALOR                  PIC S9(9)V99 COMP-3.
           05 RPR-MOTIVO                 PIC X(4).
           05 RPR-INTENTOS               PIC S9(4) COMP.
           05 RPR-FECHA-ESTADO           PIC X(10).

       01 PRDTW-MRC.
           05 MRC-CODIGO                 PIC X(4).
           05 MRC-REINTENTABLE           PIC X(1).
             88 MRC-ES-REINTENTABLE          VALUE 'S'.

       01 PRDTW-PRD.
           05 PRD-CODIGO                 PIC X(2).
           05 PRD-MAX-REINTENTOS         PIC S9(4) COMP.

       01 WS-BANCO-CICLO                 PIC X(4)  VALUE SPACES.
       01 WS-CONT-EXISTE                 PIC S9(9) COMP VALUE ZEROS.
          05 RES-RECHAZADAS            PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(13) VALUE ' DUPLICADAS ='.
          05 RES-DUPLICADAS            PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(11) VALUE ' SUSPENSO ='.
          05 RES-SUSPENSO              PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(13) VALUE ' REINTENTOS ='.
          05 RES-REINTENTOS            PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(11) VALUE ' AGOTADAS ='.
          05 RES-AGOTADAS              PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(22)
                                     VALUE ' COBRADAS EN REINTENTO'.
          05 FILLER                   PIC X(2)  VALUE ' ='.
          05 RES-COBRADAS-REINTENTO    PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(22)
                                     VALUE ' MANDATOS CANCELADOS ='.
          05 RES-MANDATOS-CANCELADOS   PIC ZZZZZZZZ9.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE FECHA DE PROCESO PE3C0060 (FECHADO  *
               INCLUDE PETCOFIN
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCON
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOSUS
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOMRC
           END-EXEC.

           EXEC SQL
               INCLUDE PETCORPR
           END-EXEC.

           EXEC SQL
               INCLUDE PETCWPRD
           END-EXEC.

      ******************************************************************
      *      INTERFAZ DE LA RUTINA CENTRAL DE ALERTAS PE3C0048         *
      ******************************************************************
       COPY PE3COALR.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE MANDATOS PE3C0102 (CIERRE DEL       *
      *   MANDATO POR AVISO DEL BANCO)                                 *
      ******************************************************************
       COPY PE3COEVD.

      *    HUELLA DEL ARCHIVO RESPBCO EN CURSO (PRDTWFIN): LA
      *    RETRANSMISION SE DETECTA POR ARCHIVO COMPLETO, ADEMAS DEL
      *    REGISTRO POR REFERENCIA PRDTWREF
              WHEN WS-CONT-EXISTE > ZEROS
                   ADD 1 TO WS-DUPLICADAS
              WHEN RSP-PAGADA
                   PERFORM 025-RESOLVER-DESTINO
                   EVALUATE TRUE
                      WHEN DESTINO-VALIDO
                           PERFORM 022-POSTEAR-PAGADA
                      WHEN DESTINO-SUSPENSO
                           PERFORM 026-PASAR-A-SUSPENSO
                   END-EVALUATE
              WHEN RSP-RECHAZADA
                   PERFORM 027-CLASIFICAR-RECHAZO
                   EVALUATE TRUE
                      WHEN REINTENTO-SI
                           PERFORM 028-ENCOLAR-REINTENTO
                      WHEN REINTENTO-NO
                           PERFORM 029-AGOTAR-REINTENTO
                           PERFORM 023-EXCEPCIONAR-RECHAZADA
                   END-EVALUATE
              WHEN RSP-CANCELA-MANDATO
                   PERFORM 031-CANCELAR-MANDATO
              WHEN OTHER
                   DISPLAY 'ESTADO INVALIDO EN DETALLE: '
                           RSP-DET-ESTADO
              STOP RUN
           END-IF
           ADD 1 TO WS-PAGADAS
           PERFORM 030-MARCAR-COBRADA
           PERFORM 024-REGISTRAR-REFERENCIA.

      *    EL RECHAZO ENTRA AL CICLO DE VIDA DE EXCEPCIONES (PE3C0043)
      *    CON EL MOTIVO QUE INFORMO EL BANCO; SI VENIA DE LA COLA DE
      *    RE-PRESENTACION SE MARCA COMO REINTENTOS AGOTADOS
       023-EXCEPCIONAR-RECHAZADA.
           INITIALIZE REG-EXCEPCION
           MOVE 'PE3C0073'          TO EXC-RUTINA
           MOVE RSP-DET-CONTRATO(9:2) TO EXC-PRODUCTO
           MOVE RSP-DET-CONTRATO(5:4) TO EXC-OFICINA
           MOVE '45'                TO EXC-COD-RET
           IF SI-RPR-EXISTE
              MOVE 'REINTENTOS AGOTADOS' TO EXC-ERROR1
           ELSE
              MOVE 'RECHAZO DEL BANCO' TO EXC-ERROR1
           END-IF
           MOVE RSP-DET-MOTIVO      TO EXC-ERROR2
           MOVE FPR0-FECHA-COMPACTA TO EXC-FECHA
           MOVE FPR0-FECHA-MAQUINA  TO EXC-FECHA-MAQUINA
           ADD 1 TO WS-RECHAZADAS
           PERFORM 024-REGISTRAR-REFERENCIA.

      *    LA REFERENCIA QUEDA CON SU RESULTADO, FECHA DE COBRO Y
      *    VALOR: DE ELLA PARTE LA CONCILIACION DE CAJA (PE3C0103)
       024-REGISTRAR-REFERENCIA.
           MOVE RSP-DET-CLIENTE     TO REF-CLIENTE
           MOVE RSP-DET-CONTRATO    TO REF-CONTRATO
           MOVE RSP-DET-FECHA-COBRO TO REF-FECHA-COBRO
           MOVE RSP-DET-VALOR       TO REF-VALOR
           IF RSP-PAGADA AND DESTINO-SUSPENSO
              MOVE 'S'              TO REF-RESULTADO
           ELSE
              MOVE RSP-DET-ESTADO   TO REF-RESULTADO
           END-IF

           EXEC SQL
               INSERT INTO PRDTWREF
                   (REF_BANCO, REF_REFERENCIA, REF_FECHA_PROCESO,
                    REF_CLIENTE, REF_CONTRATO, REF_FECHA_COBRO,
                    REF_VALOR, REF_RESULTADO, REF_FECHA_CONCIL)
               VALUES
                   (:REF-BANCO, :REF-REFERENCIA, :REF-FECHA-PROCESO,
                    :REF-CLIENTE, :REF-CONTRATO, :REF-FECHA-COBRO,
                    :REF-VALOR, :REF-RESULTADO, ' ')
           END-EXEC

           IF SQLCODE NOT = ZEROS
              SET SI-ERROR-PROCESO TO TRUE
           END-IF.

      ******************************************************************
      *                  025-RESOLVER-DESTINO                          *
      *   UN ITEM PAGADO SOLO SE POSTEA SI SU REFERENCIA RESUELVE A    *
      *   UN CONTRATO DE PRDTWCON DEL MISMO CLIENTE, ACTIVO, DORMANTE  *
      *   O CASTIGADO (RECUPERACION). LO DEMAS ES PLATA RECIBIDA QUE   *
      *   PE3C0022 NO PUEDE APLICAR: VA A SUSPENSO CON SU MOTIVO       *
      *   ('RF' REFERENCIA SIN RESOLVER, '56' CONTRATO CERRADO O NO    *
      *   REGISTRADO). UN ERROR DE SQL NO REGISTRA LA REFERENCIA, PARA *
      *   QUE EL REPROCESO LA TOME                                     *
      ******************************************************************
       025-RESOLVER-DESTINO.
           SET DESTINO-VALIDO TO TRUE

           IF RSP-DET-CLIENTE = SPACES OR LOW-VALUES
              OR RSP-DET-CONTRATO = SPACES OR LOW-VALUES
                SET DESTINO-SUSPENSO TO TRUE
                MOVE 'RF'            TO SUS-MOTIVO
           ELSE
              MOVE RSP-DET-CONTRATO TO CON-CONTRATO
              EXEC SQL
                  SELECT CON_CLIENTE, CON_ESTADO
                  INTO  :CON-CLIENTE, :CON-ESTADO
                  FROM  PRDTWCON
                  WHERE CON_CONTRATO = :CON-CONTRATO
              END-EXEC

              EVALUATE TRUE
                 WHEN SQLCODE = +100
                      SET DESTINO-SUSPENSO TO TRUE
                      MOVE '56'            TO SUS-MOTIVO
                 WHEN SQLCODE NOT = ZEROS
                      DISPLAY 'ERROR SELECT PRDTWCON SQLCODE ' SQLCODE
                              ' REFERENCIA ' RSP-DET-REFERENCIA
                      SET DESTINO-ERROR    TO TRUE
                      SET SI-ERROR-PROCESO TO TRUE
                 WHEN CON-CLIENTE NOT = RSP-DET-CLIENTE
                      SET DESTINO-SUSPENSO TO TRUE
                      MOVE 'RF'            TO SUS-MOTIVO
                 WHEN NOT CON-EST-ACTIVO AND NOT CON-EST-DORMANTE
                  AND NOT CON-EST-CASTIGADO
                      SET DESTINO-SUSPENSO TO TRUE
                      MOVE '56'            TO SUS-MOTIVO
              END-EVALUATE
           END-IF.

      *    EL ITEM QUEDA PENDIENTE EN SUSPENSO CON LO QUE INFORMO EL
      *    BANCO; SU REFERENCIA SE REGISTRA COMO LAS DEMAS, ASI UNA
      *    RETRANSMISION NO LO DUPLICA EN SUSPENSO
       026-PASAR-A-SUSPENSO.
           MOVE WS-BANCO-CICLO      TO SUS-BANCO
           MOVE RSP-DET-REFERENCIA  TO SUS-REFERENCIA
           MOVE RSP-DET-CLIENTE     TO SUS-CLIENTE
           MOVE RSP-DET-CONTRATO    TO SUS-CONTRATO
           MOVE RSP-DET-FECHA-COBRO TO SUS-FECHA-COBRO
           MOVE RSP-DET-VALOR       TO SUS-VALOR
           MOVE FPR0-FECHA-PROCESO  TO SUS-FECHA-RECIBIDO

           EXEC SQL
               INSERT INTO PRDTWSUS
                   (SUS_BANCO, SUS_REFERENCIA, SUS_CLIENTE,
                    SUS_CONTRATO, SUS_FECHA_COBRO, SUS_VALOR,
                    SUS_FECHA_RECIBIDO, SUS_MOTIVO, SUS_ESTADO,
                    SUS_CLIENTE_APL, SUS_CONTRATO_APL, SUS_USUARIO,
                    SUS_FECHA_RESOL)
               VALUES
                   (:SUS-BANCO, :SUS-REFERENCIA, :SUS-CLIENTE,
                    :SUS-CONTRATO, :SUS-FECHA-COBRO, :SUS-VALOR,
                    :SUS-FECHA-RECIBIDO, :SUS-MOTIVO, 'P',
                    ' ', ' ', ' ', ' ')
           END-EXEC

           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR INSERT PRDTWSUS SQLCODE ' SQLCODE
                      ' REFERENCIA ' RSP-DET-REFERENCIA
              SET SI-ERROR-PROCESO TO TRUE
           ELSE
              ADD 1 TO WS-SUSPENSO
              PERFORM 024-REGISTRAR-REFERENCIA
           END-IF.

      ******************************************************************
      *                  027-CLASIFICAR-RECHAZO                        *
      *   EL CODIGO DE MOTIVO DEL BANCO VIAJA EN LAS 4 PRIMERAS        *
      *   POSICIONES DE RSP-DET-MOTIVO. SE REINTENTA SI EL MOTIVO ES   *
      *   REINTENTABLE EN PRDTWMRC Y LA ORDEN NO HA AGOTADO EL TOPE    *
      *   PRD_MAX_REINTENTOS DE SU PRODUCTO; UN MOTIVO QUE NO ESTE EN  *
      *   LA TABLA SE TRATA COMO FINAL. UN ERROR DE SQL NO REGISTRA LA *
      *   REFERENCIA, PARA QUE EL REPROCESO LA TOME                    *
      ******************************************************************
       027-CLASIFICAR-RECHAZO.
           SET REINTENTO-NO         TO TRUE
           SET NO-RPR-EXISTE        TO TRUE
           MOVE RSP-DET-CLIENTE     TO RPR-CLIENTE
           MOVE RSP-DET-CONTRATO    TO RPR-CONTRATO
           MOVE RSP-DET-FECHA-COBRO TO RPR-FECHA-COBRO RPR-FECHA-ORIGEN
           MOVE RSP-DET-VALOR       TO RPR-VALOR
           MOVE RSP-DET-MOTIVO(1:4) TO RPR-MOTIVO MRC-CODIGO
           MOVE FPR0-FECHA-PROCESO  TO RPR-FECHA-ESTADO
           MOVE ZEROS               TO RPR-INTENTOS

           IF RSP-DET-CONTRATO NOT = SPACES AND NOT = LOW-VALUES
              PERFORM 0271-BUSCAR-EN-COLA
              IF NOT REINTENTO-ERROR
                 PERFORM 0272-VALIDAR-MOTIVO
              END-IF
           END-IF.

      *    LA RESPUESTA A UNA RE-PRESENTACION SE RECONOCE POR CONTRATO,
      *    FECHA DE COBRO Y VALOR DE LA ORDEN ENVIADA (ESTADO 'E')
       0271-BUSCAR-EN-COLA.
           EXEC SQL
               SELECT RPR_FECHA_ORIGEN, RPR_INTENTOS
               INTO  :RPR-FECHA-ORIGEN, :RPR-INTENTOS
               FROM  PRDTWRPR
               WHERE RPR_CONTRATO    = :RPR-CONTRATO
               AND   RPR_FECHA_COBRO = :RPR-FECHA-COBRO
               AND   RPR_VALOR       = :RPR-VALOR
               AND   RPR_ESTADO      = 'E'
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                   SET SI-RPR-EXISTE    TO TRUE
              WHEN +100
                   CONTINUE
              WHEN OTHER
                   DISPLAY 'ERROR SELECT PRDTWRPR SQLCODE ' SQLCODE
                           ' REFERENCIA ' RSP-DET-REFERENCIA
                   SET REINTENTO-ERROR  TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

       0272-VALIDAR-MOTIVO.
           EXEC SQL
               SELECT MRC_REINTENTABLE
               INTO  :MRC-REINTENTABLE
               FROM  PRDTWMRC
               WHERE MRC_CODIGO = :MRC-CODIGO
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                   IF MRC-ES-REINTENTABLE
                      PERFORM 0273-VALIDAR-TOPE
                   END-IF
              WHEN +100
                   CONTINUE
              WHEN OTHER
                   DISPLAY 'ERROR SELECT PRDTWMRC SQLCODE ' SQLCODE
                           ' REFERENCIA ' RSP-DET-REFERENCIA
                   SET REINTENTO-ERROR  TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

      *    EL PRODUCTO VIAJA EN LAS POSICIONES 9-10 DEL CONTRATO; SIN
      *    FILA EN PRDTWPRD EL TOPE ES CERO (NO SE RE-PRESENTA)
       0273-VALIDAR-TOPE.
           MOVE RSP-DET-CONTRATO(9:2) TO PRD-CODIGO
           EXEC SQL
               SELECT PRD_MAX_REINTENTOS
               INTO  :PRD-MAX-REINTENTOS
               FROM  PRDTWPRD
               WHERE PRD_CODIGO = :PRD-CODIGO
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                   IF RPR-INTENTOS < PRD-MAX-REINTENTOS
                      SET REINTENTO-SI  TO TRUE
                   END-IF
              WHEN +100
                   CONTINUE
              WHEN OTHER
                   DISPLAY 'ERROR SELECT PRDTWPRD SQLCODE ' SQLCODE
                           ' REFERENCIA ' RSP-DET-REFERENCIA
                   SET REINTENTO-ERROR  TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

      *    LA ORDEN QUEDA PENDIENTE DE RE-PRESENTAR: NUEVA FILA SI ES EL
      *    PRIMER RECHAZO, O LA MISMA FILA DE VUELTA A 'P' SI EL
      *    RECHAZO RESPONDE A UNA RE-PRESENTACION
       028-ENCOLAR-REINTENTO.
           IF SI-RPR-EXISTE
              EXEC SQL
                  UPDATE PRDTWRPR
                  SET    RPR_ESTADO       = 'P',
                         RPR_MOTIVO       = :RPR-MOTIVO,
                         RPR_FECHA_ESTADO = :RPR-FECHA-ESTADO
                  WHERE  RPR_CONTRATO     = :RPR-CONTRATO
                  AND    RPR_FECHA_ORIGEN = :RPR-FECHA-ORIGEN
                  AND    RPR_ESTADO       = 'E'
              END-EXEC
           ELSE
              EXEC SQL
                  INSERT INTO PRDTWRPR
                      (RPR_CLIENTE, RPR_CONTRATO, RPR_FECHA_ORIGEN,
                       RPR_FECHA_COBRO, RPR_VALOR, RPR_MOTIVO,
                       RPR_INTENTOS, RPR_ESTADO, RPR_FECHA_ESTADO)
                  VALUES
                      (:RPR-CLIENTE, :RPR-CONTRATO, :RPR-FECHA-ORIGEN,
                       :RPR-FECHA-COBRO, :RPR-VALOR, :RPR-MOTIVO,
                       0, 'P', :RPR-FECHA-ESTADO)
              END-EXEC
           END-IF

           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR GRABANDO PRDTWRPR SQLCODE ' SQLCODE
                      ' REFERENCIA ' RSP-DET-REFERENCIA
              SET SI-ERROR-PROCESO TO TRUE
           ELSE
              ADD 1 TO WS-REINTENTOS
              PERFORM 024-REGISTRAR-REFERENCIA
           END-IF.

      *    LA RE-PRESENTACION RECHAZADA QUE YA NO SE REINTENTA (TOPE
      *    DEL PRODUCTO O MOTIVO FINAL) SALE DE LA COLA COMO AGOTADA
       029-AGOTAR-REINTENTO.
           IF SI-RPR-EXISTE
              EXEC SQL
                  UPDATE PRDTWRPR
                  SET    RPR_ESTADO       = 'X',
                         RPR_MOTIVO       = :RPR-MOTIVO,
                         RPR_FECHA_ESTADO = :RPR-FECHA-ESTADO
                  WHERE  RPR_CONTRATO     = :RPR-CONTRATO
                  AND    RPR_FECHA_ORIGEN = :RPR-FECHA-ORIGEN
                  AND    RPR_ESTADO       = 'E'
              END-EXEC
              IF SQLCODE NOT = ZEROS
                 DISPLAY 'ERROR UPDATE PRDTWRPR SQLCODE ' SQLCODE
                         ' REFERENCIA ' RSP-DET-REFERENCIA
                 SET SI-ERROR-PROCESO TO TRUE
              ELSE
                 ADD 1 TO WS-AGOTADAS
              END-IF
           END-IF.

      *    UN PAGO QUE RESPONDE A UNA RE-PRESENTACION LA CIERRA COMO
      *    COBRADA EN REINTENTO; SIN FILA EN LA COLA NO HAY NADA QUE
      *    MARCAR
       030-MARCAR-COBRADA.
           MOVE RSP-DET-CONTRATO    TO RPR-CONTRATO
           MOVE RSP-DET-FECHA-COBRO TO RPR-FECHA-COBRO
           MOVE RSP-DET-VALOR       TO RPR-VALOR
           MOVE FPR0-FECHA-PROCESO  TO RPR-FECHA-ESTADO

           EXEC SQL
               UPDATE PRDTWRPR
               SET    RPR_ESTADO       = 'C',
                      RPR_FECHA_ESTADO = :RPR-FECHA-ESTADO
               WHERE  RPR_CONTRATO     = :RPR-CONTRATO
               AND    RPR_FECHA_COBRO  = :RPR-FECHA-COBRO
               AND    RPR_VALOR        = :RPR-VALOR
               AND    RPR_ESTADO       = 'E'
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = +100
                   CONTINUE
              WHEN SQLCODE NOT = ZEROS
                   DISPLAY 'ERROR UPDATE PRDTWRPR SQLCODE ' SQLCODE
                           ' REFERENCIA ' RSP-DET-REFERENCIA
                   SET SI-ERROR-PROCESO TO TRUE
              WHEN SQLERRD (3) > ZEROS
                   ADD SQLERRD (3) TO WS-COBRADAS-REINTENTO
           END-EVALUATE.

      ******************************************************************
      *                  031-CANCELAR-MANDATO                          *
      *   EL BANCO AVISA QUE EL CLIENTE CANCELO EL DEBITO: EL MANDATO  *
      *   DEL CONTRATO SE CIERRA CON LA RUTINA DE MANTENIMIENTO, QUE   *
      *   DEJA LA BITACORA. UN CONTRATO SIN MANDATO VIGENTE ('35') NO  *
      *   TIENE NADA QUE CERRAR; UN ERROR DE SQL NO REGISTRA LA        *
      *   REFERENCIA, PARA QUE EL REPROCESO LA TOME                    *
      ******************************************************************
       031-CANCELAR-MANDATO.
           INITIALIZE CAI-PE9CCAM6
           SET AM6-OP-BAJA          TO TRUE
           MOVE RSP-DET-CONTRATO    TO AM6-CONTRATO
           MOVE RSP-DET-CLIENTE     TO AM6-CLIENTE
           MOVE 'PE3C0073'          TO AM6-USUARIO

           CALL 'PE3C0102' USING CAI-PE9CCAM6

           EVALUATE AM6-COD-RET
              WHEN '00'
                   ADD 1 TO WS-MANDATOS-CANCELADOS
                   PERFORM 024-REGISTRAR-REFERENCIA
              WHEN '35'
                   DISPLAY 'AVISO: CANCELACION SIN MANDATO VIGENTE '
                           'CONTRATO ' RSP-DET-CONTRATO
                   PERFORM 024-REGISTRAR-REFERENCIA
              WHEN OTHER
                   DISPLAY 'ERROR CANCELANDO MANDATO COD '
                           AM6-COD-RET ' ' AM6-ERROR1
                           ' CONTRATO ' RSP-DET-CONTRATO
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

      ******************************************************************
      *                        03-FINAL                                *
      ******************************************************************
           MOVE WS-PAGADAS     TO RES-PAGADAS
           MOVE WS-RECHAZADAS  TO RES-RECHAZADAS
           MOVE WS-DUPLICADAS  TO RES-DUPLICADAS
           MOVE WS-SUSPENSO    TO RES-SUSPENSO
           MOVE WS-REINTENTOS  TO RES-REINTENTOS
           MOVE WS-AGOTADAS    TO RES-AGOTADAS
           MOVE WS-COBRADAS-REINTENTO TO RES-COBRADAS-REINTENTO
           MOVE WS-MANDATOS-CANCELADOS TO RES-MANDATOS-CANCELADOS
           DISPLAY WS-RESUMEN

           CLOSE RESPBCO TRANSAC
              WHEN SI-ERROR-PROCESO
                   MOVE 8 TO RETURN-CODE
              WHEN WS-RECHAZADAS > ZEROS OR WS-DUPLICADAS > ZEROS
                   OR WS-SUSPENSO > ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

