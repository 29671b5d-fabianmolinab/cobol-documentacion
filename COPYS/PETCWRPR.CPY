      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    COLA DE RE-PRESENTACION DEL DEBITO AUTOMATICO: UNA FILA
      *    POR ORDEN RECHAZADA CON MOTIVO REINTENTABLE (PRDTWMRC),
      *    LLAVE CONTRATO Y FECHA DE COBRO ORIGINAL. LA ALIMENTA
      *    PE3C0073 AL LEER RESPBCO; PE3C0072 RE-PRESENTA LAS
      *    PENDIENTES EN SU SIGUIENTE CICLO DE ORDENES Y PE3C0101
      *    LAS REPORTA A DIARIO.
      *    RPR_ESTADO: P = PENDIENTE DE RE-PRESENTAR
      *                E = RE-PRESENTADA, ESPERANDO RESPUESTA
      *                C = COBRADA EN UN REINTENTO
      *                X = AGOTADA (TOPE DEL PRODUCTO O MOTIVO
      *                    FINAL EN UN REINTENTO), PASA A COBRANZA
      *    RPR_FECHA_COBRO: FECHA DE COBRO DE LA ULTIMA ORDEN
      *    ENVIADA (LA ORIGINAL O LA DEL ULTIMO REINTENTO)
      *    RPR_INTENTOS: RE-PRESENTACIONES YA ENVIADAS; EL TOPE ES
      *    PRD_MAX_REINTENTOS DEL PRODUCTO (PRDTWPRD)
      *    RPR_FECHA_ESTADO: FECHA DE NEGOCIO DEL ULTIMO CAMBIO
           EXEC SQL DECLARE PRDTWRPR TABLE
               (
                   RPR_CLIENTE        CHAR(8)       NOT NULL,
                   RPR_CONTRATO       CHAR(18)      NOT NULL,
                   RPR_FECHA_ORIGEN   CHAR(10)      NOT NULL,
                   RPR_FECHA_COBRO    CHAR(10)      NOT NULL,
                   RPR_VALOR          DECIMAL(11,2) NOT NULL,
                   RPR_MOTIVO         CHAR(4)       NOT NULL,
                   RPR_INTENTOS       SMALLINT      NOT NULL,
                   RPR_ESTADO         CHAR(1)       NOT NULL,
                   RPR_FECHA_ESTADO   CHAR(10)      NOT NULL
               )
           END-EXEC.
