      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    CUENTA DE SUSPENSO DE RECAUDO: ITEMS QUE EL BANCO INFORMO
      *    PAGADOS EN RESPBCO (PE3C0073) PERO QUE NO SE PUEDEN
      *    CONVERTIR EN ALTA PORQUE LA REFERENCIA NO RESUELVE A UN
      *    CLIENTE/CONTRATO ('RF') O PORQUE EL CONTRATO ESTA CERRADO,
      *    BLOQUEADO O NO REGISTRADO EN PRDTWCON ('56', EL MISMO
      *    RECHAZO DE PE3C0022). UNA FILA POR BANCO Y REFERENCIA.
      *    TESORERIA LOS RESUELVE EN LINEA CON PE3C0099 (CP23):
      *    APLICAR AL CLIENTE/CONTRATO CORRECTO VIA PE3C0022 O
      *    MARCAR PARA DEVOLUCION AL BANCO. PE3C0100 ENVEJECE A
      *    DIARIO LOS QUE SIGUEN SIN RESOLVER.
      *    SUS_ESTADO: P = PENDIENTE, A = APLICADO, D = POR DEVOLVER
      *    SUS_FECHA_RECIBIDO: FECHA DE NEGOCIO YYYY-MM-DD DEL CICLO
      *    SUS_FECHA_RESOL: FECHA YYYYMMDD DE LA RESOLUCION EN LINEA
      *    SUS_REF_PAGO: REFERENCIA DE PAGO (PRDTWPRF) QUE TRAIA EL
      *    ITEM CUANDO VIENE DE UN AGREGADOR (PE3C0105); EN BLANCO
      *    PARA LOS ITEMS DEL BANCO. SUS_BANCO LLEVA ENTONCES EL
      *    CODIGO DEL AGREGADOR Y SUS_REFERENCIA SU TRANSACCION
           EXEC SQL DECLARE PRDTWSUS TABLE
               (
                   SUS_BANCO          CHAR(4)       NOT NULL,
                   SUS_REFERENCIA     CHAR(16)      NOT NULL,
                   SUS_CLIENTE        CHAR(8)       NOT NULL,
                   SUS_CONTRATO       CHAR(18)      NOT NULL,
                   SUS_FECHA_COBRO    CHAR(10)      NOT NULL,
                   SUS_VALOR          DECIMAL(11,2) NOT NULL,
                   SUS_FECHA_RECIBIDO CHAR(10)      NOT NULL,
                   SUS_MOTIVO         CHAR(2)       NOT NULL,
                   SUS_ESTADO         CHAR(1)       NOT NULL,
                   SUS_CLIENTE_APL    CHAR(8)       NOT NULL,
                   SUS_CONTRATO_APL   CHAR(18)      NOT NULL,
                   SUS_USUARIO        CHAR(8)       NOT NULL,
                   SUS_FECHA_RESOL    CHAR(8)       NOT NULL,
                   SUS_REF_PAGO       CHAR(12)      NOT NULL
                                                    WITH DEFAULT
               )
           END-EXEC.
