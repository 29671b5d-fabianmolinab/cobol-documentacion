      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    CONSENTIMIENTOS DE TRATAMIENTO DE DATOS (HABEAS DATA): UNA
      *    FILA POR CLIENTE, FINALIDAD Y AUTORIZACION. LA CARGA
      *    PE3C0142 CON LAS AUTORIZACIONES Y REVOCATORIAS QUE RECIBEN
      *    LAS SUCURSALES Y LOS CANALES. UNA NUEVA AUTORIZACION
      *    DESPUES DE UNA REVOCATORIA ES OTRA FILA: LA HISTORIA QUEDA
      *    COMO PRUEBA Y A LO SUMO UNA FILA POR CLIENTE Y FINALIDAD
      *    ESTA 'A'. SIN FILA 'A' NO HAY CONSENTIMIENTO.
      *    HAB_FINALIDAD: R = RECORDATORIOS DE PAGO (PE3C0074)
      *                   M = MERCADEO Y ANALITICA (DESCARGA A LA
      *                       BODEGA PE3C0056)
      *                   B = REPORTE A CENTRALES DE RIESGO (PE3C0148)
      *    HAB_ESTADO: A = AUTORIZADO, V = REVOCADO
      *    HAB_CANAL_AUTORIZA / HAB_CANAL_REVOCA: O = OFICINA,
      *    W = PORTAL WEB O APP, T = LINEA TELEFONICA, C = CORREO
      *    FISICO O ELECTRONICO
      *    HAB_FECHA_AUTORIZA / HAB_FECHA_REVOCA: FECHA EN QUE EL
      *    CLIENTE FIRMO YYYY-MM-DD (REVOCA EN BLANCO MIENTRAS ESTA
      *    AUTORIZADO). HAB_FECHA_PROCESO: FECHA DE NEGOCIO DEL
      *    ULTIMO CAMBIO; HAB_USUARIO: QUIEN LO RADICO
           EXEC SQL DECLARE PRDTWHAB TABLE
               (
                   HAB_CLIENTE         CHAR(8)       NOT NULL,
                   HAB_FINALIDAD       CHAR(1)       NOT NULL,
                   HAB_FECHA_AUTORIZA  CHAR(10)      NOT NULL,
                   HAB_CANAL_AUTORIZA  CHAR(1)       NOT NULL,
                   HAB_ESTADO          CHAR(1)       NOT NULL,
                   HAB_FECHA_REVOCA    CHAR(10)      NOT NULL,
                   HAB_CANAL_REVOCA    CHAR(1)       NOT NULL,
                   HAB_FECHA_PROCESO   CHAR(10)      NOT NULL,
                   HAB_USUARIO         CHAR(8)       NOT NULL
               )
           END-EXEC.
