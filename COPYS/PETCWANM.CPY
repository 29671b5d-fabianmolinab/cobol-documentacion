      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    BITACORA DE ANONIMIZACION: UNA FILA POR CLIENTE AL QUE LA
      *    CORRIDA ANUAL PE3C0143 LE BORRO LOS DATOS PERSONALES DE
      *    PRDTWCLI (NOMBRE, DOCUMENTO, DIRECCION, TELEFONO, CORREO)
      *    Y SUS DATOS DE CONTACTO INVALIDADOS EN PRDTWVCT. NO GUARDA
      *    NINGUN DATO PERSONAL, SOLO EL CODIGO Y EL SOPORTE DE LA
      *    DECISION.
      *    ANM_ULTIMA_ACTIVIDAD: ULTIMO MOVIMIENTO O PAZ Y SALVO DEL
      *    CLIENTE; ANM_FECHA_LIMITE: CORTE DE RETENCION APLICADO
      *    (TODO LO DEL CLIENTE ES ANTERIOR A ESA FECHA).
      *    ANM_CONTRATOS: CONTRATOS CERRADOS DEL CLIENTE;
      *    ANM_CONTACTOS: FILAS BORRADAS DE PRDTWVCT.
      *    ANM_FECHA_PROCESO: FECHA DE NEGOCIO DE LA CORRIDA
           EXEC SQL DECLARE PRDTWANM TABLE
               (
                   ANM_CLIENTE          CHAR(8)       NOT NULL,
                   ANM_ULTIMA_ACTIVIDAD CHAR(10)      NOT NULL,
                   ANM_FECHA_LIMITE     CHAR(10)      NOT NULL,
                   ANM_CONTRATOS        DECIMAL(5,0)  NOT NULL,
                   ANM_CONTACTOS        DECIMAL(5,0)  NOT NULL,
                   ANM_FECHA_PROCESO    CHAR(10)      NOT NULL
               )
           END-EXEC.
