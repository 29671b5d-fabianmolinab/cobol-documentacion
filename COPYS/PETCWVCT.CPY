      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    VALIDEZ DE LOS DATOS DE CONTACTO DEL CLIENTE: UNA FILA POR
      *    CLIENTE Y CANAL ('S' TELEFONO PARA SMS, 'E' CORREO, 'D'
      *    DIRECCION POSTAL) CON EL DATO QUE REBOTO Y CUANTAS VECES.
      *    LA CARGA PE3C0139 CON LOS REBOTES DE LA PLATAFORMA DE
      *    MENSAJERIA Y LAS CARTAS DEVUELTAS POR EL BURO; A LOS N
      *    REBOTES VCT_ESTADO PASA DE 'V' VIGENTE A 'I' INVALIDO. LA
      *    INVALIDEZ ES DEL DATO (VCT_DATO) Y NO DEL CANAL: CUANDO LA
      *    SUCURSAL CORRIGE EL TELEFONO, CORREO O DIRECCION EN
      *    PRDTWCLI EL DATO NUEVO YA NO COINCIDE Y EL CANAL VUELVE A
      *    SER VALIDO SIN TOCAR ESTA TABLA. LA CONSULTA LA RUTINA
      *    PE3C0140 PARA LOS RECORDATORIOS, CONFIRMACIONES Y CARTAS
           EXEC SQL DECLARE PRDTWVCT TABLE
               (
                   VCT_CLIENTE        CHAR(8)       NOT NULL,
                   VCT_CANAL          CHAR(1)       NOT NULL,
                   VCT_DATO           CHAR(40)      NOT NULL,
                   VCT_REBOTES        DECIMAL(3,0)  NOT NULL,
                   VCT_ESTADO         CHAR(1)       NOT NULL,
                   VCT_FECHA_ENVIO    CHAR(10)      NOT NULL,
                   VCT_MOTIVO         CHAR(2)       NOT NULL,
                   VCT_FECHA_PROCESO  CHAR(10)      NOT NULL
               )
           END-EXEC.
