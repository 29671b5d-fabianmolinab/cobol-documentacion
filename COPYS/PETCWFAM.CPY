      *    AHORRO PROGRAMADO, SEGUROS...). LOS PRODUCTOS MIEMBROS SE
      *    MARCAN EN PRD_FAMILIA DE PRDTWPRD. LA MANTIENE PE3C0032
      *    (TABLA 'M'); PE3C0053 Y PE3C0017 SUBTOTALIZAN POR FAMILIA
      *    Y PE3C0056 LA ETIQUETA EN LA DESCARGA A LA BODEGA; PE3C0150
      *    AGRUPA POR ELLA LAS COSECHAS DE CONTRATOS (PRDTWVIN)
           EXEC SQL DECLARE PRDTWFAM TABLE
               (
                   FAM_CODIGO         CHAR(2)  NOT NULL,
