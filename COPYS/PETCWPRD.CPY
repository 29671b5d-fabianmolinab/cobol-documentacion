      *    AHORRO PROGRAMADO, SEGUROS...), VER PRDTWFAM; EN BLANCO
      *    EL PRODUCTO NO ESTA CLASIFICADO. LA MANTIENE PE3C0032
      *    JUNTO CON EL PRODUCTO, PARA QUE GERENCIA Y LA BODEGA DEJEN
      *    DE REAGRUPAR LOS REPORTES A MANO.
      *    PRD_MAX_REINTENTOS: TOPE DE RE-PRESENTACIONES DE UNA ORDEN
      *    DE DEBITO RECHAZADA POR MOTIVO REINTENTABLE (PRDTWRPR); EN
      *    CERO EL PRODUCTO NO RE-PRESENTA.
      *    PRD_DIAS_CASTIGO: DIAS DE ATRASO DE LA FECHA PENDIENTE MAS
      *    VIEJA DESDE LOS QUE EL CASTIGO MENSUAL PE3C0108 PROPONE EL
      *    CONTRATO; EN CERO SE TOMAN 180 DIAS
           EXEC SQL DECLARE PRDTWPRD TABLE
               (
                   PRD_CODIGO         CHAR(2)  NOT NULL,
                   PRD_NOMBRE         CHAR(30) NOT NULL,
                   PRD_FAMILIA        CHAR(2)  NOT NULL WITH DEFAULT,
                   PRD_MAX_REINTENTOS SMALLINT NOT NULL WITH DEFAULT,
                   PRD_DIAS_CASTIGO   SMALLINT NOT NULL WITH DEFAULT
               )
           END-EXEC.
