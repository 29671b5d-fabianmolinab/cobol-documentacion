      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    HISTORIA DE LA PROVISION DE CARTERA: UNA FILA POR PERIODO
      *    (YYYY-MM) Y CONTRATO CON EL SALDO BASE, EL TRAMO, EL
      *    PORCENTAJE DE PRDTWPPV Y LA PROVISION REQUERIDA. LA GRABA
      *    PE3C0109 CADA MES (UN REPROCESO DEL MISMO PERIODO LA
      *    REEMPLAZA) Y LA COMPARA CONTRA EL PERIODO ANTERIOR POR
      *    OFICINA Y PRODUCTO PARA ASENTAR SOLO EL CARGO O LA
      *    LIBERACION.
      *    HPV_FECHA_CALCULO: FECHA DE NEGOCIO YYYY-MM-DD DE LA CORRIDA
           EXEC SQL DECLARE PRDTWHPV TABLE
               (
                   HPV_PERIODO        CHAR(7)       NOT NULL,
                   HPV_CONTRATO       CHAR(18)      NOT NULL,
                   HPV_CLIENTE        CHAR(8)       NOT NULL,
                   HPV_PRODUCTO       CHAR(2)       NOT NULL,
                   HPV_OFICINA        CHAR(4)       NOT NULL,
                   HPV_TRAMO          SMALLINT      NOT NULL,
                   HPV_SALDO_BASE     DECIMAL(13,2) NOT NULL,
                   HPV_PORCENTAJE     DECIMAL(7,4)  NOT NULL,
                   HPV_PROVISION      DECIMAL(13,2) NOT NULL,
                   HPV_FECHA_CALCULO  CHAR(10)      NOT NULL
               )
           END-EXEC.
