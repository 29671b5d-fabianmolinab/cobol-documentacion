      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    HISTORIA DE LA REVALUACION MENSUAL DE POSICIONES EN MONEDA
      *    EXTRANJERA: UNA FILA POR PERIODO (YYYY-MM), CONTRATO Y
      *    MONEDA CON LA POSICION ABIERTA EN LA MONEDA DEL CONTRATO,
      *    LA TASA DE CIERRE DE PRDTWTCA DEL ULTIMO DIA HABIL DEL MES
      *    (REV_FECHA_TASA), EL VALOR EN LIBROS (REVALUADO DEL PERIODO
      *    ANTERIOR MAS LOS MOVIMIENTOS DEL MES A LA TASA DE SU FECHA),
      *    EL VALOR REVALUADO Y LA DIFERENCIA EN CAMBIO NO REALIZADA
      *    QUE SE ASENTO. LA GRABA PE3C0125 CADA CIERRE DE MES (UN
      *    REPROCESO DEL MISMO PERIODO LA REEMPLAZA); EL VALOR
      *    REVALUADO ES EL PUNTO DE PARTIDA DEL MES SIGUIENTE.
      *    REV_FECHA_CALCULO: FECHA DE NEGOCIO YYYY-MM-DD DE LA CORRIDA
           EXEC SQL DECLARE PRDTWREV TABLE
               (
                   REV_PERIODO         CHAR(7)       NOT NULL,
                   REV_CONTRATO        CHAR(18)      NOT NULL,
                   REV_MONEDA          CHAR(3)       NOT NULL,
                   REV_PRODUCTO        CHAR(2)       NOT NULL,
                   REV_OFICINA         CHAR(4)       NOT NULL,
                   REV_FECHA_TASA      CHAR(10)      NOT NULL,
                   REV_POSICION        DECIMAL(13,2) NOT NULL,
                   REV_TASA            DECIMAL(15,6) NOT NULL,
                   REV_VALOR_LIBROS    DECIMAL(15,2) NOT NULL,
                   REV_VALOR_REVALUADO DECIMAL(15,2) NOT NULL,
                   REV_DIFERENCIA      DECIMAL(15,2) NOT NULL,
                   REV_FECHA_CALCULO   CHAR(10)      NOT NULL
               )
           END-EXEC.
