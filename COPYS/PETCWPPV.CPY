      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    PORCENTAJES DE PROVISION DE CARTERA POR PRODUCTO Y TRAMO
      *    DE ATRASO. EL TRAMO SIGUE LOS CORTES DEL ENVEJECIMIENTO DE
      *    PE3C0036 Y SE TOMA DE LA FECHA PENDIENTE MAS VIEJA DEL
      *    CLIENTE/PRODUCTO:
      *    0 = AL DIA (SALDO PENDIENTE SIN FECHAS VENCIDAS)
      *    1 = 1-30 DIAS, 2 = 31-60, 3 = 61-90, 4 = MAS DE 90
      *    5 = CASTIGADO (FECHAS 'K', VER PRDTWCAS/PE3C0108)
      *    PPV_PORCENTAJE SE APLICA SOBRE EL SALDO PENDIENTE PARA LA
      *    PROVISION MENSUAL DE PE3C0109. UN PRODUCTO SIN FILA PARA
      *    EL TRAMO NO SE PROVISIONA
           EXEC SQL DECLARE PRDTWPPV TABLE
               (
                   PPV_PRODUCTO       CHAR(2)      NOT NULL,
                   PPV_TRAMO          SMALLINT     NOT NULL,
                   PPV_PORCENTAJE     DECIMAL(7,4) NOT NULL
               )
           END-EXEC.
