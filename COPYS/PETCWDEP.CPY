      *    FECHA DE PROCESO ANTES DE DEJAR ARRANCAR AL PROGRAMA; LA
      *    RECONCILIACION CORRIO ANTES DE QUE PE3C0017 TERMINARA Y
      *    PE3C0029 APLICO CORRECCIONES CONTRA DATOS A MEDIO CARGAR
      *    LAS FILAS DE LAS CADENAS DE CIERRE DE MES Y DE ANO
      *    (PE3J0070/PE3J0076) LAS CARGA PE3C0134 EN MODO 'P'
           EXEC SQL DECLARE PRDTWDEP TABLE
               (
                   DEP_PROGRAMA       CHAR(8) NOT NULL,
