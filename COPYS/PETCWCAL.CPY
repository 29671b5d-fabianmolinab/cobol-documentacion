      *    CALENDARIO DE DIAS FESTIVOS: UNA FILA POR FECHA NO HABIL
      *    (FESTIVOS NACIONALES Y LOCALES). LOS DOMINGOS NO SE CARGAN
      *    AQUI, LA RUTINA PE3C0035 LOS CALCULA POR DIA DE LA SEMANA
      *    CAL_ORIGEN: 'G' = FESTIVO NACIONAL GENERADO POR PE3C0135
      *    PARA EL ANO; ESPACIO = CARGADO A MANO (CIERRES LOCALES Y
      *    EXTRAORDINARIOS), QUE EL GENERADOR NUNCA TOCA. LAS RUTAS
      *    VIEJAS SIGUEN INSERTANDO SIN LA COLUMNA (WITH DEFAULT)
           EXEC SQL DECLARE PRDTWCAL TABLE
               (
                   CAL_FECHA          CHAR(10) NOT NULL,
                   CAL_DESCRIPCION    CHAR(30) NOT NULL,
                   CAL_ORIGEN         CHAR(1)
                                      NOT NULL WITH DEFAULT
               )
           END-EXEC.
