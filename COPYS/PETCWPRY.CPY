      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    PROYECCION DE LA CORRIDA DE PE3C0017: UNA FILA POR FECHA DE
      *    PROCESO Y CICLO, GRABADA POR PE3C0166 ANTES DE PARTIR EL
      *    ARCHIVO ENTRADA. LLEVA LOS DETALLES DE LA NOCHE, LA
      *    VELOCIDAD HISTORICA (REGISTROS POR SEGUNDO DE UN JOB, DE
      *    PRDTWEST), LA VENTANA DISPONIBLE SEGUN PRDTWHOR Y LA
      *    CANTIDAD DE PARTICIONES ESCOGIDA CON SU DURACION
      *    PROYECTADA. PE3C0057, LOS JOBS DE PARTICION DE PE3C0017 Y
      *    PE3C0058 TOMAN DE AQUI LA CANTIDAD; PE3C0047 LA COMPARA
      *    CONTRA LA DURACION REAL.
      *    PRY_EN_VENTANA: S = TERMINA EN LA VENTANA, N = NI CON EL
      *    MAXIMO DE PARTICIONES, H = SIN HISTORIA (VA EL MAXIMO)
           EXEC SQL DECLARE PRDTWPRY TABLE
               (
                   PRY_FECHA_PROCESO   CHAR(10)     NOT NULL,
                   PRY_CICLO           CHAR(2)      NOT NULL,
                   PRY_DETALLES        INTEGER      NOT NULL,
                   PRY_REG_SEG         DECIMAL(9,2) NOT NULL,
                   PRY_CORRIDAS_BASE   SMALLINT     NOT NULL,
                   PRY_VENTANA_SEG     INTEGER      NOT NULL,
                   PRY_MAX_PARTICIONES SMALLINT     NOT NULL,
                   PRY_PARTICIONES     SMALLINT     NOT NULL,
                   PRY_DURACION_PROY   INTEGER      NOT NULL,
                   PRY_EN_VENTANA      CHAR(1)      NOT NULL,
                   PRY_FECHA_CALCULO   CHAR(8)      NOT NULL,
                   PRY_HORA_CALCULO    CHAR(6)      NOT NULL
               )
           END-EXEC.
