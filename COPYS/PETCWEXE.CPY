      *    APLICA LAS RESOLUCIONES ('P' EN PROCESO, 'R' RESUELTA CON
      *    SU NOTA); PE3C0024 REPORTA EL ENVEJECIMIENTO DE LO QUE
      *    SIGUE ABIERTO. SIN ESTA TABLA CADA DIA PISABA LA HISTORIA
      *    EXC_REINTENTOS Y EXC_FECHA_REINTENTO LOS LLEVA PE3C0132 AL
      *    REINTENTAR LAS FALLAS TRANSITORIAS (DEFAULT 0 Y BLANCOS)
           EXEC SQL DECLARE PRDTWEXC TABLE
               (
                   EXC_RUTINA         CHAR(8)  NOT NULL,
                   EXC_HORA           CHAR(6)  NOT NULL,
                   EXC_ESTADO         CHAR(1)  NOT NULL,
                   EXC_NOTA           CHAR(40) NOT NULL,
                   EXC_FECHA_ESTADO   CHAR(8)  NOT NULL,
                   EXC_REINTENTOS     DECIMAL(3,0)
                                      NOT NULL WITH DEFAULT,
                   EXC_FECHA_REINTENTO CHAR(8)
                                      NOT NULL WITH DEFAULT
               )
           END-EXEC.
