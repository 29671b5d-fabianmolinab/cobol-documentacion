      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    PRONOSTICO SEMANAL DE FLUJO DE CAJA DEL RECAUDO: UNA FILA
      *    POR CORRIDA (FECHA DE NEGOCIO DE PE3C0151), SEMANA
      *    PRONOSTICADA (1 A 13, LUNES A DOMINGO), PRODUCTO Y BANCO
      *    (POSICIONES 1-4 DEL CONTRATO). UN REPROCESO DE LA MISMA
      *    FECHA REEMPLAZA SUS FILAS; LAS DE CORRIDAS ANTERIORES SE
      *    CONSERVAN PARA MEDIR EL PRONOSTICO CONTRA LO REAL.
      *    PFL_VALOR_PROGRAMADO: PENDIENTE (ESPERADO MENOS APLICADO)
      *    DE LAS FECHAS ACTIVAS DE PRDTW03 QUE CAEN EN LA SEMANA.
      *    PFL_TASA: RECAUDO HISTORICO DEL PRODUCTO (MOVIMIENTOS 'N'
      *    Y 'R' DE PRDTW02) SOBRE LO PROGRAMADO EN PRDTW03 EN LAS 13
      *    SEMANAS ANTERIORES A LA CORRIDA.
      *    PFL_VALOR_PRONOSTICO: PROGRAMADO POR TASA.
      *    PFL_VALOR_REAL / PFL_FECHA_REAL: LO RECAUDADO EN PRDTW02
      *    EN LA SEMANA PARA EL PRODUCTO Y BANCO, QUE LA PRIMERA
      *    CORRIDA POSTERIOR AL CIERRE DE LA SEMANA LLENA; FECHA REAL
      *    EN BLANCO = SEMANA AUN SIN MEDIR
           EXEC SQL DECLARE PRDTWPFL TABLE
               (
                   PFL_FECHA_CORRIDA     CHAR(10)      NOT NULL,
                   PFL_SEMANA            SMALLINT      NOT NULL,
                   PFL_SEMANA_INICIO     CHAR(10)      NOT NULL,
                   PFL_SEMANA_FIN        CHAR(10)      NOT NULL,
                   PFL_PRODUCTO          CHAR(2)       NOT NULL,
                   PFL_BANCO             CHAR(4)       NOT NULL,
                   PFL_VALOR_PROGRAMADO  DECIMAL(15,2) NOT NULL,
                   PFL_TASA              DECIMAL(7,4)  NOT NULL,
                   PFL_VALOR_PRONOSTICO  DECIMAL(15,2) NOT NULL,
                   PFL_VALOR_REAL        DECIMAL(15,2) NOT NULL,
                   PFL_FECHA_REAL        CHAR(10)      NOT NULL
               )
           END-EXEC.
