      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    RETENCIONES DE LA CADENA PUESTAS POR EL OPERADOR DE TURNO
      *    DESDE LA TRANSACCION PE3C0133: UNA FILA POR PROGRAMA,
      *    FECHA DE PROCESO Y CICLO. MIENTRAS RTN_ESTADO ESTE EN 'H'
      *    LA RUTINA DE PRECEDENCIAS PE3C0087 NO DEJA ARRANCAR EL
      *    PROGRAMA (CODIGO '64'), AUNQUE EL PARM PIDA OMITIR LAS
      *    PRECEDENCIAS. LIBERAR NO BORRA LA FILA: LA PASA A 'L'.
      *    RTN_ESTADO: H = RETENIDO
      *                L = LIBERADO
      *    RTN_USUARIO / RTN_FECHA / RTN_HORA: QUIEN Y CUANDO HIZO
      *    EL ULTIMO CAMBIO (FECHA YYYYMMDD Y HORA HHMMSS DE MAQUINA);
      *    RTN_MOTIVO: TEXTO DEL OPERADOR. CADA CAMBIO QUEDA ADEMAS
      *    EN LA BITACORA DE INTERVENCIONES PRDTWINT
           EXEC SQL DECLARE PRDTWRTN TABLE
               (
                   RTN_PROGRAMA       CHAR(8)  NOT NULL,
                   RTN_FECHA_PROCESO  CHAR(10) NOT NULL,
                   RTN_CICLO          CHAR(2)  NOT NULL,
                   RTN_ESTADO         CHAR(1)  NOT NULL,
                   RTN_USUARIO        CHAR(8)  NOT NULL,
                   RTN_FECHA          CHAR(8)  NOT NULL,
                   RTN_HORA           CHAR(6)  NOT NULL,
                   RTN_MOTIVO         CHAR(60) NOT NULL
               )
           END-EXEC.
