      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    LIMITES DE AUTORIDAD PARA CONDONAR SANCIONES: UNA FILA POR
      *    NIVEL DE AUTORIDAD DE PRDTWAUT (AUT_NIVEL). LA TRANSACCION
      *    DE CONDONACIONES PE3C0114 SOLO DEJA APROBAR UNA SOLICITUD
      *    SI EL VALOR A CONDONAR NO SUPERA EL LIMITE DEL NIVEL DEL
      *    APROBADOR; UN NIVEL SIN FILA NO APRUEBA NADA. LA CARGA EL
      *    DBA, COMO PRDTWAUT.
      *    LCO_VALOR_MAXIMO: VALOR MAXIMO POR SOLICITUD, EN LA MONEDA
      *    DEL MOVIMIENTO SANCIONADO
           EXEC SQL DECLARE PRDTWLCO TABLE
               (
                   LCO_NIVEL          CHAR(1)       NOT NULL,
                   LCO_VALOR_MAXIMO   DECIMAL(11,2) NOT NULL
               )
           END-EXEC.
