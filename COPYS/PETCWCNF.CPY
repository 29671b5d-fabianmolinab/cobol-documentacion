      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    CONFIRMACIONES DE PAGO ENVIADAS AL CLIENTE (PE3C0138): UNA
      *    FILA POR MOVIMIENTO 'N' APLICADO QUE SALIO EN NOTIFICA,
      *    CON EL CANAL USADO. CNF_ESTADO 'C' CONFIRMADO, 'R'
      *    REVERSADO: UN 'R' POSTERIOR QUE ANULA EL PAGO DEJA AQUI SU
      *    IDENTIFICADOR Y FECHA, Y SOLO SE AVISA EL REVERSO DE UN
      *    PAGO QUE TIENE FILA (AL CLIENTE NO SE LE ANULA LO QUE NUNCA
      *    SE LE CONFIRMO). LA LLAVE CNF_ID_MOV HACE QUE UNA
      *    RE-CORRIDA DE LA MISMA NOCHE NO CONFIRME DOS VECES
           EXEC SQL DECLARE PRDTWCNF TABLE
               (
                   CNF_ID_MOV         DECIMAL(13,0) NOT NULL,
                   CNF_CLIENTE        CHAR(8)       NOT NULL,
                   CNF_CONTRATO       CHAR(18)      NOT NULL,
                   CNF_FECHA_MOV      CHAR(10)      NOT NULL,
                   CNF_VALOR          DECIMAL(11,2) NOT NULL,
                   CNF_MONEDA         CHAR(3)       NOT NULL,
                   CNF_CANAL          CHAR(1)       NOT NULL,
                   CNF_FECHA_PROCESO  CHAR(10)      NOT NULL,
                   CNF_ESTADO         CHAR(1)       NOT NULL,
                   CNF_ID_REVERSO     DECIMAL(13,0)
                                      NOT NULL WITH DEFAULT,
                   CNF_FECHA_REVERSO  CHAR(10)
                                      NOT NULL WITH DEFAULT
               )
           END-EXEC.
