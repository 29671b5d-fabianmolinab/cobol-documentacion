      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    REFERENCIAS DE PAGO: UN NUMERO CONSECUTIVO POR CLIENTE,
      *    CONTRATO Y FECHA PROGRAMADA (PRDTW03). LO ASIGNA LA
      *    RUTINA PE3C0104 LA PRIMERA VEZ QUE UNA CARTA, UN ESTADO
      *    DE CUENTA O UN RECORDATORIO LO IMPRIME; EL CLIENTE LO
      *    PAGA EN CORRESPONSALES Y AGREGADORES (PSE) CON SU DIGITO
      *    DE VERIFICACION Y PE3C0105 LO RESUELVE AL POSTEAR EL
      *    ARCHIVO DE RECAUDO DEL AGREGADOR.
      *    INDICE UNICO POR PRF_NUMERO Y POR PRF_CLIENTE +
      *    PRF_CONTRATO + PRF_FECHA.
      *    PRF_FECHA_ALTA: FECHA YYYYMMDD EN QUE SE ASIGNO
           EXEC SQL DECLARE PRDTWPRF TABLE
               (
                   PRF_NUMERO         DECIMAL(11,0) NOT NULL,
                   PRF_CLIENTE        CHAR(8)       NOT NULL,
                   PRF_CONTRATO       CHAR(18)      NOT NULL,
                   PRF_FECHA          CHAR(10)      NOT NULL,
                   PRF_FECHA_ALTA     CHAR(8)       NOT NULL
               )
           END-EXEC.
