      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    MANDATOS DE DEBITO AUTOMATICO: LA AUTORIZACION DEL CLIENTE
      *    PARA DEBITAR SU CUENTA EN EL BANCO DEL CONTRATO
      *    (POSICIONES 1-4, VER ENT-DET-BANCO EN PE3CCENT). UNA FILA
      *    POR CONTRATO; LA MANTIENE PE3C0102 CON BITACORA EN
      *    MANTLOGD. PE3C0072 SOLO ORDENA FECHAS CUYO CONTRATO TENGA
      *    MANDATO ACTIVO Y VIGENTE EN LA FECHA DE COBRO, Y PE3C0073
      *    CIERRA EL MANDATO CUANDO EL BANCO AVISA SU CANCELACION.
      *    MAN_ESTADO: P = PENDIENTE (FIRMADO, SIN CONFIRMAR EL BANCO)
      *                A = ACTIVO
      *                C = CANCELADO (POR EL CLIENTE O AVISO DEL BANCO)
      *                V = VENCIDO (PASO MAN_FECHA_HASTA)
      *    MAN_FECHA_HASTA: '9999-12-31' = SIN VENCIMIENTO
      *    MAN_FECHA_CAMBIO/MAN_USUARIO: ULTIMO CAMBIO Y QUIEN LO HIZO
           EXEC SQL DECLARE PRDTWMAN TABLE
               (
                   MAN_CONTRATO       CHAR(18) NOT NULL,
                   MAN_CLIENTE        CHAR(8)  NOT NULL,
                   MAN_BANCO          CHAR(4)  NOT NULL,
                   MAN_CUENTA         CHAR(20) NOT NULL,
                   MAN_ESTADO         CHAR(1)  NOT NULL,
                   MAN_FECHA_DESDE    CHAR(10) NOT NULL,
                   MAN_FECHA_HASTA    CHAR(10) NOT NULL,
                   MAN_FECHA_CAMBIO   CHAR(8)  NOT NULL,
                   MAN_USUARIO        CHAR(8)  NOT NULL
               )
           END-EXEC.
