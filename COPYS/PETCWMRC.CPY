      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    MOTIVOS DE RECHAZO DEL DEBITO AUTOMATICO: UNA FILA POR
      *    CODIGO DE MOTIVO QUE INFORMA EL BANCO EN RESPBCO (LAS
      *    4 PRIMERAS POSICIONES DE RSP-DET-MOTIVO, VER PE3C0073).
      *    MRC_REINTENTABLE 'S' (FONDOS INSUFICIENTES Y SIMILARES)
      *    DEJA EL ITEM EN LA COLA DE RE-PRESENTACION PRDTWRPR; 'N'
      *    (CUENTA CANCELADA, ORDEN REVOCADA...) ES MOTIVO FINAL Y
      *    EL ITEM VA AL CAMINO DE COBRANZA (EXCEPCION). UN CODIGO
      *    QUE NO ESTE AQUI SE TRATA COMO FINAL. LA MANTIENE
      *    PE3C0032 (TABLA 'R')
           EXEC SQL DECLARE PRDTWMRC TABLE
               (
                   MRC_CODIGO         CHAR(4)  NOT NULL,
                   MRC_NOMBRE         CHAR(30) NOT NULL,
                   MRC_REINTENTABLE   CHAR(1)  NOT NULL
               )
           END-EXEC.
