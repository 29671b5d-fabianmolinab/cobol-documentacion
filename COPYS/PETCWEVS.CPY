      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    CONSECUTIVO DIARIO DE LOS EVENTOS DE MANTENIMIENTO QUE
      *    PE3C0022 PUBLICA EN MQ (PE3.MANTENIMIENTO.EVENTOS, MENSAJE
      *    PE3CMQ03): UNA FILA POR FECHA DE NEGOCIO CON LA ULTIMA
      *    SECUENCIA ASIGNADA Y LA SUMA DE LOS VALORES PUBLICADOS
      *    (MISMO HASH QUE PE3C0051 DEJA EN PRDTWCDC). SE ACTUALIZA
      *    EN LA MISMA UNIDAD DE TRABAJO QUE LA FILA DE PRDTW02 Y EL
      *    MENSAJE, ASI QUE LA SECUENCIA NO TIENE HUECOS: UN HUECO EN
      *    LO RECIBIDO ES UN EVENTO PERDIDO (VER PE3C0136)
           EXEC SQL DECLARE PRDTWEVS TABLE
               (
                   EVS_FECHA          CHAR(10)      NOT NULL,
                   EVS_SECUENCIA      INTEGER       NOT NULL,
                   EVS_HASH           DECIMAL(17,2) NOT NULL
               )
           END-EXEC.
