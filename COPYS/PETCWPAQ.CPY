      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    BITACORA DE DISTRIBUCION DE LOS PAQUETES POR OFICINA: UNA
      *    FILA POR FECHA DE NEGOCIO Y OFICINA CON LO QUE LLEVO EL
      *    PAQUETE PAQNNNN (REPORTES Y REGISTROS; LOS TOTALES DE
      *    CONTROL VAN POR REPORTE EN EL MANIFIESTO) Y 'N' EN CUADRE
      *    SI ALGUN DATASET NO TRAJO LO REGISTRADO EN PRDTWRDO.
      *    LA GRABA PE3C0161 CON ESTADO 'E' (ENVIADO); PE3C0162 LA
      *    PASA A 'A' CON EL ACUSE DE RECIBO DE LA OFICINA Y EN EL
      *    CHEQUEO DEL MEDIODIA ALERTA LOS QUE SIGUEN EN 'E', UNA SOLA
      *    VEZ (PAQ_ALERTADO)
           EXEC SQL DECLARE PRDTWPAQ TABLE
               (
                   PAQ_FECHA            CHAR(10)      NOT NULL,
                   PAQ_OFICINA          CHAR(4)       NOT NULL,
                   PAQ_REPORTES         INTEGER       NOT NULL,
                   PAQ_REGISTROS        INTEGER       NOT NULL,
                   PAQ_CUADRE           CHAR(1)       NOT NULL,
                   PAQ_ESTADO           CHAR(1)       NOT NULL,
                   PAQ_FECHA_ENVIO      CHAR(8)       NOT NULL,
                   PAQ_HORA_ENVIO       CHAR(6)       NOT NULL,
                   PAQ_USUARIO_ACUSE    CHAR(8)
                                        NOT NULL WITH DEFAULT,
                   PAQ_FECHA_ACUSE      CHAR(8)
                                        NOT NULL WITH DEFAULT,
                   PAQ_HORA_ACUSE       CHAR(6)
                                        NOT NULL WITH DEFAULT,
                   PAQ_ALERTADO         CHAR(1)
                                        NOT NULL WITH DEFAULT
               )
           END-EXEC.
