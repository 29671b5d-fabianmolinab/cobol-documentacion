      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    TOTALES DEL DIA DE OFICINA POR OPERADOR: PE3C0022 SUMA
      *    CADA OPERACION APLICADA QUE VIENE DE LA CAPTURA DE
      *    OFICINA CP20/PE3C0046 (AM0-ORIGEN-CAPTURA) EN LA MISMA
      *    UNIDAD DE TRABAJO QUE LA FILA DE PRDTW02; LOS PASOS BATCH,
      *    EL SUPERVISOR, LA SUSPENSION Y LAS CONDONACIONES NO
      *    SUMAN. LA LLAVE ES LA OFICINA DEL CONTRATO
      *    (POSICIONES 5 A 8), LA FECHA DEL MOVIMIENTO Y EL USUARIO
      *    QUE QUEDA EN LOG-USUARIO DE MANTLOG. ODO_VALOR ES EL NETO
      *    (BAJA RESTA, CAMBIO SUMA LA DIFERENCIA). EFECTIVO,
      *    COMPROBANTES Y DIFERENCIA LOS GRABA EL CIERRE (PE3C0158)
           EXEC SQL DECLARE PRDTWODO TABLE
               (
                   ODO_OFICINA          CHAR(4)       NOT NULL,
                   ODO_FECHA            CHAR(10)      NOT NULL,
                   ODO_USUARIO          CHAR(8)       NOT NULL,
                   ODO_CANTIDAD         INTEGER       NOT NULL,
                   ODO_VALOR            DECIMAL(13,2) NOT NULL,
                   ODO_EFECTIVO         DECIMAL(13,2)
                                        NOT NULL WITH DEFAULT,
                   ODO_COMPROBANTES     DECIMAL(13,2)
                                        NOT NULL WITH DEFAULT,
                   ODO_DIFERENCIA       DECIMAL(13,2)
                                        NOT NULL WITH DEFAULT
               )
           END-EXEC.
