      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    APLICACION DE PAGOS (PE3C0098): CADA MOVIMIENTO 'N' DE
      *    PRDTW02 SE REPARTE ENTRE LAS FECHAS ABIERTAS MAS VIEJAS
      *    DE PRDTW03 DEL CLIENTE/PRODUCTO, UNA FILA POR FECHA
      *    TOCADA (APL_SECUENCIA 1..N DENTRO DEL MOVIMIENTO); CADA
      *    'R' DESHACE APLICACIONES DESDE LA FECHA MAS RECIENTE Y
      *    QUEDA CON VALORES NEGATIVOS. APL_FECHA EN BLANCO ES EL
      *    REMANENTE QUE NO ENCONTRO FECHA ABIERTA (SALDO A FAVOR
      *    DEL CLIENTE/PRODUCTO). TODO MOVIMIENTO YA PROCESADO TIENE
      *    AL MENOS UNA FILA AQUI: ASI SE SABE QUE NO ES NUEVO. POR
      *    ESO PE3C0022 NO DEJA CAMBIAR NI BORRAR UN MOVIMIENTO CON
      *    FILAS AQUI (COD-RET '66'): LA CORRECCION ENTRA COMO 'R'
           EXEC SQL DECLARE PRDTWAPL TABLE
               (
                   APL_ID_MOV         DECIMAL(13,0) NOT NULL,
                   APL_SECUENCIA      SMALLINT      NOT NULL,
                   APL_CLIENTE        CHAR(8)       NOT NULL,
                   APL_PRODUCTO       CHAR(2)       NOT NULL,
                   APL_FECHA          CHAR(10)      NOT NULL,
                   APL_VALOR          DECIMAL(11,2) NOT NULL,
                   APL_TIPO_MOV       CHAR(1)       NOT NULL,
                   APL_FECHA_PROCESO  CHAR(10)      NOT NULL
               )
           END-EXEC.
