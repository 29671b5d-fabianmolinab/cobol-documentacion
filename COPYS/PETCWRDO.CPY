      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    REGISTRO DE LOS REPORTES POR OFICINA DE LA NOCHE: UNA FILA
      *    POR FECHA DE NEGOCIO, OFICINA Y REPORTE CON EL DATASET QUE
      *    LO CONTIENE, EL PROGRAMA QUE LO GENERO, LOS REGISTROS
      *    ESCRITOS Y EL TOTAL DE CONTROL. LA GRABAN LOS PROGRAMAS QUE
      *    GENERAN SALIDAS POR OFICINA (PE3C0017 OFINNNN, PE3C0068
      *    FACNNNN, PE3C0052 SOLNNNN, PE3C0075 CARTAS) POR MEDIO DE LA
      *    RUTINA PE3C0160; LA DISTRIBUCION (PE3C0161) ARMA CON ELLA EL
      *    MANIFIESTO DEL PAQUETE DE CADA OFICINA
           EXEC SQL DECLARE PRDTWRDO TABLE
               (
                   RDO_FECHA            CHAR(10)      NOT NULL,
                   RDO_OFICINA          CHAR(4)       NOT NULL,
                   RDO_REPORTE          CHAR(8)       NOT NULL,
                   RDO_DATASET          CHAR(8)       NOT NULL,
                   RDO_PROGRAMA         CHAR(8)       NOT NULL,
                   RDO_REGISTROS        INTEGER       NOT NULL,
                   RDO_TOTAL            DECIMAL(15,2) NOT NULL
               )
           END-EXEC.
