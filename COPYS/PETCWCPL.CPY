      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    LINEAS DE LOS COMPROBANTES DE PRDTWCPB: UNA FILA POR
      *    ASIENTO DEL ARCHIVO CONTABLE, CON EL NUMERO DE LINEA QUE
      *    VIAJA EN EL DETALLE (CNT-LINEA) Y QUE EL MAYOR DEVUELVE EN
      *    SU RESPUESTA. CPL_ESTADO: 'E' ENVIADA SIN RESPUESTA, 'A'
      *    ACEPTADA, 'R' RECHAZADA CON EL MOTIVO DEL MAYOR EN
      *    CPL_MOTIVO/CPL_DESCRIPCION. LA CONCILIACION MENSUAL
      *    (PE3C0127) EXPLICA CON LAS LINEAS NO ACEPTADAS LA
      *    DIFERENCIA ENTRE EL MAYOR Y EL AUXILIAR
           EXEC SQL DECLARE PRDTWCPL TABLE
               (
                   CPL_FECHA           CHAR(10)      NOT NULL,
                   CPL_ORIGEN          CHAR(8)       NOT NULL,
                   CPL_LINEA           INTEGER       NOT NULL,
                   CPL_CUENTA          CHAR(10)      NOT NULL,
                   CPL_NATURALEZA      CHAR(1)       NOT NULL,
                   CPL_VALOR           DECIMAL(13,2) NOT NULL,
                   CPL_FECHA_MOV       CHAR(10)      NOT NULL,
                   CPL_PRODUCTO        CHAR(2)       NOT NULL,
                   CPL_OFICINA         CHAR(4)       NOT NULL,
                   CPL_TIPO_MOV        CHAR(1)       NOT NULL,
                   CPL_ID_MOV          DECIMAL(13,0) NOT NULL,
                   CPL_ESTADO          CHAR(1)       NOT NULL,
                   CPL_MOTIVO          CHAR(4)       NOT NULL,
                   CPL_DESCRIPCION     CHAR(30)      NOT NULL
               )
           END-EXEC.
