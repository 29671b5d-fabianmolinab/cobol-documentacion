      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    REGISTRO DE COMPROBANTES CONTABLES ENVIADOS AL MAYOR: UNA
      *    FILA POR FECHA DEL COMPROBANTE Y PROGRAMA QUE LO GENERO
      *    (CPB_ORIGEN, HOY PE3C0069), CON LA CANTIDAD DE LINEAS Y
      *    LOS TOTALES DEL REGISTRO DE CONTROL. LA GRABA EL GENERADOR
      *    (UN REPROCESO DE LA MISMA FECHA LA REEMPLAZA CON SUS
      *    LINEAS) Y LA ACTUALIZA PE3C0126 CON LA RESPUESTA DEL MAYOR.
      *    CPB_ESTADO: 'E' ENVIADO SIN RESPUESTA, 'H' RETENIDO (EL
      *    GENERADOR TERMINO EN RC 8 Y NO SE TRANSMITE), 'A' ACEPTADO,
      *    'R' RECHAZADO COMPLETO, 'P' ACEPTADO CON LINEAS RECHAZADAS.
      *    CPB_FECHA_RESPUESTA: YYYYMMDD DE LA ULTIMA RESPUESTA
           EXEC SQL DECLARE PRDTWCPB TABLE
               (
                   CPB_FECHA           CHAR(10)      NOT NULL,
                   CPB_ORIGEN          CHAR(8)       NOT NULL,
                   CPB_CANT_LINEAS     INTEGER       NOT NULL,
                   CPB_TOTAL_DEBITO    DECIMAL(15,2) NOT NULL,
                   CPB_TOTAL_CREDITO   DECIMAL(15,2) NOT NULL,
                   CPB_ESTADO          CHAR(1)       NOT NULL,
                   CPB_LINEAS_RECHAZO  INTEGER       NOT NULL,
                   CPB_FECHA_RESPUESTA CHAR(8)       NOT NULL
               )
           END-EXEC.
