      *    REGISTRO DE LA BITACORA DE MANTENIMIENTO DE CLIENTES
      *    (MANTLOGC) QUE ESCRIBE PE3C0063 POR CADA OPERACION SOBRE
      *    PRDTWCLI. EL FILTRO DIARIO DE LISTAS RESTRICTIVAS
      *    (PE3C0144) LO LEE PARA REVISAR LOS CLIENTES CREADOS O
      *    CAMBIADOS EN EL DIA
       01 REG-MANTLOGC.
           05 LOG-OPERACION                     PIC X(1).
             88 LOG-OP-ALTA                          VALUE 'A'.
             88 LOG-OP-CAMBIO                        VALUE 'C'.
             88 LOG-OP-BAJA                          VALUE 'D'.
           05 LOG-CODIGO                        PIC X(8).
           05 LOG-NOMBRE                        PIC X(40).
           05 LOG-DOCUMENTO                     PIC X(15).
           05 LOG-COD-RET                       PIC XX.
           05 LOG-FECHA-PROCESO                 PIC X(8).
           05 LOG-HORA-PROCESO                  PIC X(6).
