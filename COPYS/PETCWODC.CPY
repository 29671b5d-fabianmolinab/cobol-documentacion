      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    CONTROL DEL DIA DE OFICINA: UNA FILA POR OFICINA Y FECHA
      *    DE NEGOCIO CON SU ESTADO ('A' ABIERTO, 'C' CERRADO). EL
      *    CIERRE SOLO PASA POR LA TRANSACCION CP33 (PE3C0158), QUE
      *    GRABA EL SUPERVISOR QUE CONFIRMO, LO CAPTURADO SEGUN
      *    PRDTWODO, LO DECLARADO EN EFECTIVO Y COMPROBANTES Y LA
      *    DIFERENCIA. CON EL DIA CERRADO PE3C0022 RECHAZA LAS ALTAS
      *    Y CAMBIOS DE LA CAPTURA DE OFICINA (CP20) DE ESA OFICINA Y
      *    FECHA CON COD-RET '65'; LOS PASOS BATCH, EL SUPERVISOR, LA
      *    SUSPENSION Y LAS CONDONACIONES SIGUEN POSTEANDO.
      *    UN DIA SIN FILA SE CONSIDERA ABIERTO; PE3C0159 LISTA CADA
      *    NOCHE LAS OFICINAS QUE NO CERRARON
           EXEC SQL DECLARE PRDTWODC TABLE
               (
                   ODC_OFICINA          CHAR(4)       NOT NULL,
                   ODC_FECHA            CHAR(10)      NOT NULL,
                   ODC_ESTADO           CHAR(1)       NOT NULL,
                   ODC_SUPERVISOR       CHAR(8)       NOT NULL,
                   ODC_FECHA_CIERRE     CHAR(8)       NOT NULL,
                   ODC_HORA_CIERRE      CHAR(6)       NOT NULL,
                   ODC_TOTAL_CAPTURADO  DECIMAL(13,2) NOT NULL,
                   ODC_TOTAL_DECLARADO  DECIMAL(13,2) NOT NULL,
                   ODC_DIFERENCIA       DECIMAL(13,2) NOT NULL
               )
           END-EXEC.
