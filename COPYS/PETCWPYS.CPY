      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    REGISTRO DE CERTIFICADOS DE PAZ Y SALVO: UNA FILA POR
      *    CONTRATO QUE EL CIERRE NOCTURNO PE3C0121 ENCONTRO PAGADO
      *    (SIN FECHAS ABIERTAS EN PRDTW03 NI NADA PENDIENTE) Y CERRO
      *    VIA PE3C0064. PYS_NUMERO ES EL CONSECUTIVO LEGAL DEL
      *    CERTIFICADO; LA REIMPRESION DEL MISMO PROGRAMA LO SACA
      *    COMO COPIA CON EL MISMO NUMERO, COMO LOS CERTIFICADOS
      *    TRIBUTARIOS DE PE3C0076 (PRDTWCER).
      *    PYS_VALOR_PAGADO: RECAUDO TOTAL DEL CONTRATO (SAL_TOTAL);
      *    PYS_FECHA_ULT_PAGO: FECHA DEL ULTIMO MOVIMIENTO.
      *    PYS_FECHA_CIERRE: FECHA DE NEGOCIO DEL CIERRE YYYY-MM-DD;
      *    PYS_CANT_COPIAS: REIMPRESIONES EMITIDAS DESPUES DEL ORIGINAL
           EXEC SQL DECLARE PRDTWPYS TABLE
               (
                   PYS_NUMERO         DECIMAL(9,0)  NOT NULL,
                   PYS_CONTRATO       CHAR(18)      NOT NULL,
                   PYS_CLIENTE        CHAR(8)       NOT NULL,
                   PYS_VALOR_PAGADO   DECIMAL(13,2) NOT NULL,
                   PYS_FECHA_ULT_PAGO CHAR(10)      NOT NULL,
                   PYS_FECHA_CIERRE   CHAR(10)      NOT NULL,
                   PYS_CANT_COPIAS    SMALLINT      NOT NULL
               )
           END-EXEC.
