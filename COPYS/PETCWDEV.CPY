      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    DEVOLUCIONES DE SALDOS A FAVOR DEL CLIENTE: UNA FILA POR
      *    SALDO A FAVOR DETECTADO EN UN CONTRATO. LA SIEMBRA CADA
      *    NOCHE PE3C0118 CUANDO LO RECAUDADO (PRDTWSAL) SUPERA EL
      *    VALOR ESPERADO DE LAS FECHAS QUE CUBRE (PRDTW03) EN MAS DE
      *    LA TOLERANCIA; LA APRUEBA O RECHAZA PE3C0119 Y PE3C0120
      *    LA CONVIERTE EN ORDEN DE DEVOLUCION AL BANCO (DD DEVNNNN)
      *    Y EN AJUSTE NEGATIVO VIA PE3C0029/PE3C0022.
      *    DEV_ESTADO: P = PENDIENTE DE REVISION
      *                A = APROBADA (ESPERA LA ORDEN AL BANCO)
      *                N = NEGADA
      *                E = EMITIDA (ORDEN Y AJUSTE GENERADOS)
      *    DEV_VALOR_SALDO: SALDO A FAVOR DETECTADO.
      *    DEV_VALOR: VALOR APROBADO A DEVOLVER (HASTA EL SALDO).
           EXEC SQL DECLARE PRDTWDEV TABLE
               (
                   DEV_NUMERO           DECIMAL(9,0)  NOT NULL,
                   DEV_CLIENTE          CHAR(8)       NOT NULL,
                   DEV_CONTRATO         CHAR(18)      NOT NULL,
                   DEV_MONEDA           CHAR(3)       NOT NULL,
                   DEV_VALOR_RECAUDADO  DECIMAL(13,2) NOT NULL,
                   DEV_VALOR_CUBIERTO   DECIMAL(13,2) NOT NULL,
                   DEV_VALOR_SALDO      DECIMAL(13,2) NOT NULL,
                   DEV_VALOR            DECIMAL(13,2) NOT NULL,
                   DEV_ESTADO           CHAR(1)       NOT NULL,
                   DEV_FECHA_DETECCION  CHAR(10)      NOT NULL,
                   DEV_APROBADOR        CHAR(8)       NOT NULL,
                   DEV_FECHA_RESOLUCION CHAR(10)      NOT NULL,
                   DEV_FECHA_ORDEN      CHAR(10)      NOT NULL
               )
           END-EXEC.
