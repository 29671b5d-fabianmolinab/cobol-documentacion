      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    REGISTRO DE CASTIGOS DE CARTERA: UNA FILA POR CONTRATO
      *    PROPUESTO O CASTIGADO POR EL PROCESO MENSUAL PE3C0108. LA
      *    PROPUESTA ('P') SALE DE LOS DIAS DE ATRASO DE LA FECHA
      *    PENDIENTE MAS VIEJA DE PRDTW03 CONTRA PRD_DIAS_CASTIGO DEL
      *    PRODUCTO; CADA PROPUESTA NUEVA REEMPLAZA LAS ANTERIORES NO
      *    APROBADAS. AL APROBARSE ('K') EL CONTRATO QUEDA CASTIGADO
      *    EN PRDTWCON, SUS FECHAS PENDIENTES EN 'K' Y EL SALDO SE
      *    CONTABILIZA CON EL MAPA PRDTWCTA (TIPO 'K').
      *    CAS_ESTADO: P = PROPUESTO, K = CASTIGADO
      *    CAS_FECHA_MAS_VIEJA: FECHA PENDIENTE MAS VIEJA AL PROPONER
      *    CAS_SALDO: PENDIENTE (ESPERADO MENOS APLICADO) DE TODAS
      *    LAS FECHAS ACTIVAS SIN COBERTURA TOTAL; AL CASTIGAR SE
      *    RECALCULA CON LO QUE HAYA LLEGADO DESDE LA PROPUESTA
      *    CAS_FECHA_PROPUESTA / CAS_FECHA_CASTIGO: FECHA DE NEGOCIO
      *    YYYY-MM-DD; CAS_USUARIO: QUIEN APROBO EL CASTIGO
           EXEC SQL DECLARE PRDTWCAS TABLE
               (
                   CAS_CONTRATO        CHAR(18)      NOT NULL,
                   CAS_CLIENTE         CHAR(8)       NOT NULL,
                   CAS_PRODUCTO        CHAR(2)       NOT NULL,
                   CAS_OFICINA         CHAR(4)       NOT NULL,
                   CAS_ESTADO          CHAR(1)       NOT NULL,
                   CAS_FECHA_MAS_VIEJA CHAR(10)      NOT NULL,
                   CAS_DIAS_ATRASO     SMALLINT      NOT NULL,
                   CAS_SALDO           DECIMAL(13,2) NOT NULL,
                   CAS_FECHA_PROPUESTA CHAR(10)      NOT NULL,
                   CAS_FECHA_CASTIGO   CHAR(10)      NOT NULL,
                   CAS_USUARIO         CHAR(8)       NOT NULL
               )
           END-EXEC.
