      *    MOVIMIENTOS CONTRA CONTRATOS CERRADOS, BLOQUEADOS O NO
      *    REGISTRADOS (COD-RET '56'). PE3C0078 DUERME ('D') LOS
      *    ACTIVOS SIN MOVIMIENTO EN N MESES Y REPORTA COMO REVISION
      *    LOS DORMANTES QUE VUELVEN A RECIBIR MOVIMIENTO. PE3C0121
      *    CIERRA ('C') CADA NOCHE LOS ACTIVOS YA PAGADOS Y LES EMITE
      *    EL PAZ Y SALVO (VER PRDTWPYS). PE3C0150 AGRUPA LOS
      *    CONTRATOS POR MES DE APERTURA EN COSECHAS (PRDTWVIN).
      *    PE3C0124 RENUMERA UN SOLO CONTRATO (TRASLADO DE OFICINA O
      *    DE PRODUCTO) Y DEJA EL NUMERO VIEJO EN EL CRUCE PRDTWXCO.
      *    CON_ESTADO: A = ACTIVO, C = CERRADO, B = BLOQUEADO,
      *                D = DORMANTE, K = CASTIGADO
      *    EL CASTIGADO LO MARCA SOLO EL CASTIGO MENSUAL PE3C0108
      *    (VER PRDTWCAS): SALE DE COBRANZA, DEBITOS Y AVISOS, PERO
      *    SIGUE RECIBIENDO PAGOS, QUE EL COMPROBANTE PE3C0069
      *    CONTABILIZA COMO RECUPERACION
           EXEC SQL DECLARE PRDTWCON TABLE
               (
                   CON_CONTRATO       CHAR(18) NOT NULL,
