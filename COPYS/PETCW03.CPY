      *    PE3C0033); CERO = SIN VALOR DECLARADO, LAS RUTAS VIEJAS
      *    SIGUEN INSERTANDO SIN LA COLUMNA (WITH DEFAULT). CON EL,
      *    PE3C0096 DETECTA LOS PAGOS CORTOS QUE ANTES SOLO SE VEIAN
      *    CUANDO EL CLIENTE RECLAMABA SU SALDO.
      *    W03_VALOR_APLICADO / W03_COBERTURA: LOS MANTIENE SOLO LA
      *    APLICACION DE PAGOS PE3C0098 (DETALLE EN PRDTWAPL).
      *    COBERTURA ' ' SIN APLICAR, 'P' PARCIAL, 'T' TOTAL; UNA
      *    FECHA SIN VALOR ESPERADO QUEDA 'T' CON EL PRIMER PAGO QUE
      *    LA ALCANZA. ENVEJECIMIENTO, COBRANZA, SANCIONES Y PAGOS
      *    CORTOS LEEN ESTA RESPUESTA EN VEZ DE ADIVINARLA
      *    W03_ESTADO: 'A' ACTIVA, 'I' INACTIVA, 'R' REESTRUCTURADA
      *    (REEMPLAZADA POR LAS CUOTAS DE UN ACUERDO DE PAGO, VER
      *    PRDTWACU/PE3C0106; VUELVE A 'A' SI EL ACUERDO SE ROMPE),
      *    'K' CASTIGADA (SALDO PENDIENTE LLEVADO A CASTIGO CON EL
      *    CONTRATO, VER PRDTWCAS/PE3C0108)
           EXEC SQL DECLARE PRDTW03 TABLE
               (
                   W03_CLIENTE        CHAR(8)  NOT NULL,
                   W03_FECHA          CHAR(10) NOT NULL,
                   W03_ESTADO         CHAR(1)  NOT NULL,
                   W03_VALOR_ESPERADO DECIMAL(11,2)
                                      NOT NULL WITH DEFAULT,
                   W03_VALOR_APLICADO DECIMAL(11,2)
                                      NOT NULL WITH DEFAULT,
                   W03_COBERTURA      CHAR(1)
                                      NOT NULL WITH DEFAULT
               )
           END-EXEC.
