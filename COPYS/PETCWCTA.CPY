      *    LA CUENTA DEBITO Y LA CUENTA CREDITO DEL ASIENTO. LOS
      *    REVERSOS ('R') SE ASIENTAN EN LAS MISMAS CUENTAS PERO
      *    INVERTIDAS (CONTRAPARTIDA). UN MOVIMIENTO SIN FILA QUE LO
      *    CUBRA DEJA EL COMPROBANTE RETENIDO.
      *    CTA_TIPO_MOV ADEMAS DE LOS DE PRDTW02 (N/R/A):
      *    K = CASTIGO DEL SALDO (PE3C0108: DEBITO A LA PROVISION,
      *        CREDITO A LA CARTERA)
      *    Y = RECUPERACION, PAGO 'N' SOBRE UN CONTRATO CASTIGADO
      *        (PE3C0069; SU REVERSO VA A LAS MISMAS CUENTAS
      *        INVERTIDAS)
      *    P = PROVISION DE CARTERA (PE3C0109: EL CARGO DEL MES VA
      *        DEBITO AL GASTO Y CREDITO A LA PROVISION; LA
      *        LIBERACION, A LAS MISMAS CUENTAS INVERTIDAS)
      *    F = DIFERENCIA EN CAMBIO NO REALIZADA (PE3C0125: LA
      *        GANANCIA VA DEBITO A LA POSICION Y CREDITO AL
      *        INGRESO; LA PERDIDA, A LAS MISMAS CUENTAS INVERTIDAS)
           EXEC SQL DECLARE PRDTWCTA TABLE
               (
                   CTA_PRODUCTO       CHAR(2)  NOT NULL,
