      *    (A ACTIVO, C CERRADO, B BLOQUEADO, D DORMANTE) Y FECHA
      *    DE APERTURA.
      *    EL CAMBIO SOLO TOCA EL ESTADO; LA BAJA VALIDA QUE EL
      *    CONTRATO NO TENGA MOVIMIENTOS EN PRDTW02 (COD-RET '55').
      *    EN LINEA LA LLAMA LA TRANSACCION CP31 (PE3C0156)
       01 CAI-PE9CCAM4.
           05 AM4-ENTRADA.
              10 AM4-OPERACION     PIC X(1).
