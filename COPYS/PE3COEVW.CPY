      *    FECHA POR CLIENTE/PRODUCTO. UNA FECHA QUE YA TIENE
      *    MOVIMIENTO EN PRDTW02 NO SE PUEDE BORRAR NI RE-FECHAR
      *    (COD-RET '55'), SOLO INACTIVAR, PARA QUE LA RECONCILIACION
      *    DE PE3C0021 NO EMPIECE A REPORTAR HUERFANOS AUTOINFLIGIDOS.
      *    EN LINEA LA LLAMA LA TRANSACCION CP32 (PE3C0157)
       01 CAI-PE9CCAM2.
           05 AM2-ENTRADA.
              10 AM2-OPERACION     PIC X(1).
