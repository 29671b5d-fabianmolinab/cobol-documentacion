      *    ALTA/CAMBIO/BAJA DE UN CODIGO DE CLIENTE CON SU NOMBRE,
      *    DOCUMENTO Y DATOS DE CONTACTO. LA BAJA VALIDA QUE EL
      *    CODIGO NO ESTE REFERENCIADO POR MOVIMIENTOS DE PRDTW02 NI
      *    FECHAS PROGRAMADAS DE PRDTW03 (COD-RET '55'). EN LINEA LA
      *    LLAMA LA TRANSACCION CP30 (PE3C0155)
       01 CAI-PE9CCAM3.
           05 AM3-ENTRADA.
              10 AM3-OPERACION     PIC X(1).
