      *    INTERFAZ DE LA RUTINA DE REFERENCIAS DE PAGO PE3C0104.
      *    LA REFERENCIA SON 12 DIGITOS: 11 DEL CONSECUTIVO DE
      *    PRDTWPRF MAS UN DIGITO DE VERIFICACION MODULO 11 (PESOS
      *    2 A 7 DE DERECHA A IZQUIERDA).
      *    OPERACION 'G': DEVUELVE LA REFERENCIA DEL CLIENTE,
      *    CONTRATO Y FECHA PROGRAMADA (LA ASIGNA SI NO EXISTE). SIN
      *    CONTRATO, LO RESUELVE DE PRDTWCON CON EL PRODUCTO (EL
      *    CONTRATO ACTIVO O DORMANTE MAS RECIENTE DEL CLIENTE).
      *    OPERACION 'R': VALIDA EL DIGITO DE LA REFERENCIA RECIBIDA
      *    Y DEVUELVE EL CLIENTE, CONTRATO Y FECHA QUE IDENTIFICA.
      *    COD-RET: 00 OK, 10 DATOS INVALIDOS, 30 ERROR SQL,
      *    35 REFERENCIA NO EXISTE, 45 DIGITO DE VERIFICACION
      *    ERRADO, 56 CLIENTE SIN CONTRATO VIGENTE DEL PRODUCTO
       01 CAI-PE9CRPG0.
           05 RPG0-ENTRADA.
              10 RPG0-OPERACION    PIC X(1).
                88 RPG0-OP-GENERAR       VALUE 'G'.
                88 RPG0-OP-RESOLVER      VALUE 'R'.
              10 RPG0-CLIENTE      PIC X(8).
              10 RPG0-CONTRATO     PIC X(18).
              10 RPG0-PRODUCTO     PIC X(2).
              10 RPG0-FECHA        PIC X(10).
              10 RPG0-REFERENCIA   PIC X(12).
              10 RPG0-REF-PARTES REDEFINES RPG0-REFERENCIA.
                 15 RPG0-REF-NUMERO  PIC 9(11).
                 15 RPG0-REF-DV      PIC 9(1).
           05 RPG0-SALIDA.
              10 RPG0-COD-RET      PIC XX.
              10 RPG0-ERROR1       PIC X(20).
              10 RPG0-MAS-SQLCODE  PIC ZZZZ.
