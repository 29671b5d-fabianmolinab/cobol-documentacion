      *    INTERFAZ DE LA RUTINA DE CANAL DE CONTACTO PE3C0140.
      *    EL LLAMADOR PASA EL CANAL PEDIDO Y LOS DATOS DE CONTACTO
      *    VIGENTES QUE LEYO DE PRDTWCLI; LA RUTINA LOS CRUZA CONTRA
      *    LOS REBOTES DE PRDTWVCT Y DEVUELVE EL CANAL POR EL QUE SE
      *    DEBE ENVIAR:
      *    CANAL 'S' O 'E' (MENSAJERIA): EL PREFERIDO SI SU DATO ES
      *    VALIDO, SI NO EL OTRO CANAL DE MENSAJERIA SI EL SUYO LO ES,
      *    Y SI NINGUNO 'L' (LLAMADA DE LA SUCURSAL).
      *    CANAL 'D' (CARTA): 'D' SI LA DIRECCION ES VALIDA, SI NO 'L'.
      *    UN DATO ES VALIDO SI NO ESTA EN BLANCO Y NO TIENE FILA 'I'
      *    EN PRDTWVCT CON ESE MISMO DATO.
      *    COD-RET: 00 OK, 10 DATOS INVALIDOS, 30 ERROR SQL
       01 CAI-PE9CVCT0.
           05 VCT0-ENTRADA.
              10 VCT0-CLIENTE      PIC X(8).
              10 VCT0-CANAL        PIC X(1).
                88 VCT0-CANAL-MENSAJERIA VALUE 'S' 'E'.
                88 VCT0-CANAL-CARTA      VALUE 'D'.
              10 VCT0-TELEFONO     PIC X(15).
              10 VCT0-EMAIL        PIC X(40).
              10 VCT0-DIRECCION    PIC X(40).
           05 VCT0-SALIDA.
              10 VCT0-CANAL-ENVIO  PIC X(1).
                88 VCT0-ENVIO-LLAMADA    VALUE 'L'.
              10 VCT0-TELEFONO-OK  PIC X(1).
              10 VCT0-EMAIL-OK     PIC X(1).
              10 VCT0-DIRECCION-OK PIC X(1).
              10 VCT0-COD-RET      PIC XX.
              10 VCT0-ERROR1       PIC X(20).
              10 VCT0-MAS-SQLCODE  PIC ZZZZ.
