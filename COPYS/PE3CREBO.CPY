      *    REGISTRO DE RETROALIMENTACION DE ENVIOS FALLIDOS (120
      *    POSICIONES), MISMO FORMATO PARA LOS DOS PROVEEDORES: LOS
      *    REBOTES DE SMS Y CORREO QUE DEVUELVE LA PLATAFORMA DE
      *    MENSAJERIA (ARCHIVO REBOTES, AVISOS DE NOTIFICA DE PE3C0074
      *    Y PE3C0138) Y LAS CARTAS QUE DEVUELVE EL BURO DE IMPRESION
      *    (ARCHIVO DEVUELTA, CARTAS DE PE3C0075). LO CARGA PE3C0139.
      *    REB-DESTINO ES EL TELEFONO, CORREO O DIRECCION AL QUE SE
      *    ENVIO, TAL COMO SALIO EN EL AVISO O LA CARTA
       01 REG-REBOTE.
           05 REB-CLIENTE                    PIC X(8).
           05 REB-CANAL                      PIC X(1).
             88 REB-CANAL-SMS                     VALUE 'S'.
             88 REB-CANAL-EMAIL                   VALUE 'E'.
             88 REB-CANAL-DIRECCION               VALUE 'D'.
           05 REB-DESTINO                    PIC X(40).
           05 REB-FECHA-ENVIO                PIC X(10).
      *    AVISO QUE FALLO: 'P' RECORDATORIO PREVIO, 'C' CONFIRMACION
      *    DE PAGO, 'R' REVERSO DE PAGO, 'K' CARTA DE COBRANZA; LA
      *    REFERENCIA ES LA DE PAGO DEL RECORDATORIO O DE LA CARTA, O
      *    EL IDENTIFICADOR DEL MOVIMIENTO DE LA CONFIRMACION
           05 REB-TIPO-AVISO                 PIC X(1).
             88 REB-AVISO-VALIDO                  VALUE 'P' 'C' 'R'
                                                        'K'.
           05 REB-REFERENCIA                 PIC X(13).
      *    MOTIVO DEL PROVEEDOR (NUMERO INEXISTENTE, BUZON LLENO,
      *    DIRECCION DESCONOCIDA...) Y SU DESCRIPCION
           05 REB-MOTIVO                     PIC X(2).
           05 REB-DESCRIPCION                PIC X(30).
           05 FILLER                         PIC X(15).
