           05 MUE-REPLYTOQMGR                PIC X(48).
      *    EL MENSAJE ORIGINAL CRUDO, TAL COMO LLEGO (EL BUFFER DE
      *    80 DEL SERVIDOR): EL REENCOLADO DE PE3C0089 LO DEVUELVE
      *    BYTE A BYTE, SEA CONSULTA, MANTENIMIENTO ('M') O
      *    COTIZACION ('L'); LOS
      *    REDEFINES SON SOLO VISTAS DE LECTURA PARA EL REPORTE
           05 MUE-MENSAJE-ORIGINAL           PIC X(80).
      *    VISTA DE CONSULTA (LAYOUT MQ-SOLICITUD DE PE3CMQ01)
              10 MUE-MAN-CLIENTE             PIC X(8).
              10 MUE-MAN-CONTRATO            PIC X(18).
              10 FILLER                      PIC X(52).
      *    VISTA DE COTIZACION DE PREPAGO (LAYOUT MQ-SOLICITUD-COT)
           05 MUE-SOLICITUD-COT REDEFINES MUE-MENSAJE-ORIGINAL.
              10 MUE-COT-TIPO                PIC X(1).
                88 MUE-ES-COTIZACION             VALUE 'L'.
              10 MUE-COT-CONTRATO            PIC X(18).
              10 MUE-COT-FECHA-CORTE         PIC X(10).
              10 FILLER                      PIC X(51).
