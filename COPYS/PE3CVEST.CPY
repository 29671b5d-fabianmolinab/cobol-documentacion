      *    REGISTRO DEL ARCHIVO VSAM KSDS DE ESTADOS DE CUENTA
      *    EMITIDOS (ESTARCH), CLAVE CLIENTE/PERIODO/FECHA DE
      *    CORRIDA/LINEA: CADA ESTADO QUE SALE DE PE3C0052 QUEDA
      *    GUARDADO LINEA POR LINEA TAL COMO SE IMPRIMIO (LA LINEA 1
      *    ES EL SEPARADOR, LA 2 EL ENCABEZADO CON EL CLIENTE). LO
      *    CARGA Y DEPURA PE3C0163 (RETENCION PRDTWRET 'ESTADOS'), LO
      *    NAVEGA LA TRANSACCION PE3C0164 DESDE EL CLIENTE-360 Y LO
      *    REIMPRIME PE3C0165 COMO COPIA. EL MISMO LAYOUT SIRVE AL
      *    ARCHIVO PLANO ESTEXT QUE DEJA PE3C0052 EN CADA CORRIDA
       01 REG-VSAM-EST.
           05 VES-LLAVE.
              10 VES-CLIENTE                    PIC X(8).
      *       PERIODO DEL ESTADO (YYYY-MM DE LA FECHA DE NEGOCIO)
              10 VES-PERIODO                    PIC X(7).
      *       FECHA DE NEGOCIO DE LA CORRIDA QUE LO EMITIO
              10 VES-FECHA-CORRIDA              PIC X(10).
              10 VES-LINEA                      PIC 9(5).
           05 VES-TEXTO                         PIC X(100).
