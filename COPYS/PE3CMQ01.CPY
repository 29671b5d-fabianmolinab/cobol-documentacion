           05 RSM-LEYENDA                    PIC X(34).
           05 RSM-ERROR1                     PIC X(20).
           05 RSM-ERROR2                     PIC X(20).

      *    SOLICITUD DE COTIZACION DE PREPAGO POR MQ (MISMO CANAL): EL
      *    PRIMER BYTE 'L' (LIQUIDACION) LA DISTINGUE. SE ENRUTA A LA
      *    RUTINA PE3C0122, LA MISMA DE LA PANTALLA CP26, Y LA
      *    COTIZACION QUEDA GRABADA CON ORIGEN 'M'. LA FECHA DE CORTE
      *    EN BLANCO ES LA FECHA DE NEGOCIO
       01 MQ-SOLICITUD-COT.
           05 SOC-TIPO                       PIC X(1).
             88 SOC-TIPO-COTIZACION              VALUE 'L'.
           05 SOC-CONTRATO                   PIC X(18).
           05 SOC-FECHA-CORTE                PIC X(10).
           05 SOC-ORIGEN                     PIC X(8).

      *    DESGLOSE EN PESOS; TOTAL EN LA MONEDA DEL CONTRATO
       01 MQ-RESPUESTA-COT.
           05 RSC-COD-RET                    PIC X(2).
           05 RSC-LEYENDA                    PIC X(34).
           05 RSC-NUMERO                     PIC 9(9).
           05 RSC-CLIENTE                    PIC X(8).
           05 RSC-CONTRATO                   PIC X(18).
           05 RSC-FECHA-CORTE                PIC X(10).
           05 RSC-MONEDA                     PIC X(3).
           05 RSC-CANT-FECHAS                PIC 9(4).
           05 RSC-CANT-VENCIDAS              PIC 9(4).
           05 RSC-VALOR-CUOTAS               PIC S9(11)V99 SIGN LEADING
                                              SEPARATE.
           05 RSC-VALOR-SANCIONES            PIC S9(11)V99 SIGN LEADING
                                              SEPARATE.
           05 RSC-SALDO-FAVOR                PIC S9(11)V99 SIGN LEADING
                                              SEPARATE.
           05 RSC-TASA                       PIC S9(9)V9(6) SIGN LEADING
                                              SEPARATE.
           05 RSC-VALOR-TOTAL                PIC S9(11)V99 SIGN LEADING
                                              SEPARATE.
           05 RSC-FECHA-VENCE                PIC X(10).
           05 RSC-ERROR1                     PIC X(20).
           05 RSC-ERROR2                     PIC X(20).
