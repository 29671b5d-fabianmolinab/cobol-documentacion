      *    EVENTO DE MANTENIMIENTO PUBLICADO POR PE3C0022 EN LA COLA
      *    PE3.MANTENIMIENTO.EVENTOS POR CADA ALTA/CAMBIO/BAJA QUE
      *    APLICA CON COD-RET '00', EN LA MISMA UNIDAD DE TRABAJO QUE
      *    EL CAMBIO EN PRDTW02 (SI EL LLAMADOR DESHACE, EL EVENTO NO
      *    SALE). LA APP DE SUCURSAL Y EL CENTRO DE LLAMADAS SE
      *    ENTERAN EN MINUTOS DE LO QUE ANTES LLEGABA AL DIA SIGUIENTE
      *    EN EL DELTACDC DE PE3C0051. TODO EN CAMPOS DE DESPLIEGUE,
      *    COMO PE3CMQ01, PARA CUALQUIER PLATAFORMA.
      *    EVT-SECUENCIA ES CONSECUTIVA POR FECHA DE NEGOCIO
      *    (PRDTWEVS), SIN HUECOS: EL CONSUMIDOR ENTREGA CADA NOCHE LO
      *    RECIBIDO EN ESTE MISMO LAYOUT Y PE3C0136 LO CUADRA CONTRA
      *    EL DELTACDC DEL DIA (CANTIDAD Y HASH) Y DETECTA HUECOS
       01 MQ-EVENTO-MANT.
           05 EVT-TIPO                       PIC X(1).
             88 EVT-TIPO-MANTENIMIENTO           VALUE 'E'.
           05 EVT-FECHA-NEGOCIO              PIC X(10).
           05 EVT-SECUENCIA                  PIC 9(9).
      *    W02_ID_MOV: EN ALTAS EL ASIGNADO A LA FILA NUEVA, EN
      *    CAMBIOS/BAJAS EL DE LA FILA AFECTADA
           05 EVT-ID-MOV                     PIC 9(13).
           05 EVT-OPERACION                  PIC X(1).
             88 EVT-OP-ALTA                      VALUE 'A'.
             88 EVT-OP-CAMBIO                    VALUE 'C'.
             88 EVT-OP-BAJA                      VALUE 'D'.
           05 EVT-CLIENTE                    PIC X(8).
           05 EVT-CONTRATO                   PIC X(18).
           05 EVT-FECHA-MOV                  PIC X(10).
      *    VALORES NUEVOS (EN LA BAJA, LOS QUE TRAJO LA SOLICITUD)
           05 EVT-VALOR                      PIC X(13).
           05 EVT-VALOR-NUM                  PIC S9(9)V99 SIGN LEADING
                                              SEPARATE.
           05 EVT-TIPO-MOV                   PIC X(1).
           05 EVT-MONEDA                     PIC X(3).
      *    VALORES ANTERIORES (EN BLANCO/CERO EN EL ALTA)
           05 EVT-ANT-VALOR                  PIC X(13).
           05 EVT-ANT-VALOR-NUM              PIC S9(9)V99 SIGN LEADING
                                              SEPARATE.
           05 EVT-ANT-TIPO-MOV               PIC X(1).
           05 EVT-ANT-MONEDA                 PIC X(3).
           05 EVT-FECHA-OPERACION            PIC X(8).
           05 EVT-HORA-OPERACION             PIC X(6).
           05 EVT-USUARIO                    PIC X(8).
           05 EVT-APROBADOR                  PIC X(8).
           05 FILLER                         PIC X(20).
