      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    RECLAMOS (DISPUTAS) DEL CLIENTE SOBRE SUS MOVIMIENTOS: UNA
      *    FILA POR RECLAMO RADICADO. EL RECLAMO SE HACE SOBRE UN
      *    MOVIMIENTO DE PRDTW02 (DIS_ID_MOV) O, CUANDO EL CLIENTE
      *    DICE HABER PAGADO Y EL PAGO NO APARECE, SOBRE LA FECHA
      *    PROGRAMADA (DIS_CLIENTE/DIS_PRODUCTO/DIS_FECHA, CON
      *    DIS_ID_MOV EN CERO). MIENTRAS ESTA ABIERTO, LAS SANCIONES
      *    (PE3C0067), LAS CARTAS DE COBRANZA (PE3C0075) Y LOS
      *    RECORDATORIOS (PE3C0074) NO TOCAN ESA FECHA. LO MANTIENE
      *    PE3C0112; PE3C0113 REPORTA LOS VENCIDOS.
      *    DIS_ESTADO: A = ABIERTO
      *                C = CERRADO A FAVOR DEL CLIENTE (SI HAY
      *                    MOVIMIENTO, SE GENERA SU REVERSO 'R')
      *                E = CERRADO A FAVOR DE LA ENTIDAD
      *    DIS_MOTIVO: CODIGO DEL MOTIVO DEL RECLAMO (NO RECONOCE EL
      *    COBRO, VALOR ERRADO, PAGO NO APLICADO, ETC.)
      *    DIS_FECHA: FECHA PROGRAMADA DE PRDTW03 DEL RECLAMO POR PAGO
      *    FALTANTE; EN BLANCO EN LOS RECLAMOS POR MOVIMIENTO.
      *    DIS_FECHA_APERTURA / DIS_FECHA_CIERRE: FECHA DE NEGOCIO
      *    YYYY-MM-DD (CIERRE EN BLANCO MIENTRAS ESTA ABIERTO).
      *    DIS_FECHA_LIMITE: PLAZO REGULATORIO DE RESPUESTA (15 DIAS
      *    HABILES DESDE LA APERTURA SI NO SE INFORMA OTRO).
      *    DIS_USUARIO: QUIEN HIZO EL ULTIMO CAMBIO
           EXEC SQL DECLARE PRDTWDIS TABLE
               (
                   DIS_RECLAMO        CHAR(12)      NOT NULL,
                   DIS_ID_MOV         DECIMAL(13,0) NOT NULL,
                   DIS_CLIENTE        CHAR(8)       NOT NULL,
                   DIS_PRODUCTO       CHAR(2)       NOT NULL,
                   DIS_FECHA          CHAR(10)      NOT NULL,
                   DIS_MOTIVO         CHAR(2)       NOT NULL,
                   DIS_DETALLE        CHAR(40)      NOT NULL,
                   DIS_ESTADO         CHAR(1)       NOT NULL,
                   DIS_FECHA_APERTURA CHAR(10)      NOT NULL,
                   DIS_FECHA_LIMITE   CHAR(10)      NOT NULL,
                   DIS_FECHA_CIERRE   CHAR(10)      NOT NULL,
                   DIS_USUARIO        CHAR(8)       NOT NULL
               )
           END-EXEC.
