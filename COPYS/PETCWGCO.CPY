      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    GESTIONES DE COBRANZA: UNA FILA POR CONTACTO QUE EL
      *    GESTOR REGISTRA EN CP24 (PE3C0111): QUIEN LLAMO A QUIEN,
      *    CUANDO, QUE RESULTO Y, SI HUBO PROMESA, POR CUANTO Y PARA
      *    CUANDO. LA COLA NOCTURNA PE3C0110 EVALUA LAS PROMESAS
      *    VENCIDAS CONTRA LOS PAGOS (PRDTW02) RECIBIDOS ENTRE LA
      *    GESTION Y LA FECHA PROMETIDA.
      *    GCO_FECHA: FECHA YYYY-MM-DD DE LA GESTION
      *    GCO_RESULTADO: N = NO CONTESTA, P = PROMESA DE PAGO,
      *    R = SE NIEGA A PAGAR, E = NUMERO ERRADO
      *    GCO_ESTADO: ' ' NO APLICA (SIN PROMESA), P = PROMESA
      *    PENDIENTE, C = CUMPLIDA, I = INCUMPLIDA
      *    GCO_PAGADO / GCO_FECHA_EVALUACION: LO QUE ENCONTRO
      *    PE3C0110 AL EVALUAR LA PROMESA Y EN QUE FECHA DE NEGOCIO
           EXEC SQL DECLARE PRDTWGCO TABLE
               (
                   GCO_CLIENTE          CHAR(8)       NOT NULL,
                   GCO_FECHA            CHAR(10)      NOT NULL,
                   GCO_HORA             CHAR(6)       NOT NULL,
                   GCO_GESTOR           CHAR(8)       NOT NULL,
                   GCO_OFICINA          CHAR(4)       NOT NULL,
                   GCO_RESULTADO        CHAR(1)       NOT NULL,
                   GCO_FECHA_PROMESA    CHAR(10)      NOT NULL,
                   GCO_VALOR_PROMESA    DECIMAL(13,2) NOT NULL,
                   GCO_ESTADO           CHAR(1)       NOT NULL,
                   GCO_PAGADO           DECIMAL(13,2) NOT NULL,
                   GCO_FECHA_EVALUACION CHAR(10)      NOT NULL
               )
           END-EXEC.
