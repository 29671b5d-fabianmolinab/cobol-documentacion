      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    ACUERDOS DE PAGO SOBRE SALDOS VENCIDOS: UNA FILA POR
      *    ACUERDO NEGOCIADO CON EL CLIENTE PARA UN PRODUCTO. LO CREA
      *    LA RUTINA PE3C0106, QUE MARCA LAS FECHAS VENCIDAS DE
      *    PRDTW03 COMO REESTRUCTURADAS ('R') Y GENERA LAS CUOTAS
      *    NUEVAS; EL DETALLE DE AMBAS QUEDA EN PRDTWACD. MIENTRAS EL
      *    ACUERDO ESTA VIGENTE, LAS SANCIONES (PE3C0067) Y LAS
      *    CARTAS DE COBRANZA (PE3C0075) NO TOCAN AL CLIENTE EN ESE
      *    PRODUCTO. EL CONTROL NOCTURNO PE3C0107 LO DA POR CUMPLIDO
      *    O, SI UNA CUOTA SUPERA LOS DIAS DE GRACIA, LO DA POR ROTO
      *    Y LO REVIERTE.
      *    ACU_ESTADO: V = VIGENTE
      *                C = CUMPLIDO (TODAS LAS CUOTAS CUBIERTAS)
      *                X = ROTO Y REVERTIDO
      *    A LO SUMO UN ACUERDO VIGENTE POR CLIENTE Y PRODUCTO.
      *    ACU_SALDO_ORIGINAL: PENDIENTE DE LAS FECHAS REEMPLAZADAS
      *    (VALOR ESPERADO MENOS APLICADO); ACU_VALOR_ACORDADO: SUMA
      *    DE LAS CUOTAS NUEVAS.
      *    ACU_FECHA_ALTA / ACU_FECHA_ESTADO: FECHA DE NEGOCIO
      *    YYYY-MM-DD; ACU_USUARIO: QUIEN HIZO EL ULTIMO CAMBIO
           EXEC SQL DECLARE PRDTWACU TABLE
               (
                   ACU_NUMERO         DECIMAL(9,0)  NOT NULL,
                   ACU_CLIENTE        CHAR(8)       NOT NULL,
                   ACU_PRODUCTO       CHAR(2)       NOT NULL,
                   ACU_CONTRATO       CHAR(18)      NOT NULL,
                   ACU_OFICINA        CHAR(4)       NOT NULL,
                   ACU_ESTADO         CHAR(1)       NOT NULL,
                   ACU_FECHA_ALTA     CHAR(10)      NOT NULL,
                   ACU_SALDO_ORIGINAL DECIMAL(11,2) NOT NULL,
                   ACU_VALOR_ACORDADO DECIMAL(11,2) NOT NULL,
                   ACU_CANT_CUOTAS    SMALLINT      NOT NULL,
                   ACU_FECHA_ESTADO   CHAR(10)      NOT NULL,
                   ACU_USUARIO        CHAR(8)       NOT NULL
               )
           END-EXEC.
