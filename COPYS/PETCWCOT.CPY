      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    COTIZACIONES DE PREPAGO: UNA FILA POR CADA LIQUIDACION DE
      *    SALDO PARA CANCELACION ANTICIPADA QUE EMITIO LA RUTINA
      *    PE3C0122 (EN LINEA POR CP26 O POR EL SERVICIO MQ PE3C0059).
      *    COT_VALOR_CUOTAS: VALOR ESPERADO PENDIENTE DE LAS FECHAS
      *    ABIERTAS DE PRDTW03; COT_VALOR_SANCIONES: MORA QUE CAUSARIAN
      *    LAS FECHAS VENCIDAS A LA FECHA DE CORTE SEGUN PRDTWTAR;
      *    COT_SALDO_FAVOR: RECAUDO SIN FECHA QUE CUBRIR (PRDTWSAL).
      *    LOS TRES EN PESOS; COT_VALOR_TOTAL ES SU NETO CONVERTIDO A
      *    COT_MONEDA (LA DEL CONTRATO) CON COT_TASA DE LA FECHA DE
      *    CORTE. UN PAGO 'N' DEL CONTRATO POR AL MENOS EL TOTAL,
      *    HECHO HASTA COT_FECHA_VENCE, LA MARCA UTILIZADA EN LA
      *    APLICACION PE3C0098 CON SU COT_ID_MOV.
      *    COT_ESTADO: V = VIGENTE, U = UTILIZADA, X = VENCIDA
      *    COT_ORIGEN: C = CICS, M = MQ, B = BATCH
           EXEC SQL DECLARE PRDTWCOT TABLE
               (
                   COT_NUMERO          DECIMAL(9,0)  NOT NULL,
                   COT_CLIENTE         CHAR(8)       NOT NULL,
                   COT_CONTRATO        CHAR(18)      NOT NULL,
                   COT_FECHA_CORTE     CHAR(10)      NOT NULL,
                   COT_MONEDA          CHAR(3)       NOT NULL,
                   COT_VALOR_CUOTAS    DECIMAL(13,2) NOT NULL,
                   COT_VALOR_SANCIONES DECIMAL(13,2) NOT NULL,
                   COT_SALDO_FAVOR     DECIMAL(13,2) NOT NULL,
                   COT_TASA            DECIMAL(15,6) NOT NULL,
                   COT_VALOR_TOTAL     DECIMAL(13,2) NOT NULL,
                   COT_FECHA_VENCE     CHAR(10)      NOT NULL,
                   COT_ESTADO          CHAR(1)       NOT NULL,
                   COT_ORIGEN          CHAR(1)       NOT NULL,
                   COT_FECHA_GEN       CHAR(10)      NOT NULL,
                   COT_ID_MOV          DECIMAL(13,0) NOT NULL
               )
           END-EXEC.
