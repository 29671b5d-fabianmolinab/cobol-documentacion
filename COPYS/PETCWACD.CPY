      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    DETALLE DE LOS ACUERDOS DE PAGO (PRDTWACU): LO QUE SE
      *    ACORDO, PARA QUE EL HISTORICO NO SE PIERDA CUANDO LAS
      *    FECHAS CAMBIAN DE ESTADO.
      *    ACD_TIPO: O = FECHA VENCIDA ORIGINAL QUE EL ACUERDO
      *                  REEMPLAZA (ACD_VALOR = SU PENDIENTE AL
      *                  MOMENTO DEL ACUERDO)
      *              C = CUOTA NUEVA DEL PLAN (ACD_VALOR = VALOR DE
      *                  LA CUOTA, SEMBRADO COMO VALOR ESPERADO EN
      *                  PRDTW03)
      *    LLAVE UNICA: ACD_NUMERO + ACD_TIPO + ACD_FECHA
           EXEC SQL DECLARE PRDTWACD TABLE
               (
                   ACD_NUMERO         DECIMAL(9,0)  NOT NULL,
                   ACD_TIPO           CHAR(1)       NOT NULL,
                   ACD_FECHA          CHAR(10)      NOT NULL,
                   ACD_VALOR          DECIMAL(11,2) NOT NULL
               )
           END-EXEC.
