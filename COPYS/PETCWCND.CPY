      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    SOLICITUDES DE CONDONACION DE SANCIONES: UNA FILA POR
      *    SOLICITUD SOBRE UN AJUSTE DE SANCION DE PRDTW02 (AJUSTE
      *    'A' POSITIVO DE PE3C0067, CND_ID_MOV). LA RADICA Y LA
      *    RESUELVE LA TRANSACCION PE3C0114: QUIEN APRUEBA DEBE SER
      *    OTRO USUARIO CON NIVEL DE APROBACION Y LIMITE SUFICIENTE
      *    EN PRDTWLCO. AL APROBAR SE REGISTRA EN PRDTW02, POR
      *    PE3C0022, UN AJUSTE 'A' NEGATIVO POR CND_VALOR CON FECHA
      *    DE LA APROBACION. PE3C0115 REPORTA LO CONDONADO EN EL MES.
      *    CND_ESTADO: S = SOLICITADA (PENDIENTE DE APROBACION)
      *                A = APROBADA Y REGISTRADA EN PRDTW02
      *                N = NEGADA
      *    CND_NUMERO: CONSECUTIVO DE LA SOLICITUD.
      *    CND_OFICINA: OFICINA DEL CONTRATO (POSICIONES 5 A 8).
      *    CND_VALOR_SANCION: VALOR DE LA SANCION AL RADICAR;
      *    CND_VALOR: VALOR A CONDONAR (TOTAL O PARCIAL), NUNCA MAYOR
      *    QUE LO QUE FALTA POR CONDONAR DE LA SANCION.
      *    CND_MOTIVO: CODIGO DEL MOTIVO DE LA CONDONACION;
      *    CND_DETALLE: TEXTO LIBRE DEL SOLICITANTE.
      *    CND_FECHA_SOLICITUD / CND_FECHA_RESOLUCION: FECHA
      *    YYYY-MM-DD (RESOLUCION EN BLANCO MIENTRAS ESTA EN 'S');
      *    CND_APROBADOR: QUIEN LA APROBO O LA NEGO
           EXEC SQL DECLARE PRDTWCND TABLE
               (
                   CND_NUMERO           DECIMAL(9,0)  NOT NULL,
                   CND_ID_MOV           DECIMAL(13,0) NOT NULL,
                   CND_CLIENTE          CHAR(8)       NOT NULL,
                   CND_CONTRATO         CHAR(18)      NOT NULL,
                   CND_OFICINA          CHAR(4)       NOT NULL,
                   CND_MONEDA           CHAR(3)       NOT NULL,
                   CND_VALOR_SANCION    DECIMAL(11,2) NOT NULL,
                   CND_VALOR            DECIMAL(11,2) NOT NULL,
                   CND_MOTIVO           CHAR(2)       NOT NULL,
                   CND_DETALLE          CHAR(40)      NOT NULL,
                   CND_ESTADO           CHAR(1)       NOT NULL,
                   CND_SOLICITANTE      CHAR(8)       NOT NULL,
                   CND_FECHA_SOLICITUD  CHAR(10)      NOT NULL,
                   CND_APROBADOR        CHAR(8)       NOT NULL,
                   CND_FECHA_RESOLUCION CHAR(10)      NOT NULL
               )
           END-EXEC.
