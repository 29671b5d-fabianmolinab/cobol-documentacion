      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    CRUCE DE NUMEROS DE CONTRATO RENUMERADOS POR EL TRASLADO
      *    INDIVIDUAL PE3C0124: UNA FILA POR TRASLADO CON EL NUMERO
      *    VIEJO, EL NUMERO NUEVO QUE LO REEMPLAZA, EL CLIENTE Y LA
      *    FECHA DEL TRASLADO, PARA QUE LOS EXTRACTOS, CERTIFICADOS Y
      *    LA CONSULTA PE3C0084 SIGAN ENCONTRANDO LA HISTORIA BAJO EL
      *    NUMERO VIEJO. UN CONTRATO TRASLADADO DOS VECES DEJA DOS
      *    FILAS ENCADENADAS (EL NUEVO DE LA PRIMERA ES EL VIEJO DE
      *    LA SEGUNDA)
      *    XCO_MOTIVO: O = CAMBIO DE OFICINA, P = CAMBIO DE PRODUCTO,
      *                A = AMBOS
           EXEC SQL DECLARE PRDTWXCO TABLE
               (
                   XCO_CONTRATO_ANT   CHAR(18) NOT NULL,
                   XCO_CONTRATO_NVO   CHAR(18) NOT NULL,
                   XCO_CLIENTE        CHAR(8)  NOT NULL,
                   XCO_MOTIVO         CHAR(1)  NOT NULL,
                   XCO_FECHA_PROCESO  CHAR(8)  NOT NULL
               )
           END-EXEC.
