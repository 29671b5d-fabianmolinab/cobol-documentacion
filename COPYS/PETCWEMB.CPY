      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    REGISTRO DE EMBARGOS JUDICIALES SOBRE CLIENTES Y CONTRATOS:
      *    UNA FILA POR ORDEN (JUZGADO + PROCESO) Y POR CLIENTE O
      *    CONTRATO EMBARGADO. LA MANTIENE PE3C0116.
      *    EMB_CONTRATO EN BLANCO: EL EMBARGO CUBRE TODOS LOS
      *    CONTRATOS DEL CLIENTE.
      *    EMB_VALOR: VALOR ORDENADO POR EL JUZGADO.
      *    EMB_ESTADO: 'A' ACTIVO, 'L' LEVANTADO. UN EMBARGO ESTA
      *    VIGENTE SI ESTA 'A' Y LA FECHA DE NEGOCIO CAE ENTRE
      *    EMB_FECHA_EFECTIVA (INCLUSIVE) Y EMB_FECHA_LEVANTA
      *    (EXCLUSIVE, '9999-12-31' SI NO TIENE LEVANTAMIENTO).
           EXEC SQL DECLARE PRDTWEMB TABLE
               (
                   EMB_JUZGADO         CHAR(10)      NOT NULL,
                   EMB_PROCESO         CHAR(23)      NOT NULL,
                   EMB_CLIENTE         CHAR(8)       NOT NULL,
                   EMB_CONTRATO        CHAR(18)      NOT NULL,
                   EMB_VALOR           DECIMAL(13,2) NOT NULL,
                   EMB_FECHA_EFECTIVA  CHAR(10)      NOT NULL,
                   EMB_FECHA_LEVANTA   CHAR(10)      NOT NULL,
                   EMB_ESTADO          CHAR(1)       NOT NULL,
                   EMB_FECHA_CAMBIO    CHAR(8)       NOT NULL,
                   EMB_USUARIO         CHAR(8)       NOT NULL
               )
           END-EXEC.
