      *    LOS MESES QUE PERMANECE EN LINEA Y LOS MESES QUE DEBE
      *    CONSERVARSE ARCHIVADO. EL CORTE PERIODICO LO EJECUTA
      *    PE3C0092: LAS TABLAS SE PURGAN (PE3C0025) PERO LAS
      *    BITACORAS CRECIAN PARA SIEMPRE.
      *    LA FILA 'ESTADOS' GOBIERNA EL ARCHIVO DE ESTADOS DE CUENTA
      *    EMITIDOS (KSDS ESTARCH): PE3C0163 CONSERVA LOS PERIODOS
      *    DE LOS ULTIMOS RET_MESES_ARCHIVO MESES
           EXEC SQL DECLARE PRDTWRET TABLE
               (
                   RET_TIPO_LOG       CHAR(8)  NOT NULL,
