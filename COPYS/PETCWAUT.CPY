      *    VE Y CAPTURA DENTRO DE ELLA.
      *    AUT_NIVEL: I = CONSULTA, C = CAPTURA, A = APRUEBA
      *    AUT_OFICINA: EN BLANCO = TODAS LAS OFICINAS
      *    ALTAS, CAMBIOS Y BAJAS SOLO POR LA RUTINA PE3C0152, QUE
      *    DEJA BITACORA EN MANTLOGH; PE3C0153 LA RECERTIFICA CADA
      *    TRIMESTRE Y PE3C0154 APLICA LAS REVOCACIONES
           EXEC SQL DECLARE PRDTWAUT TABLE
               (
                   AUT_USUARIO        CHAR(8) NOT NULL,
