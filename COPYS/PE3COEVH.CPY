      *    INTERFAZ DE LA RUTINA DE MANTENIMIENTO DE HABILITACIONES
      *    PE3C0152 (PRDTWAUT), HERMANA DE CAI-PE9CCAM1: ALTA/CAMBIO/
      *    BAJA DE LA HABILITACION DE UN USUARIO CICS SOBRE UNA
      *    TRANSACCION, CON BITACORA DE VIEJO/NUEVO EN MANTLOGH. NADIE
      *    SE HABILITA A SI MISMO: EL SOLICITANTE DEBE SER OTRO
      *    USUARIO QUE EL HABILITADO (COD-RET '45'). LA BAJA LA USA
      *    TAMBIEN PE3C0154 PARA APLICAR LAS REVOCACIONES DE LA
      *    RECERTIFICACION TRIMESTRAL
       01 CAI-PE9CCAMH.
           05 AMH-ENTRADA.
              10 AMH-OPERACION     PIC X(1).
                88 AMH-OP-ALTA          VALUE 'A'.
                88 AMH-OP-CAMBIO        VALUE 'C'.
                88 AMH-OP-BAJA          VALUE 'D'.
      *       LLAVE: USUARIO CICS HABILITADO Y TRANSACCION
              10 AMH-USUARIO       PIC X(8).
              10 AMH-TRANSACCION   PIC X(4).
      *       I = CONSULTA, C = CAPTURA, A = APRUEBA
              10 AMH-NIVEL         PIC X(1).
                88 AMH-NIV-VALIDO       VALUE 'I' 'C' 'A'.
      *       EN BLANCO = TODAS LAS OFICINAS; INFORMADA DEBE EXISTIR
      *       EN PRDTWOFI (COD-RET '56')
              10 AMH-OFICINA       PIC X(4).
      *       USUARIO O PROGRAMA QUE ORIGINA EL CAMBIO
              10 AMH-SOLICITANTE   PIC X(8).
           05 AMH-SALIDA.
              10 AMH-COD-RET       PIC XX.
              10 AMH-ERROR1        PIC X(20).
              10 AMH-ERROR2        PIC X(20).
              10 AMH-MAS-SQLCODE   PIC ZZZZ.
