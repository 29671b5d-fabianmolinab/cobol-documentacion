      *    INTERFAZ DE LA RUTINA DE RESOLUCION DE DEVOLUCIONES
      *    PE3C0119 (PRDTWDEV), HERMANA DE CAI-PE9CCAM8:
      *    'A' APROBAR: LA DEVOLUCION PENDIENTE QUEDA APROBADA POR
      *        EL VALOR INDICADO (CERO = TODO EL SALDO A FAVOR), QUE
      *        NO PUEDE SUPERAR EL SALDO DETECTADO. CON EMBARGO
      *        JUDICIAL VIGENTE SOBRE EL CLIENTE O EL CONTRATO SE
      *        RECHAZA CON COD-RET '63'.
      *    'N' NEGAR: LA DEVOLUCION PENDIENTE QUEDA NEGADA.
      *    DEJA BITACORA EN MANTLOGV
       01 CAI-PE9CCAM9.
           05 AM9-ENTRADA.
              10 AM9-OPERACION     PIC X(1).
                88 AM9-OP-APROBAR       VALUE 'A'.
                88 AM9-OP-NEGAR         VALUE 'N'.
              10 AM9-NUMERO        PIC 9(9).
              10 AM9-VALOR         PIC S9(11)V99 COMP-3.
      *       USUARIO QUE RESUELVE (QUEDA COMO DEV_APROBADOR)
              10 AM9-USUARIO       PIC X(8).
           05 AM9-SALIDA.
              10 AM9-COD-RET       PIC XX.
              10 AM9-ERROR1        PIC X(20).
              10 AM9-ERROR2        PIC X(20).
              10 AM9-MAS-SQLCODE   PIC ZZZZ.
      *       VALOR FINALMENTE APROBADO
              10 AM9-VALOR-APROBADO PIC S9(11)V99 COMP-3.
