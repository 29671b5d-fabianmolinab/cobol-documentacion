      *    INTERFAZ DE LA RUTINA DE MANTENIMIENTO DE MANDATOS DE
      *    DEBITO AUTOMATICO PE3C0102 (PRDTWMAN), HERMANA DE
      *    CAI-PE9CCAM1: ALTA/CAMBIO/BAJA DEL MANDATO DE UN CONTRATO
      *    CON BITACORA EN MANTLOGD. LA BAJA NO BORRA LA FILA: DEJA
      *    EL MANDATO CANCELADO, PARA QUE QUEDE EL RASTRO DE QUE
      *    AUTORIZO EL CLIENTE Y HASTA CUANDO. EL ALTA EXIGE UN
      *    CONTRATO REGISTRADO Y ABIERTO EN PRDTWCON (COD-RET '56')
       01 CAI-PE9CCAM6.
           05 AM6-ENTRADA.
              10 AM6-OPERACION     PIC X(1).
                88 AM6-OP-ALTA          VALUE 'A'.
                88 AM6-OP-CAMBIO        VALUE 'C'.
                88 AM6-OP-BAJA          VALUE 'D'.
              10 AM6-CONTRATO      PIC X(18).
      *       EN BLANCO SE TOMA EL CLIENTE DEL CONTRATO (PRDTWCON)
              10 AM6-CLIENTE       PIC X(8).
      *       CUENTA DEL CLIENTE EN EL BANCO DEL CONTRATO
              10 AM6-CUENTA        PIC X(20).
      *       EN BLANCO EN EL ALTA SE ASUME PENDIENTE
              10 AM6-ESTADO        PIC X(1).
                88 AM6-EST-VALIDO       VALUE 'P' 'A' 'C' 'V'.
              10 AM6-FECHA-DESDE   PIC X(10).
      *       EN BLANCO SE ASUME SIN VENCIMIENTO ('9999-12-31')
              10 AM6-FECHA-HASTA   PIC X(10).
      *       USUARIO O PROGRAMA QUE ORIGINA EL CAMBIO
              10 AM6-USUARIO       PIC X(8).
           05 AM6-SALIDA.
              10 AM6-COD-RET       PIC XX.
              10 AM6-ERROR1        PIC X(20).
              10 AM6-ERROR2        PIC X(20).
              10 AM6-MAS-SQLCODE   PIC ZZZZ.
