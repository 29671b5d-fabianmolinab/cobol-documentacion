      *    INTERFAZ DE LA RUTINA DE EMBARGOS JUDICIALES PE3C0116
      *    (PRDTWEMB), HERMANA DE CAI-PE9CCAM6:
      *    'A' ALTA: REGISTRA LA ORDEN DEL JUZGADO SOBRE UN CLIENTE
      *        (CONTRATO EN BLANCO) O SOBRE UNO DE SUS CONTRATOS.
      *    'C' CAMBIO: VALOR ORDENADO Y FECHAS DE UN EMBARGO ACTIVO.
      *    'D' BAJA: NO BORRA LA FILA, LEVANTA EL EMBARGO ('L') CON LA
      *        FECHA DE LEVANTAMIENTO (LA DE NEGOCIO SI VIENE EN
      *        BLANCO).
      *    MIENTRAS UN EMBARGO ESTA VIGENTE PE3C0064, PE3C0079 Y
      *    PE3C0022 RECHAZAN CON COD-RET '63'. DEJA BITACORA EN
      *    MANTLOGE
       01 CAI-PE9CCAM8.
           05 AM8-ENTRADA.
              10 AM8-OPERACION     PIC X(1).
                88 AM8-OP-ALTA          VALUE 'A'.
                88 AM8-OP-CAMBIO        VALUE 'C'.
                88 AM8-OP-BAJA          VALUE 'D'.
              10 AM8-JUZGADO       PIC X(10).
              10 AM8-PROCESO       PIC X(23).
              10 AM8-CLIENTE       PIC X(8).
              10 AM8-CONTRATO      PIC X(18).
              10 AM8-VALOR         PIC S9(11)V99 COMP-3.
      *       YYYY-MM-DD
              10 AM8-FECHA-EFECTIVA PIC X(10).
              10 AM8-FECHA-LEVANTA  PIC X(10).
      *       USUARIO O PROGRAMA QUE ORIGINA EL CAMBIO
              10 AM8-USUARIO       PIC X(8).
           05 AM8-SALIDA.
              10 AM8-COD-RET       PIC XX.
              10 AM8-ERROR1        PIC X(20).
              10 AM8-ERROR2        PIC X(20).
              10 AM8-MAS-SQLCODE   PIC ZZZZ.
