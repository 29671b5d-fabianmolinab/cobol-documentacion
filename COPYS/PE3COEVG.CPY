      *    INTERFAZ DE LA RUTINA DE ACUERDOS DE PAGO PE3C0106
      *    (PRDTWACU/PRDTWACD), HERMANA DE CAI-PE9CCAM2:
      *    'A' ALTA: REEMPLAZA TODAS LAS FECHAS VENCIDAS SIN COBERTURA
      *        TOTAL DEL CLIENTE EN EL PRODUCTO (QUEDAN 'R',
      *        REESTRUCTURADAS) POR LAS CUOTAS DEL PLAN, QUE ENTRAN A
      *        PRDTW03 CON SU VALOR ESPERADO. DEVUELVE EL NUMERO DEL
      *        ACUERDO. TODO SE VALIDA ANTES DE TOCAR LAS TABLAS.
      *    'X' ROMPER: EL ACUERDO VIGENTE SE REVIERTE; LAS FECHAS
      *        ORIGINALES VUELVEN A 'A' Y LAS CUOTAS SIN COBERTURA
      *        TOTAL SE INACTIVAN ('I'). LO YA ABONADO A LAS CUOTAS
      *        QUEDA APLICADO A ELLAS.
      *    'C' CUMPLIR: EL ACUERDO VIGENTE QUEDA CUMPLIDO.
      *    DEJA BITACORA EN MANTLOGA. NO HACE COMMIT: UN COD-RET '30'
      *    A MITAD DE CAMINO OBLIGA AL LLAMADOR A HACER ROLLBACK
       01 CAI-PE9CCAM7.
           05 AM7-ENTRADA.
              10 AM7-OPERACION     PIC X(1).
                88 AM7-OP-ALTA          VALUE 'A'.
                88 AM7-OP-ROMPER        VALUE 'X'.
                88 AM7-OP-CUMPLIR       VALUE 'C'.
      *       SOLO PARA ROMPER Y CUMPLIR
              10 AM7-NUMERO        PIC 9(9).
              10 AM7-CLIENTE       PIC X(8).
              10 AM7-PRODUCTO      PIC XX.
      *       CONTRATO ABIERTO (PRDTWCON) DEL CLIENTE EN EL PRODUCTO
              10 AM7-CONTRATO      PIC X(18).
      *       USUARIO O PROGRAMA QUE ORIGINA EL CAMBIO
              10 AM7-USUARIO       PIC X(8).
      *       PLAN DE CUOTAS DEL ALTA, EN ORDEN DE FECHA ASCENDENTE Y
      *       TODAS POSTERIORES A LA FECHA DE NEGOCIO
              10 AM7-CANT-CUOTAS   PIC 9(2).
              10 AM7-CUOTA OCCURS 24 TIMES.
                 15 AM7-CUO-FECHA  PIC X(10).
                 15 AM7-CUO-VALOR  PIC S9(9)V99 COMP-3.
           05 AM7-SALIDA.
              10 AM7-COD-RET       PIC XX.
              10 AM7-ERROR1        PIC X(20).
              10 AM7-ERROR2        PIC X(20).
              10 AM7-MAS-SQLCODE   PIC ZZZZ.
      *       ALTA: ACUERDO ASIGNADO, FECHAS QUE REEMPLAZO Y SU SALDO
              10 AM7-NUMERO-ASIGNADO PIC 9(9).
              10 AM7-FECHAS-REEMPLAZADAS PIC 9(4).
              10 AM7-SALDO-REEMPLAZADO   PIC S9(11)V99 COMP-3.
