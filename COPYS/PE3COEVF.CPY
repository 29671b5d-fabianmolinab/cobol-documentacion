      *    INTERFAZ DE LA RUTINA DE MANTENIMIENTO DE TABLAS MAESTRAS
      *    PE3C0032 (PRDTWOFI, PRDTWPRD, PRDTWBCO, PRDTWFAM Y
      *    PRDTWMRC), HERMANA DE
      *    CAI-PE9CCAM0: ALTA/CAMBIO/BAJA DE UN CODIGO DE OFICINA,
      *    DE PRODUCTO O DE BANCO CON SU NOMBRE. LA BAJA VALIDA QUE
      *    EL CODIGO NO ESTE REFERENCIADO POR MOVIMIENTOS NI FECHAS
                88 AM1-TABLA-PRODUCTO   VALUE 'P'.
                88 AM1-TABLA-BANCO      VALUE 'B'.
                88 AM1-TABLA-FAMILIA    VALUE 'M'.
                88 AM1-TABLA-MOTIVO     VALUE 'R'.
              10 AM1-OPERACION     PIC X(1).
                88 AM1-OP-ALTA          VALUE 'A'.
                88 AM1-OP-CAMBIO        VALUE 'C'.
      *       FAMILIA DEL PRODUCTO (SOLO TABLA 'P'): CODIGO DE
      *       PRDTWFAM; EN BLANCO EL PRODUCTO QUEDA SIN CLASIFICAR
              10 AM1-FAMILIA       PIC X(2).
      *       MOTIVO DE RECHAZO REINTENTABLE (SOLO TABLA 'R'); EN
      *       BLANCO SE ASUME MOTIVO FINAL
              10 AM1-REINTENTABLE  PIC X(1).
                88 AM1-MRC-REINTENTABLE VALUE 'S'.
      *       TOPE DE RE-PRESENTACIONES DEL DEBITO (SOLO TABLA 'P')
              10 AM1-MAX-REINTENTOS PIC 9(2).
      *       DIAS DE ATRASO PARA PROPONER EL CASTIGO (SOLO TABLA
      *       'P'); EN CERO EL CASTIGO TOMA 180 DIAS
              10 AM1-DIAS-CASTIGO  PIC 9(3).
      *       REGION COMERCIAL DE LA OFICINA (SOLO TABLA 'O'); EN
      *       BLANCO LA OFICINA QUEDA SIN REGION
              10 AM1-REGION        PIC X(4).
           05 AM1-SALIDA.
              10 AM1-COD-RET       PIC XX.
              10 AM1-ERROR1        PIC X(20).
