      *    INTERFAZ DE LA RUTINA DE COTIZACION DE PREPAGO PE3C0122:
      *    RECIBE UN CONTRATO Y UNA FECHA DE CORTE (EN BLANCO, LA
      *    FECHA DE NEGOCIO DE PE3C0060) Y DEVUELVE LO QUE EL CLIENTE
      *    DEBE PAGAR PARA CANCELAR EL CONTRATO: VALOR ESPERADO
      *    PENDIENTE DE PRDTW03, MAS LA MORA DE LAS FECHAS VENCIDAS
      *    POR TRAMOS DE PRDTWTAR, MENOS EL SALDO A FAVOR, CONVERTIDO
      *    A LA MONEDA DEL CONTRATO. LA COTIZACION QUEDA GRABADA EN
      *    PRDTWCOT CON SU NUMERO Y SU FECHA DE VENCIMIENTO.
      *    COD-RET: '00' COTIZADO, '10' DATOS INVALIDOS, '35' CONTRATO
      *    NO EXISTE, '45' CONTRATO NO ACTIVO, '30' ERROR DE TABLA
      *    O DE LA CONVERSION DE MONEDA
       01 CAI-PE9CCOT0.
           05 COT0-ENTRADA.
              10 COT0-CONTRATO        PIC X(18).
      *       FECHA DE CORTE YYYY-MM-DD; EN BLANCO, LA DE NEGOCIO
              10 COT0-FECHA-CORTE     PIC X(10).
      *       C = CICS, M = MQ, B = BATCH
              10 COT0-ORIGEN          PIC X(1).
                88 COT0-ORIGEN-VALIDO     VALUE 'C' 'M' 'B'.
           05 COT0-SALIDA.
              10 COT0-COD-RET         PIC XX.
              10 COT0-ERROR1          PIC X(20).
              10 COT0-ERROR2          PIC X(20).
              10 COT0-MAS-SQLCODE     PIC ZZZZ.
              10 COT0-NUMERO          PIC S9(9)     COMP-3.
              10 COT0-CLIENTE         PIC X(8).
              10 COT0-MONEDA          PIC X(3).
      *       FECHAS ABIERTAS Y CUANTAS DE ELLAS ESTAN VENCIDAS
              10 COT0-CANT-FECHAS     PIC S9(4)     COMP.
              10 COT0-CANT-VENCIDAS   PIC S9(4)     COMP.
      *       DESGLOSE EN PESOS
              10 COT0-VALOR-CUOTAS    PIC S9(11)V99 COMP-3.
              10 COT0-VALOR-SANCIONES PIC S9(11)V99 COMP-3.
              10 COT0-SALDO-FAVOR     PIC S9(11)V99 COMP-3.
      *       TASA COP -> MONEDA DEL CONTRATO Y TOTAL A PAGAR EN ELLA
              10 COT0-TASA            PIC S9(9)V9(6) COMP-3.
              10 COT0-VALOR-TOTAL     PIC S9(11)V99 COMP-3.
              10 COT0-FECHA-CORTE-USADA PIC X(10).
              10 COT0-FECHA-VENCE     PIC X(10).
