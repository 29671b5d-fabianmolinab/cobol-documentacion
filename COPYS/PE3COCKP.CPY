      *    INTERFAZ DE LA RUTINA COMUN DE CHECKPOINT/REINICIO
      *    PE3C0131 SOBRE PRDTWCKP. FUNCIONES:
      *      'L' LEER      - DEVUELVE EL PUNTO DE CONTROL DE LA LLAVE
      *                      ('10' SI NO HAY NINGUNO)
      *      'C' CONFIRMAR - GRABA LLAVE, CONTADORES Y HASH EN ESTADO
      *                      'E' Y HACE EL COMMIT DEL LLAMADOR EN LA
      *                      MISMA UNIDAD DE TRABAJO
      *      'T' TERMINAR  - IGUAL QUE 'C' PERO DEJA EL ESTADO 'T':
      *                      LA PROXIMA CORRIDA ARRANCA DE CERO
      *    CADA PROGRAMA DOCUMENTA QUE GUARDA EN CADA CONTADOR Y HASH
       01 CAI-PE9CCKP0.
           05 CKP0-ENTRADA.
              10 CKP0-FUNCION      PIC X(1).
                88 CKP0-LEER             VALUE 'L'.
                88 CKP0-CONFIRMAR        VALUE 'C'.
                88 CKP0-TERMINAR         VALUE 'T'.
              10 CKP0-PROGRAMA     PIC X(8).
              10 CKP0-FECHA-PROCESO PIC X(10).
              10 CKP0-CICLO        PIC X(2).
              10 CKP0-PARTICION    PIC X(2).
           05 CKP0-DATOS.
              10 CKP0-ESTADO       PIC X(1).
                88 CKP0-EN-CURSO         VALUE 'E'.
                88 CKP0-TERMINADO        VALUE 'T'.
              10 CKP0-LLAVE        PIC X(60).
              10 CKP0-CONFIRMADOS  PIC S9(9)  COMP-3.
              10 CKP0-CONTADOR     PIC S9(11) COMP-3 OCCURS 8 TIMES.
              10 CKP0-HASH         PIC S9(15)V99 COMP-3 OCCURS 4 TIMES.
              10 CKP0-FECHA-ACT    PIC X(8).
              10 CKP0-HORA-ACT     PIC X(6).
           05 CKP0-SALIDA.
              10 CKP0-COD-RET      PIC XX.
                88 CKP0-OK               VALUE '00'.
                88 CKP0-SIN-PUNTO        VALUE '10'.
              10 CKP0-MAS-SQLCODE  PIC ZZZZ.
