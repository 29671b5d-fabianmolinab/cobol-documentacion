      *   ERROR DE APERTURA/USO DE CURSOR; POR ESO NO SE LISTA '100'   *
      *   COMO ENTRADA APARTE EN ESTA TABLA                            *
      *                                                                *
      *   EL ULTIMO BYTE DE CADA ENTRADA MARCA LOS CODIGOS DE FALLA    *
      *   TRANSITORIA DE DB2 ('S'): LA EXCEPCION ABIERTA CON UNO DE    *
      *   ELLOS SE REINTENTA SOLA AL CICLO SIGUIENTE (PE3C0132); LOS   *
      *   DEMAS SON PROBLEMAS DE DATOS QUE REQUIEREN ATENCION          *
      *                                                                *
      ******************************************************************
       01 TABLA-LEYENDA-COD-RET.
           05 FILLER  PIC X(37) VALUE
              '00 OPERACION EXITOSA'.
           05 FILLER  PIC X(01) VALUE 'N'.
           05 FILLER  PIC X(37) VALUE
              '10 ERROR ABRIENDO/USANDO CURSOR SQL'.
           05 FILLER  PIC X(01) VALUE 'S'.
           05 FILLER  PIC X(37) VALUE
              '15 ERROR DE CONEXION A LA BASE DATOS'.
           05 FILLER  PIC X(01) VALUE 'S'.
           05 FILLER  PIC X(37) VALUE
              '20 OFICINA O PRODUCTO NO EXISTE EN BD'.
           05 FILLER  PIC X(01) VALUE 'N'.
           05 FILLER  PIC X(37) VALUE
              '30 ERROR LEYENDO CURSOR DE FECHAS BD'.
           05 FILLER  PIC X(01) VALUE 'S'.
           05 FILLER  PIC X(37) VALUE
              '35 NO SE ENCONTRO EL REGISTRO'.
           05 FILLER  PIC X(01) VALUE 'N'.
           05 FILLER  PIC X(37) VALUE
              '40 TABLA EN MEMORIA TRUNCADA (AVISO)'.
           05 FILLER  PIC X(01) VALUE 'N'.
           05 FILLER  PIC X(37) VALUE
              '45 VALOR INVALIDO O FUERA DE RANGO'.
           05 FILLER  PIC X(01) VALUE 'N'.
           05 FILLER  PIC X(37) VALUE
              '46 VALOR FUERA DE LIMITE DEL PRODUCTO'.
           05 FILLER  PIC X(01) VALUE 'N'.
           05 FILLER  PIC X(37) VALUE
              '50 PENDIENTE DE APROBACION SUPERVISOR'.
           05 FILLER  PIC X(01) VALUE 'N'.
           05 FILLER  PIC X(37) VALUE
              '55 CODIGO EN USO, NO SE PUEDE BORRAR'.
           05 FILLER  PIC X(01) VALUE 'N'.
           05 FILLER  PIC X(37) VALUE
              '56 CONTRATO CERRADO O NO REGISTRADO'.
           05 FILLER  PIC X(01) VALUE 'N'.
           05 FILLER  PIC X(37) VALUE
              '57 REVERSO SIN ORIGINAL O EXCEDIDO'.
           05 FILLER  PIC X(01) VALUE 'N'.
           05 FILLER  PIC X(37) VALUE
              '60 PERIODO CONTABLE CERRADO'.
           05 FILLER  PIC X(01) VALUE 'N'.
           05 FILLER  PIC X(37) VALUE
              '61 PREREQUISITO DE CADENA PENDIENTE'.
           05 FILLER  PIC X(01) VALUE 'N'.
           05 FILLER  PIC X(37) VALUE
              '62 PAGO CORTO CONTRA VALOR ESPERADO'.
           05 FILLER  PIC X(01) VALUE 'N'.
           05 FILLER  PIC X(37) VALUE
              '63 EMBARGO JUDICIAL ACTIVO'.
           05 FILLER  PIC X(01) VALUE 'N'.
           05 FILLER  PIC X(37) VALUE
              '64 PROGRAMA RETENIDO POR OPERADOR'.
           05 FILLER  PIC X(01) VALUE 'N'.
           05 FILLER  PIC X(37) VALUE
              '65 DIA DE OFICINA CERRADO'.
           05 FILLER  PIC X(01) VALUE 'N'.
           05 FILLER  PIC X(37) VALUE
              '66 MOVIMIENTO YA APLICADO A CUOTAS'.
           05 FILLER  PIC X(01) VALUE 'N'.

       01 TABLA-LEYENDA-COD-RET-R REDEFINES TABLA-LEYENDA-COD-RET.
           05 LEY-ENTRADA OCCURS 20 TIMES INDEXED BY LEY-IND.
              10 LEY-COD             PIC XX.
              10 FILLER              PIC X.
              10 LEY-DESC            PIC X(34).
              10 LEY-REINTENTO       PIC X.
                88 LEY-REINTENTABLE      VALUE 'S'.

       01 CTE-MAX-LEYENDA            PIC 9(02) VALUE 20.
