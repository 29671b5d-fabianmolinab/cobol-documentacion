      *    INTERFAZ DE LA RUTINA DE PRECEDENCIAS PE3C0087: RECIBE EL
      *    PROGRAMA QUE QUIERE ARRANCAR Y LA FECHA DE PROCESO, Y
      *    VERIFICA QUE CADA PREREQUISITO DE PRDTWDEP TENGA CORRIDA
      *    'T' EN PRDTWRUN PARA ESA FECHA (PARTICION '00'); LAS
      *    CORRIDAS 'C' (COMPLETADA A LA FUERZA) Y 'O' (OMITIDA) POR
      *    EL OPERADOR TAMBIEN CUENTAN COMO TERMINADAS.
      *    COD-RET: '00' PUEDE ARRANCAR, '61' PREREQUISITO PENDIENTE
      *    (EL PRIMERO QUE FALLO VIAJA EN DEP0-PREREQUISITO CON SU
      *    ESTADO), '64' EL PROPIO PROGRAMA ESTA RETENIDO POR EL
      *    OPERADOR EN PRDTWRTN PARA LA FECHA Y CICLO, '30' ERROR DE
      *    TABLA. EL PARM DE OMISION LO HONRAN LOS LLAMADORES
      *    PASANDO DEP0-OMITIR-PRECED EN 'S': LA RUTINA NO MIRA
      *    PRDTWDEP PERO LA RETENCION SE HONRA IGUAL
       01 CAI-PE9CDEP0.
           05 DEP0-ENTRADA.
              10 DEP0-PROGRAMA      PIC X(8).
              10 DEP0-FECHA-PROCESO PIC X(10).
      *       CICLO DEL CORTE INTRADIA; EN BLANCO SE ASUME '01'
              10 DEP0-CICLO         PIC X(2).
      *       'S' = OMISION CONSCIENTE DE PRECEDENCIAS POR PARM
              10 DEP0-OMITIR-PRECED PIC X(1).
                88 DEP0-SI-OMITIR       VALUE 'S'.
           05 DEP0-SALIDA.
              10 DEP0-COD-RET       PIC XX.
              10 DEP0-PREREQUISITO  PIC X(8).
      *       ESTADO ENCONTRADO DEL PREREQUISITO ('?' = SIN CORRIDA,
      *       'H' = PROGRAMA RETENIDO, CON EL MISMO PROGRAMA EN
      *       DEP0-PREREQUISITO)
              10 DEP0-ESTADO        PIC X(1).
              10 DEP0-MAS-SQLCODE   PIC ZZZZ.
