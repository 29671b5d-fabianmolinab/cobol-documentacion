      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    HISTORIA DEL TABLERO MENSUAL DE EFICIENCIA DE RECAUDO POR
      *    OFICINA: UNA FILA POR PERIODO (YYYY-MM) Y OFICINA. LA
      *    GRABA PE3C0149 (UN REPROCESO DEL MISMO PERIODO LA
      *    REEMPLAZA) Y LA RELEE PARA COMPARAR CONTRA LOS TRES
      *    PERIODOS ANTERIORES.
      *    EFI_VALOR_ESPERADO: W03_VALOR_ESPERADO DE LAS FECHAS QUE
      *    VENCIERON EN EL MES; EFI_VALOR_RECAUDADO: LO APLICADO A
      *    ESAS FECHAS HASTA EL CORTE; EFI_VALOR_A_TIEMPO: LO
      *    APLICADO A MAS TARDAR EL DIA DE CADA FECHA (PRDTWAPL).
      *    EFI_PCT_A_TIEMPO: A TIEMPO SOBRE ESPERADO, EN PORCENTAJE.
      *    EFI_CANT_FECHAS / EFI_SUMA_DIAS: FECHAS DEL MES CON VALOR
      *    ESPERADO Y SUS DIAS DE ATRASO SUMADOS (HASTA LA ULTIMA
      *    APLICACION SI SE CUBRIO, HASTA EL CORTE SI NO);
      *    EFI_DIAS_PROMEDIO ES SU COCIENTE.
      *    EFI_VENCIDO_30/60/90/MAS90: SALDO PENDIENTE AL CORTE DE
      *    LAS FECHAS VENCIDAS POR TRAMO DE ATRASO DE CADA FECHA;
      *    EFI_VENCIDO_CASTIGADO: EL DE LAS FECHAS CASTIGADAS.
      *    EFI_POSICION: PUESTO DE LA OFICINA EN EL PERIODO (1 = LA
      *    DE MEJOR PORCENTAJE A TIEMPO)
           EXEC SQL DECLARE PRDTWEFI TABLE
               (
                   EFI_PERIODO           CHAR(7)       NOT NULL,
                   EFI_OFICINA           CHAR(4)       NOT NULL,
                   EFI_REGION            CHAR(4)       NOT NULL,
                   EFI_VALOR_ESPERADO    DECIMAL(15,2) NOT NULL,
                   EFI_VALOR_RECAUDADO   DECIMAL(15,2) NOT NULL,
                   EFI_VALOR_A_TIEMPO    DECIMAL(15,2) NOT NULL,
                   EFI_PCT_A_TIEMPO      DECIMAL(5,2)  NOT NULL,
                   EFI_CANT_FECHAS       DECIMAL(9,0)  NOT NULL,
                   EFI_SUMA_DIAS         DECIMAL(11,0) NOT NULL,
                   EFI_DIAS_PROMEDIO     DECIMAL(5,1)  NOT NULL,
                   EFI_VENCIDO_30        DECIMAL(15,2) NOT NULL,
                   EFI_VENCIDO_60        DECIMAL(15,2) NOT NULL,
                   EFI_VENCIDO_90        DECIMAL(15,2) NOT NULL,
                   EFI_VENCIDO_MAS90     DECIMAL(15,2) NOT NULL,
                   EFI_VENCIDO_CASTIGADO DECIMAL(15,2) NOT NULL,
                   EFI_POSICION          DECIMAL(5,0)  NOT NULL,
                   EFI_FECHA_CALCULO     CHAR(10)      NOT NULL
               )
           END-EXEC.
