      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    HISTORIA DEL ANALISIS DE COSECHAS (VINTAGE): UNA FILA POR
      *    MES DE APERTURA DEL CONTRATO (CON_FECHA_APERTURA), FAMILIA
      *    DEL PRODUCTO (PRD_FAMILIA, '??' SIN CLASIFICAR) Y PERIODO
      *    DE OBSERVACION. LA GRABA PE3C0150 CADA MES SOLO PARA EL
      *    PERIODO QUE CIERRA (LA DIAGONAL NUEVA DEL TRIANGULO; UN
      *    REPROCESO DEL MISMO PERIODO LA REEMPLAZA) Y LA RELEE
      *    COMPLETA PARA IMPRIMIR EL TRIANGULO Y EL CSV.
      *    VIN_MESES_LIBRO: MESES ENTRE LA APERTURA Y EL PERIODO
      *    (0 = EL MISMO MES DE APERTURA).
      *    VIN_CONTRATOS: CONTRATOS DE LA COSECHA, CUALQUIERA SEA SU
      *    ESTADO (LOS CERRADOS SIGUEN CONTANDO EN LA BASE).
      *    VIN_MORA_30 / VIN_MORA_90: CONTRATOS CUYA FECHA PENDIENTE
      *    MAS VIEJA DE PRDTW03 (ACTIVA O CASTIGADA, SIN COBERTURA
      *    TOTAL) TIENE MAS DE 30 / MAS DE 90 DIAS DE ATRASO AL CORTE.
      *    VIN_CASTIGADOS: CONTRATOS EN ESTADO 'K' AL CORTE.
      *    VIN_PCT_xxx: CADA CANTIDAD SOBRE VIN_CONTRATOS, EN
      *    PORCENTAJE
           EXEC SQL DECLARE PRDTWVIN TABLE
               (
                   VIN_COHORTE           CHAR(7)       NOT NULL,
                   VIN_FAMILIA           CHAR(2)       NOT NULL,
                   VIN_PERIODO           CHAR(7)       NOT NULL,
                   VIN_MESES_LIBRO       SMALLINT      NOT NULL,
                   VIN_CONTRATOS         DECIMAL(9,0)  NOT NULL,
                   VIN_MORA_30           DECIMAL(9,0)  NOT NULL,
                   VIN_MORA_90           DECIMAL(9,0)  NOT NULL,
                   VIN_CASTIGADOS        DECIMAL(9,0)  NOT NULL,
                   VIN_PCT_MORA_30       DECIMAL(5,2)  NOT NULL,
                   VIN_PCT_MORA_90       DECIMAL(5,2)  NOT NULL,
                   VIN_PCT_CASTIGO       DECIMAL(5,2)  NOT NULL,
                   VIN_FECHA_CALCULO     CHAR(10)      NOT NULL
               )
           END-EXEC.
