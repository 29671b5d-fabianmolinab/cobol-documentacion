      *    RUN_CICLO PERMITE MAS DE UN CORTE POR FECHA DE NEGOCIO
      *    (EL DE MEDIODIA ES '01' Y EL NOCTURNO '02'; LAS CADENAS DE
      *    UN SOLO CORTE SIGUEN EN '01'): CADA CICLO TIENE SU PROPIA
      *    FILA Y EL CANDADO DE DOBLE SUMISION APLICA POR CICLO.
      *    EL OPERADOR DE TURNO (TRANSACCION PE3C0133, BITACORA EN
      *    PRDTWINT) PUEDE DEJAR UNA CORRIDA 'F' O 'P' EN 'C'
      *    (COMPLETADA A LA FUERZA) Y MARCAR UN PROGRAMA 'O'
      *    (OMITIDO); AMBOS CUENTAN COMO TERMINADOS PARA LAS
      *    PRECEDENCIAS (PE3C0087) Y PARA EL CANDADO DE DOBLE SUMISION
           EXEC SQL DECLARE PRDTWRUN TABLE
               (
                   RUN_PROGRAMA       CHAR(8)  NOT NULL,
