      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    PALABRAS DE LOS NOMBRES DE LAS LISTAS RESTRICTIVAS: UNA
      *    FILA POR PALABRA SIGNIFICATIVA DE CADA REGISTRO DE
      *    PRDTWLST (SIN PARTICULAS COMO DE, DEL, LA, Y). LA CARGA
      *    JUNTO CON PRDTWLST EL FILTRO PE3C0144, QUE BUSCA POR
      *    LPA_PALABRA LOS REGISTROS QUE COMPARTEN PALABRAS CON EL
      *    NOMBRE DE UN CLIENTE (INDICE POR LPA_PALABRA)
           EXEC SQL DECLARE PRDTWLPA TABLE
               (
                   LPA_PALABRA         CHAR(20)      NOT NULL,
                   LPA_LISTA           CHAR(1)       NOT NULL,
                   LPA_ID              CHAR(15)      NOT NULL
               )
           END-EXEC.
