      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    GESTORES DE COBRANZA: UNA FILA POR USUARIO CICS CON SU
      *    OFICINA Y SU ROL. LA COLA NOCTURNA PE3C0110 REPARTE LOS
      *    CLIENTES VENCIDOS DE CADA OFICINA ENTRE SUS GESTORES
      *    ACTIVOS EN TURNO ROTATIVO (ORDEN DE GES_USUARIO), Y AVISA
      *    LAS PROMESAS INCUMPLIDAS AL SUPERVISOR DE LA OFICINA.
      *    GES_ROL: G = GESTOR, S = SUPERVISOR
      *    GES_ESTADO: A = ACTIVO, I = INACTIVO (NO RECIBE COLA)
           EXEC SQL DECLARE PRDTWGES TABLE
               (
                   GES_USUARIO        CHAR(8)  NOT NULL,
                   GES_OFICINA        CHAR(4)  NOT NULL,
                   GES_NOMBRE         CHAR(30) NOT NULL,
                   GES_ROL            CHAR(1)  NOT NULL,
                   GES_ESTADO         CHAR(1)  NOT NULL
               )
           END-EXEC.
