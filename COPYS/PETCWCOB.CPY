      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    COLA DE COBRANZA DEL DIA: UNA FILA POR CLIENTE VENCIDO,
      *    CON SU OFICINA (LA DEL CONTRATO MAS RECIENTE), EL GESTOR
      *    ASIGNADO Y SU POSICION EN LA COLA DE LA OFICINA. LA
      *    RECONSTRUYE CADA NOCHE PE3C0110: PRIMERO LAS PROMESAS
      *    INCUMPLIDAS, LUEGO LA DEUDA MAS VIEJA Y LA MAS GRANDE. LA
      *    TRANSACCION CP24 (PE3C0111) LA MUESTRA AL GESTOR Y MARCA
      *    COMO GESTIONADO EL CLIENTE AL CAPTURAR EL RESULTADO (EL
      *    DETALLE DEL CONTACTO QUEDA EN PRDTWGCO).
      *    COB_GESTOR: EN BLANCO SI LA OFICINA NO TIENE GESTORES
      *    COB_PROMESA_ROTA: S = SU ULTIMA GESTION FUE UNA PROMESA
      *    INCUMPLIDA, N = NO
      *    COB_ESTADO: P = PENDIENTE DE GESTION, G = GESTIONADO
      *    COB_RESULTADO: EL DE LA ULTIMA GESTION DEL DIA (VER
      *    GCO_RESULTADO), EN BLANCO SI AUN NO SE GESTIONA
           EXEC SQL DECLARE PRDTWCOB TABLE
               (
                   COB_CLIENTE         CHAR(8)       NOT NULL,
                   COB_OFICINA         CHAR(4)       NOT NULL,
                   COB_GESTOR          CHAR(8)       NOT NULL,
                   COB_POSICION        SMALLINT      NOT NULL,
                   COB_PROMESA_ROTA    CHAR(1)       NOT NULL,
                   COB_FECHA_MAS_VIEJA CHAR(10)      NOT NULL,
                   COB_DIAS_ATRASO     SMALLINT      NOT NULL,
                   COB_SALDO           DECIMAL(13,2) NOT NULL,
                   COB_FECHA_COLA      CHAR(10)      NOT NULL,
                   COB_ESTADO          CHAR(1)       NOT NULL,
                   COB_RESULTADO       CHAR(1)       NOT NULL
               )
           END-EXEC.
