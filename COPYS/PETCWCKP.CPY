      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    PUNTOS DE CONTROL (CHECKPOINT) DE LOS LOTES QUE SE
      *    REINICIAN DESDE DONDE QUEDARON: UNA FILA POR PROGRAMA,
      *    FECHA DE PROCESO, CICLO Y PARTICION (MISMA LLAVE DE
      *    PRDTWRUN). SOLO LA RUTINA PE3C0131 DEBE TOCARLA: GRABA LA
      *    ULTIMA LLAVE CONFIRMADA, LOS CONTADORES Y LOS HASH EN
      *    CURSO EN LA MISMA UNIDAD DE TRABAJO QUE EL COMMIT DEL
      *    LLAMADOR, ASI LA FILA NUNCA VA ADELANTE NI ATRAS DE LO
      *    REALMENTE CONFIRMADO EN LA BASE.
      *    CKP_ESTADO: E = EN CURSO (SE PUEDE REINICIAR),
      *                T = TERMINADO
      *    EL SIGNIFICADO DE CADA CONTADOR Y HASH LO FIJA CADA
      *    PROGRAMA (VER SU INTERFAZ CON PE3C0131)
           EXEC SQL DECLARE PRDTWCKP TABLE
               (
                   CKP_PROGRAMA       CHAR(8)       NOT NULL,
                   CKP_FECHA_PROCESO  CHAR(10)      NOT NULL,
                   CKP_CICLO          CHAR(2)       NOT NULL,
                   CKP_PARTICION      CHAR(2)       NOT NULL,
                   CKP_ESTADO         CHAR(1)       NOT NULL,
                   CKP_LLAVE          CHAR(60)      NOT NULL,
                   CKP_CONFIRMADOS    DECIMAL(9,0)  NOT NULL,
                   CKP_CONTADOR_01    DECIMAL(11,0) NOT NULL,
                   CKP_CONTADOR_02    DECIMAL(11,0) NOT NULL,
                   CKP_CONTADOR_03    DECIMAL(11,0) NOT NULL,
                   CKP_CONTADOR_04    DECIMAL(11,0) NOT NULL,
                   CKP_CONTADOR_05    DECIMAL(11,0) NOT NULL,
                   CKP_CONTADOR_06    DECIMAL(11,0) NOT NULL,
                   CKP_CONTADOR_07    DECIMAL(11,0) NOT NULL,
                   CKP_CONTADOR_08    DECIMAL(11,0) NOT NULL,
                   CKP_HASH_01        DECIMAL(17,2) NOT NULL,
                   CKP_HASH_02        DECIMAL(17,2) NOT NULL,
                   CKP_HASH_03        DECIMAL(17,2) NOT NULL,
                   CKP_HASH_04        DECIMAL(17,2) NOT NULL,
                   CKP_FECHA_ACT      CHAR(8)       NOT NULL,
                   CKP_HORA_ACT       CHAR(6)       NOT NULL
               )
           END-EXEC.
