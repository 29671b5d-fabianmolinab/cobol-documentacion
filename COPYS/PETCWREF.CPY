      *    RESPUESTAS DE RECAUDO (PE3C0073): UNA FILA POR BANCO Y
      *    REFERENCIA PROPIA DEL BANCO. UNA RETRANSMISION DEL MISMO
      *    ARCHIVO ENCUENTRA SUS REFERENCIAS AQUI Y NO VUELVE A
      *    POSTEAR NADA.
      *    LA FILA GUARDA TAMBIEN EL RESULTADO DEL ITEM, SU FECHA DE
      *    COBRO (FECHA VALOR) Y SU VALOR, PARA QUE LA CONCILIACION
      *    DE CAJA (PE3C0103) LO CRUCE CONTRA EL EXTRACTO DEL BANCO.
      *    REF_RESULTADO: P = PAGADO Y POSTEADO, S = PAGADO A
      *    SUSPENSO (PRDTWSUS), R = RECHAZADO, M = AVISO DE
      *    CANCELACION DE MANDATO.
      *    REF_FECHA_CONCIL: FECHA VALOR CON LA QUE PE3C0103 LO
      *    ENCONTRO ABONADO EN EL EXTRACTO (EN BLANCO MIENTRAS NO)
           EXEC SQL DECLARE PRDTWREF TABLE
               (
                   REF_BANCO          CHAR(4)  NOT NULL,
                   REF_REFERENCIA     CHAR(16) NOT NULL,
                   REF_FECHA_PROCESO  CHAR(8)  NOT NULL,
                   REF_CLIENTE        CHAR(8)  NOT NULL WITH DEFAULT,
                   REF_CONTRATO       CHAR(18) NOT NULL WITH DEFAULT,
                   REF_FECHA_COBRO    CHAR(10) NOT NULL WITH DEFAULT,
                   REF_VALOR          DECIMAL(11,2)
                                               NOT NULL WITH DEFAULT,
                   REF_RESULTADO      CHAR(1)  NOT NULL WITH DEFAULT,
                   REF_FECHA_CONCIL   CHAR(10) NOT NULL WITH DEFAULT
               )
           END-EXEC.
