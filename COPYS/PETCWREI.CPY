      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    COLA DE REIMPRESIONES DE ESTADOS DE CUENTA ARCHIVADOS: LA
      *    SUCURSAL ESCOGE EN LA PANTALLA PE3C0164 UN ESTADO YA
      *    EMITIDO (KSDS ESTARCH) Y PF5 DEJA AQUI LA SOLICITUD CON SU
      *    OFICINA Y USUARIO. PE3C0165 LA ATIENDE EN LA NOCHE
      *    REPRODUCIENDO EL ESTADO TAL COMO SALIO, MARCADO COMO COPIA,
      *    Y LA PASA A 'A' CON SU FECHA; SI EL ESTADO YA NO ESTA EN
      *    EL ARCHIVO (RETENCION) QUEDA EN 'X'.
      *    REI_ESTADO: P = PENDIENTE, A = ATENDIDA, X = NO ARCHIVADO
           EXEC SQL DECLARE PRDTWREI TABLE
               (
                   REI_CLIENTE         CHAR(8)  NOT NULL,
                   REI_PERIODO         CHAR(7)  NOT NULL,
                   REI_FECHA_CORRIDA   CHAR(10) NOT NULL,
                   REI_OFICINA         CHAR(4)  NOT NULL,
                   REI_USUARIO         CHAR(8)  NOT NULL,
                   REI_FECHA_SOL       CHAR(8)  NOT NULL,
                   REI_HORA_SOL        CHAR(6)  NOT NULL,
                   REI_ESTADO          CHAR(1)  NOT NULL,
                   REI_FECHA_ATEN      CHAR(8)  NOT NULL
               )
           END-EXEC.
