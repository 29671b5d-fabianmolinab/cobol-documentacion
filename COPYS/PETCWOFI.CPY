      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    OFI_REGION: REGION COMERCIAL A LA QUE PERTENECE LA OFICINA
      *    (LA MANTIENE PE3C0032); EL TABLERO DE EFICIENCIA DE
      *    RECAUDO PE3C0149 CONSOLIDA POR ELLA. EN BLANCO LA OFICINA
      *    QUEDA SIN REGION
           EXEC SQL DECLARE PRDTWOFI TABLE
               (
                   OFI_CODIGO         CHAR(4)  NOT NULL,
                   OFI_NOMBRE         CHAR(30) NOT NULL,
                   OFI_REGION         CHAR(4)  NOT NULL WITH DEFAULT
               )
           END-EXEC.
