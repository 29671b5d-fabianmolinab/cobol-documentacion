      *    ARCHIVO DE RECERTIFICACION TRIMESTRAL DE HABILITACIONES
      *    (RECERT): LO GENERA PE3C0153, UN REGISTRO POR FILA DE
      *    PRDTWAUT ORDENADO POR OFICINA, CON SU ULTIMO USO SEGUN
      *    AUDITLOG/MANTLOG Y SUS MARCAS. EL GERENTE DE CADA OFICINA
      *    LO DEVUELVE CON LA DECISION DILIGENCIADA Y PE3C0154 APLICA
      *    LAS REVOCACIONES CON LA RUTINA DE MANTENIMIENTO PE3C0152
       01 REG-RECERT.
           05 RCT-OFICINA                       PIC X(4).
           05 RCT-USUARIO                       PIC X(8).
           05 RCT-TRANSACCION                   PIC X(4).
           05 RCT-NIVEL                         PIC X(1).
      *    ULTIMO USO (YYYYMMDD) DEL NIVEL HABILITADO; EN BLANCO SI
      *    NO APARECE EN LAS BITACORAS MONTADAS
           05 RCT-ULTIMO-USO                    PIC X(8).
           05 RCT-SIN-USO                       PIC X(1).
             88 RCT-SI-SIN-USO                       VALUE 'S'.
      *    EL USUARIO CAPTURA Y APRUEBA SOBRE LA MISMA OFICINA
           05 RCT-CONFLICTO                     PIC X(1).
             88 RCT-SI-CONFLICTO                     VALUE 'S'.
           05 RCT-FECHA-CORTE                   PIC X(8).
      *    LO DILIGENCIA EL GERENTE: R = REVOCAR, M = MANTENER; EN
      *    BLANCO QUEDA PENDIENTE Y NO SE TOCA
           05 RCT-DECISION                      PIC X(1).
             88 RCT-DEC-REVOCAR                      VALUE 'R'.
             88 RCT-DEC-MANTENER                     VALUE 'M'.
             88 RCT-DEC-PENDIENTE                    VALUE ' '.
      *    USUARIO DEL GERENTE QUE DECIDIO (SOLICITANTE DE LA BAJA)
           05 RCT-GERENTE                       PIC X(8).
           05 FILLER                            PIC X(16).
