      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    HISTORIA DEL REPORTE MENSUAL A LA CENTRAL DE RIESGO: UNA
      *    FILA POR PERIODO (YYYY-MM), CONTRATO Y TIPO DE REGISTRO
      *    CON LO QUE SE ENVIO. LA GRABA PE3C0148 (UN REPROCESO DEL
      *    MISMO PERIODO LA REEMPLAZA) Y LA RELEE EL MES SIGUIENTE
      *    PARA MANDAR LAS NOVEDADES DE LOS CONTRATOS QUE CAMBIARON
      *    DESPUES DE REPORTADOS.
      *    BUR_TIPO_REG: D = REPORTE DEL MES
      *                  N = NOVEDAD (CORRECCION DEL PERIODO
      *                      BUR_PERIODO_CORREGIDO)
      *    BUR_PERIODO_CORREGIDO: EL MISMO BUR_PERIODO EN LOS 'D'
      *    BUR_MOTIVO: EN LAS NOVEDADES, R = RECLAMO CERRADO A FAVOR
      *    DEL CLIENTE (PRDTWDIS), A = ACUERDO DE PAGO FIRMADO O ROTO
      *    (PRDTWACU), V = REVERSO DE PAGO (PRDTWAPL); BLANCO EN 'D'
      *    BUR_CALIFICACION: 01 = AL DIA, 05 = CANCELADO (CONTRATO
      *    CERRADO), 06 = MORA DE 1 A 30 DIAS, 07 = DE 31 A 60,
      *    08 = DE 61 A 90, 09 = MAS DE 90, 13 = CASTIGADO
      *    BUR_ASIGNA_SALDO: 'S' SI EL SALDO VENCIDO DEL CLIENTE/
      *    PRODUCTO SE ATRIBUYO A ESTE CONTRATO (EL MAS RECIENTE DE
      *    SU GRUPO, COMO EN LA PROVISION PE3C0109); 'N' SI LO LLEVA
      *    OTRO CONTRATO Y ESTE VA SIN MORA
      *    BUR_RECLAMO: 'S' SI HABIA UN RECLAMO ABIERTO (LEYENDA DE
      *    RECLAMO EN TRAMITE)
      *    BUR_FECHA_GEN: FECHA DE NEGOCIO YYYY-MM-DD DE LA CORRIDA;
      *    ES EL CORTE DEL PERIODO PARA LAS NOVEDADES DEL SIGUIENTE
           EXEC SQL DECLARE PRDTWBUR TABLE
               (
                   BUR_PERIODO           CHAR(7)       NOT NULL,
                   BUR_CONTRATO          CHAR(18)      NOT NULL,
                   BUR_TIPO_REG          CHAR(1)       NOT NULL,
                   BUR_PERIODO_CORREGIDO CHAR(7)       NOT NULL,
                   BUR_MOTIVO            CHAR(1)       NOT NULL,
                   BUR_CLIENTE           CHAR(8)       NOT NULL,
                   BUR_DOCUMENTO         CHAR(15)      NOT NULL,
                   BUR_ESTADO_CONTRATO   CHAR(1)       NOT NULL,
                   BUR_CALIFICACION      CHAR(2)       NOT NULL,
                   BUR_DIAS_MORA         DECIMAL(5,0)  NOT NULL,
                   BUR_VALOR_MORA        DECIMAL(13,2) NOT NULL,
                   BUR_CASTIGADO         CHAR(1)       NOT NULL,
                   BUR_ASIGNA_SALDO      CHAR(1)       NOT NULL,
                   BUR_RECLAMO           CHAR(1)       NOT NULL,
                   BUR_FECHA_ULT_PAGO    CHAR(10)      NOT NULL,
                   BUR_FECHA_GEN         CHAR(10)      NOT NULL
               )
           END-EXEC.
