      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    CASOS DEL MONITOREO DE OPERACIONES (LAVADO DE ACTIVOS):
      *    UNA FILA POR CADA ACIERTO DE UNA REGLA DE PRDTWRLA QUE
      *    ABRE PE3C0146. EL OFICIAL DE CUMPLIMIENTO LOS RESUELVE
      *    CON EL ARCHIVO DE DECISIONES QUE APLICA PE3C0147 (MODO
      *    'D'); LOS CONFIRMADOS COMO SOSPECHOSOS SALEN EN EL
      *    REPORTE DE OPERACIONES SOSPECHOSAS (ROS) A LA UIAF QUE
      *    GENERA PE3C0147 (MODO 'R'), VERSIONADO EN PRDTWROS.
      *    LAV_CASO: CONSECUTIVO. LAV_CONTRATO: SOLO EN LA REGLA CN
      *    (EN BLANCO EN LAS REGLAS POR CLIENTE).
      *    LAV_FECHA_DESDE: INICIO DE LA VENTANA EVALUADA.
      *    LAV_CANT_MOV / LAV_VALOR_TOTAL: PAGOS QUE DISPARARON LA
      *    REGLA. LAV_VALOR_REFERENCIA: UMBRAL DE LA REGLA, O EL
      *    PROMEDIO MENSUAL DEL CLIENTE EN LA REGLA VO.
      *    LAV_ESTADO: P = PENDIENTE, S = SOSPECHOSA (CONFIRMADA),
      *                D = DESCARTADA, R = REPORTADA A LA UIAF
      *    LAV_ANALISTA / LAV_FECHA_RESOLUCION / LAV_OBSERVACION: DE
      *    LA DECISION (EN BLANCO MIENTRAS ESTA PENDIENTE).
      *    LAV_PERIODO_ROS / LAV_VERSION_ROS: ULTIMA GENERACION DEL
      *    REPORTE EN QUE SALIO EL CASO (BLANCO Y CERO ANTES)
           EXEC SQL DECLARE PRDTWLAV TABLE
               (
                   LAV_CASO              DECIMAL(9,0)  NOT NULL,
                   LAV_REGLA             CHAR(2)       NOT NULL,
                   LAV_CLIENTE           CHAR(8)       NOT NULL,
                   LAV_CONTRATO          CHAR(18)      NOT NULL,
                   LAV_FECHA_DETECCION   CHAR(10)      NOT NULL,
                   LAV_FECHA_DESDE       CHAR(10)      NOT NULL,
                   LAV_CANT_MOV          DECIMAL(5,0)  NOT NULL,
                   LAV_VALOR_TOTAL       DECIMAL(15,2) NOT NULL,
                   LAV_VALOR_REFERENCIA  DECIMAL(15,2) NOT NULL,
                   LAV_ESTADO            CHAR(1)       NOT NULL,
                   LAV_ANALISTA          CHAR(8)       NOT NULL,
                   LAV_FECHA_RESOLUCION  CHAR(10)      NOT NULL,
                   LAV_OBSERVACION       CHAR(40)      NOT NULL,
                   LAV_PERIODO_ROS       CHAR(7)       NOT NULL,
                   LAV_VERSION_ROS       DECIMAL(3,0)  NOT NULL
               )
           END-EXEC.
