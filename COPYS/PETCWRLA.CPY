      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    REGLAS DEL MONITOREO DE OPERACIONES (LAVADO DE ACTIVOS)
      *    QUE CORRE CADA NOCHE PE3C0146 SOBRE LOS PAGOS ('N') DE
      *    PRDTW02: UNA FILA POR REGLA CON SUS UMBRALES. LA CARGA EL
      *    DBA CON EL VISTO BUENO DEL OFICIAL DE CUMPLIMIENTO; UNA
      *    REGLA SIN FILA O CON RLA_ACTIVA DISTINTA DE 'S' NO CORRE.
      *    LA VENTANA DE CADA REGLA SON LOS ULTIMOS RLA_DIAS DIAS
      *    CALENDARIO HASTA LA FECHA DE NEGOCIO, INCLUSIVE.
      *    RLA_REGLA:
      *      FR = FRACCIONAMIENTO: PAGOS DEL CLIENTE ENTRE EL
      *           RLA_PORCENTAJE POR CIENTO DE RLA_VALOR (UMBRAL DE
      *           REPORTE) Y EL UMBRAL, SIN LLEGAR A EL; SE SENALA
      *           CON RLA_CANTIDAD O MAS PAGOS QUE JUNTOS LLEGAN AL
      *           UMBRAL
      *      VO = VOLUMEN: TOTAL PAGADO POR EL CLIENTE EN LA VENTANA
      *           POR ENCIMA DEL RLA_PORCENTAJE POR CIENTO DE SU
      *           PROMEDIO MENSUAL DE LOS 6 MESES ANTERIORES A LA
      *           VENTANA, SIEMPRE QUE LLEGUE A RLA_VALOR (MINIMO)
      *      RE = VALORES REDONDOS: RLA_CANTIDAD O MAS PAGOS DEL
      *           CLIENTE MULTIPLOS EXACTOS DE RLA_VALOR
      *      CN = CONTRATO NUEVO: PAGOS A UN CONTRATO ABIERTO DENTRO
      *           DE LA VENTANA QUE SUMAN RLA_VALOR O MAS EN
      *           RLA_CANTIDAD O MAS PAGOS
           EXEC SQL DECLARE PRDTWRLA TABLE
               (
                   RLA_REGLA          CHAR(2)       NOT NULL,
                   RLA_DESCRIPCION    CHAR(40)      NOT NULL,
                   RLA_ACTIVA         CHAR(1)       NOT NULL,
                   RLA_DIAS           DECIMAL(3,0)  NOT NULL,
                   RLA_CANTIDAD       DECIMAL(5,0)  NOT NULL,
                   RLA_VALOR          DECIMAL(13,2) NOT NULL,
                   RLA_PORCENTAJE     DECIMAL(5,0)  NOT NULL
               )
           END-EXEC.
