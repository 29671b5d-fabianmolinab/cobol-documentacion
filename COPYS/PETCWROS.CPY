      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    REGISTRO DE GENERACIONES DEL REPORTE DE OPERACIONES
      *    SOSPECHOSAS (ROS) A LA UIAF (PE3C0147), IGUAL QUE
      *    PRDTWRGL PARA EL REGULATORIO MENSUAL: UNA FILA POR
      *    PERIODO Y VERSION GENERADA. LA VERSION 1 ES EL ENVIO
      *    ORIGINAL DEL PERIODO; CADA RETRANSMISION CORREGIDA TOMA
      *    LA VERSION SIGUIENTE
           EXEC SQL DECLARE PRDTWROS TABLE
               (
                   ROS_PERIODO        CHAR(7)       NOT NULL,
                   ROS_VERSION        DECIMAL(3,0)  NOT NULL,
                   ROS_FECHA_GEN      CHAR(10)      NOT NULL,
                   ROS_CANT_DET       DECIMAL(9,0)  NOT NULL,
                   ROS_VALOR_TOTAL    DECIMAL(15,2) NOT NULL
               )
           END-EXEC.
