      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    BITACORA DE INTERVENCIONES DEL OPERADOR SOBRE EL CONTROL
      *    DE CORRIDAS: UNA FILA POR CADA ACCION CONFIRMADA EN LA
      *    TRANSACCION PE3C0133 (NUNCA SE ACTUALIZA NI SE BORRA). EL
      *    TABLERO DE LA MANANA PE3C0049 LISTA LAS DE LA FECHA.
      *    INT_ACCION: H = RETENER EL PROGRAMA (PRDTWRTN 'H')
      *                L = LIBERAR LA RETENCION (PRDTWRTN 'L')
      *                C = COMPLETAR A LA FUERZA UNA CORRIDA FALLIDA
      *                    (PRDTWRUN 'F' O 'P' PASA A 'C')
      *                O = OMITIR EL PROGRAMA (PRDTWRUN PASA A 'O')
      *    INT_ESTADO_ANTERIOR / INT_ESTADO_NUEVO: ESTADO DE PRDTWRUN
      *    (EN C Y O) O DE PRDTWRTN (EN H Y L) ANTES Y DESPUES DE LA
      *    ACCION; EN BLANCO CUANDO NO HABIA FILA.
      *    INT_MOTIVO: OBLIGATORIO EN C Y O.
      *    INT_FECHA / INT_HORA: FECHA YYYYMMDD Y HORA HHMMSS DE
      *    MAQUINA DE LA CONFIRMACION
           EXEC SQL DECLARE PRDTWINT TABLE
               (
                   INT_PROGRAMA        CHAR(8)  NOT NULL,
                   INT_FECHA_PROCESO   CHAR(10) NOT NULL,
                   INT_CICLO           CHAR(2)  NOT NULL,
                   INT_ACCION          CHAR(1)  NOT NULL,
                   INT_ESTADO_ANTERIOR CHAR(1)  NOT NULL,
                   INT_ESTADO_NUEVO    CHAR(1)  NOT NULL,
                   INT_MOTIVO          CHAR(60) NOT NULL,
                   INT_USUARIO         CHAR(8)  NOT NULL,
                   INT_FECHA           CHAR(8)  NOT NULL,
                   INT_HORA            CHAR(6)  NOT NULL
               )
           END-EXEC.
