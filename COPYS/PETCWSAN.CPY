      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    CASOS DE COINCIDENCIA CON LISTAS RESTRICTIVAS: UNA FILA
      *    POR CLIENTE Y REGISTRO DE LISTA QUE EL FILTRO PE3C0144
      *    ENCONTRO PARECIDOS. CUMPLIMIENTO LOS RESUELVE EN LA
      *    TRANSACCION CP29 (PE3C0145): AL CONFIRMAR SE BLOQUEAN LOS
      *    CONTRATOS ACTIVOS Y DORMANTES DEL CLIENTE POR PE3C0064 Y
      *    LA SIGUIENTE CORRIDA DEL FILTRO EMITE LA ALERTA CRITICA
      *    POR PE3C0048.
      *    SAN_CASO: CONSECUTIVO. SAN_COINCIDENCIA: D = DOCUMENTO
      *    IGUAL, N = NOMBRE PARECIDO. SAN_PUNTAJE: 100 EN DOCUMENTO;
      *    EN NOMBRE, EL PORCENTAJE DE LAS PALABRAS DEL NOMBRE
      *    LISTADO QUE APARECEN EN EL DEL CLIENTE.
      *    SAN_NOMBRE_CLIENTE/SAN_DOCUMENTO_CLIENTE: LOS DEL CLIENTE
      *    AL DETECTAR.
      *    SAN_ESTADO: P = PENDIENTE, C = CONFIRMADO, D = DESCARTADO
      *    SAN_ANALISTA / SAN_FECHA_RESOLUCION / SAN_OBSERVACION: DE
      *    LA RESOLUCION (EN BLANCO MIENTRAS ESTA PENDIENTE).
      *    SAN_CONTRATOS_BLOQ: CONTRATOS BLOQUEADOS AL CONFIRMAR.
      *    SAN_ALERTA: N = ALERTA CRITICA POR EMITIR, S = EMITIDA
      *    (EN BLANCO EN CASOS NO CONFIRMADOS)
           EXEC SQL DECLARE PRDTWSAN TABLE
               (
                   SAN_CASO              DECIMAL(9,0)  NOT NULL,
                   SAN_CLIENTE           CHAR(8)       NOT NULL,
                   SAN_LISTA             CHAR(1)       NOT NULL,
                   SAN_ID_LISTA          CHAR(15)      NOT NULL,
                   SAN_TIPO_LISTA        CHAR(1)       NOT NULL,
                   SAN_COINCIDENCIA      CHAR(1)       NOT NULL,
                   SAN_PUNTAJE           DECIMAL(3,0)  NOT NULL,
                   SAN_NOMBRE_CLIENTE    CHAR(40)      NOT NULL,
                   SAN_DOCUMENTO_CLIENTE CHAR(15)      NOT NULL,
                   SAN_ESTADO            CHAR(1)       NOT NULL,
                   SAN_FECHA_DETECCION   CHAR(10)      NOT NULL,
                   SAN_ANALISTA          CHAR(8)       NOT NULL,
                   SAN_FECHA_RESOLUCION  CHAR(10)      NOT NULL,
                   SAN_OBSERVACION       CHAR(40)      NOT NULL,
                   SAN_CONTRATOS_BLOQ    DECIMAL(5,0)  NOT NULL,
                   SAN_ALERTA            CHAR(1)       NOT NULL
               )
           END-EXEC.
