      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    LISTAS RESTRICTIVAS (SARLAFT): UNA FILA POR REGISTRO DE
      *    CADA LISTA RECIBIDA. LA REEMPLAZA COMPLETA, LISTA POR
      *    LISTA, EL FILTRO PE3C0144 EN MODO CARGA CADA VEZ QUE
      *    CUMPLIMIENTO ENTREGA UNA VERSION NUEVA; LAS PALABRAS DEL
      *    NOMBRE NORMALIZADO VAN EN PRDTWLPA PARA BUSCAR POR ELLAS.
      *    LST_LISTA: O = OFAC (SDN), U = CONSEJO DE SEGURIDAD ONU,
      *               S = LISTA LOCAL SARLAFT
      *    LST_ID: IDENTIFICADOR DEL REGISTRO DENTRO DE SU LISTA
      *    LST_TIPO: S = SANCIONADO, P = PERSONA EXPUESTA
      *              POLITICAMENTE (PEP)
      *    LST_NOMBRE: COMO VIENE EN LA LISTA; LST_NOMBRE_NORM EN
      *    MAYUSCULAS, SIN TILDES NI SIGNOS Y CON UN SOLO BLANCO
      *    ENTRE PALABRAS; LST_DOCUMENTO_NORM SOLO LETRAS Y DIGITOS
      *    (EN BLANCO SI LA LISTA NO TRAE DOCUMENTO). LST_PALABRAS:
      *    PALABRAS SIGNIFICATIVAS DEL NOMBRE (LAS DE PRDTWLPA).
      *    LST_FECHA_CARGA: FECHA DE NEGOCIO DE LA CARGA
           EXEC SQL DECLARE PRDTWLST TABLE
               (
                   LST_LISTA           CHAR(1)       NOT NULL,
                   LST_ID              CHAR(15)      NOT NULL,
                   LST_TIPO            CHAR(1)       NOT NULL,
                   LST_NOMBRE          CHAR(60)      NOT NULL,
                   LST_NOMBRE_NORM     CHAR(60)      NOT NULL,
                   LST_DOCUMENTO_NORM  CHAR(20)      NOT NULL,
                   LST_PALABRAS        DECIMAL(2,0)  NOT NULL,
                   LST_FECHA_CARGA     CHAR(10)      NOT NULL
               )
           END-EXEC.
