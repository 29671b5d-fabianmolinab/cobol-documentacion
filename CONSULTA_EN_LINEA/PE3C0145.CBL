       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0145.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL/CICS                               *
      *                                                                *
      *                         DESCRIPCION:
      *           TRANSACCION EN LINEA (PSEUDO-CONVERSACIONAL,
      *           HERMANA DE CP25/PE3C0114) DE RESOLUCION DE LOS
      *           CASOS DE LISTAS RESTRICTIVAS QUE ABRE EL FILTRO
      *           PE3C0144 EN PRDTWSAN. CUMPLIMIENTO CONSULTA EL CASO
      *           (POR NUMERO, O EL PRIMERO PENDIENTE) CON LOS DATOS
      *           DEL CLIENTE Y DEL REGISTRO DE LISTA, Y CON NIVEL DE
      *           APROBACION LO CONFIRMA O LO DESCARTA CON UNA
      *           OBSERVACION. AL CONFIRMAR SE BLOQUEAN ('B') POR
      *           PE3C0064 Y CAI-PE9CCAM4 (VALIDACION Y BITACORA
      *           INCLUIDAS) LOS CONTRATOS ACTIVOS Y DORMANTES DEL
      *           CLIENTE EN LA MISMA UNIDAD DE TRABAJO QUE LA MARCA
      *           DEL CASO; LA ALERTA CRITICA POR PE3C0048 LA EMITE LA
      *           SIGUIENTE CORRIDA DE PE3C0144 (SAN_ALERTA 'N')
      *                         ============                           *
      ******************************************************************

       AUTHOR.          FABIAN ANDRES MOLINA BERMUDEZ.
       DATE-WRITTEN.    15/OCT/2026.
       DATE-COMPILED.
      ******************************************************************
      *                    MODIFICACIONES                              *
      ******************************************************************
      *   15/OCT/2026  FAMB  PROGRAMA NUEVO                            *
      ******************************************************************
      *                      ENVIRONMENT DIVISION                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                     NOMBRES DE RECURSOS CICS                   *
      ******************************************************************
       01 WS-RECURSOS-CICS.
          05 CTE-MAPSET                  PIC X(08) VALUE 'PE3M0145'.
          05 CTE-MAPA                    PIC X(08) VALUE 'PE3M0145'.
          05 CTE-TRANSID                 PIC X(04) VALUE 'CP29'.
          05 CTE-RUTINA-MANTENIM         PIC X(08) VALUE 'PE3C0064'.
          05 CTE-RUTINA-HABILITA         PIC X(08) VALUE 'PE3C0081'.

      ******************************************************************
      *                           SWITCHES                             *
      ******************************************************************
       01 SWITCHES.
          05 SW-DATOS-VALIDOS       PIC X       VALUE 'S'.
             88 SI-DATOS-VALIDOS                VALUE 'S'.
             88 NO-DATOS-VALIDOS                VALUE 'N'.
          05 SW-VALOR-VALIDO        PIC X       VALUE 'S'.
             88 SI-VALOR-VALIDO                 VALUE 'S'.
             88 NO-VALOR-VALIDO                 VALUE 'N'.
          05 SW-FIN-CURSOR-1        PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR-1                 VALUE 'S'.
             88 NO-FIN-CURSOR-1                 VALUE 'N'.

      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-CONTRATOS-BLOQUEAR  PIC S9(9) COMP VALUE ZEROS.
          05 WS-CONTRATOS-BLOQ      PIC S9(5) COMP-3 VALUE ZEROS.

      ******************************************************************
      *                    AREA DE COMUNICACION CICS                   *
      ******************************************************************
       01 WS-RESP-CICS                   PIC S9(8) COMP.

      *    USUARIO CICS DE LA SESION (ASSIGN USERID), LLAVE DE LA
      *    HABILITACION EN PRDTWAUT; QUEDA COMO ANALISTA DEL CASO
       01 WS-USUARIO                     PIC X(8)  VALUE SPACES.

      *    ESTADO DEL SISTEMA (PRDTWSYS): EN 'Q' LA CADENA NOCTURNA
      *    ESTA CORRIENDO Y LA CAPTURA SE SUSPENDE
       01 PRDTW-SYS.
           05 SYS-ESTADO                 PIC X(1).
             88 SYS-QUIESCE                  VALUE 'Q'.
           05 SYS-MENSAJE                PIC X(40).

      ******************************************************************
      *   CASO DE LISTAS RESTRICTIVAS (LO ABRE PE3C0144)               *
      ******************************************************************
       01 PRDTW-SAN.
           05 SAN-CASO                   PIC S9(9) COMP-3.
           05 SAN-CLIENTE                PIC X(8).
           05 SAN-LISTA                  PIC X(1).
           05 SAN-ID-LISTA               PIC X(15).
           05 SAN-TIPO-LISTA             PIC X(1).
           05 SAN-COINCIDENCIA           PIC X(1).
           05 SAN-PUNTAJE                PIC S9(3) COMP-3.
           05 SAN-NOMBRE-CLIENTE         PIC X(40).
           05 SAN-DOCUMENTO-CLIENTE      PIC X(15).
           05 SAN-ESTADO                 PIC X(1).
             88 SAN-PENDIENTE                VALUE 'P'.
           05 SAN-FECHA-DETECCION        PIC X(10).
           05 SAN-ANALISTA               PIC X(8).
           05 SAN-FECHA-RESOLUCION       PIC X(10).
           05 SAN-OBSERVACION            PIC X(40).

      *    REGISTRO DE LA LISTA (PUEDE NO ESTAR YA SI LA LISTA SE
      *    RECARGO SIN EL)
       01 PRDTW-LST.
           05 LST-NOMBRE                 PIC X(60).
           05 LST-DOCUMENTO-NORM         PIC X(20).

      *    CONTRATO DEL CLIENTE POR BLOQUEAR
       01 PRDTW-CON.
           05 CON-CONTRATO               PIC X(18).
           05 CON-CLIENTE                PIC X(8).

      *    FECHA DE MAQUINA DE LA RESOLUCION
       01 WS-FECHA-COMPACTA.
           05 FCO-ANO                    PIC X(4).
           05 FCO-MES                    PIC X(2).
           05 FCO-DIA                    PIC X(2).
       01 WS-FECHA-GUIONES.
           05 FGU-ANO                    PIC X(4).
           05 FILLER                     PIC X     VALUE '-'.
           05 FGU-MES                    PIC X(2).
           05 FILLER                     PIC X     VALUE '-'.
           05 FGU-DIA                    PIC X(2).

      ******************************************************************
      *   NORMALIZACION DEL NUMERO DE CASO DIGITADO, COMO EN PE3C0114: *
      *   EL CAMPO SE AJUSTA A LA DERECHA Y SE RELLENA CON CEROS ANTES *
      *   DE LA PRUEBA NUMERICA                                        *
      ******************************************************************
       01 WS-NORMALIZA-VALOR.
          05 WS-VAL-ENTRADA              PIC X(13).
          05 WS-VAL-SALIDA               PIC X(13).
          05 WS-VAL-POS                  PIC 9(02) VALUE ZEROS.
          05 WS-VAL-DESTINO              PIC 9(02) VALUE ZEROS.
          05 WS-VAL-CARACTER             PIC X(01).
          05 WS-VAL-DIGITOS              PIC 9(02) VALUE ZEROS.

       01 WS-NUMERO-EDITADO              PIC 9(9).
       01 WS-CONTRATOS-EDITADO           PIC ZZZZ9.
       01 WS-PUNTAJE-EDITADO             PIC ZZ9.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOSAN
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOLST
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCON
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOSYS
           END-EXEC.

      ******   CURSOR_1: CONTRATOS DEL CLIENTE QUE SE BLOQUEAN AL     **
      ******   CONFIRMAR (LOS CERRADOS Y CASTIGADOS NO SE TOCAN)      **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT CON_CONTRATO, CON_CLIENTE
               FROM PRDTWCON
               WHERE CON_CLIENTE = :SAN-CLIENTE
               AND   CON_ESTADO IN ('A', 'D')
               ORDER BY CON_CONTRATO
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      *                   COPY DEL MAPA SIMBOLICO                      *
      ******************************************************************
       COPY PE3M0145.

      ******************************************************************
      *          INTERFAZ CAI-PE9CCAM4 (CONTRATOS, PE3COEVK)           *
      ******************************************************************
       COPY PE3COEVK.

      ******************************************************************
      *          INTERFAZ CAI-PE9CAUT0 (HABILITACIONES, PE3COAUT)      *
      ******************************************************************
       COPY PE3COAUT.

       COPY DFHAID.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 CA-INDICADOR                PIC X.
             88 CA-YA-ENVIO-MAPA               VALUE 'S'.
          05 CA-ESTADO                   PIC X.
             88 CA-SIN-CAPTURA                 VALUE ' '.
             88 CA-ESPERA-CONFIRMA             VALUE 'C'.
          05 CA-OPERACION                PIC X(1).
             88 CA-OP-CONSULTAR                VALUE ' '.
             88 CA-OP-CONFIRMAR                VALUE 'C'.
             88 CA-OP-DESCARTAR                VALUE 'D'.
          05 CA-CASO                     PIC 9(9).
          05 CA-OBSERVACION              PIC X(40).

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           EXEC CICS HANDLE CONDITION
                MAPFAIL  (9100-MAPA-VACIO)
                ERROR    (9900-ERROR-CICS)
           END-EXEC

           IF EIBAID = DFHPF3
              PERFORM 9500-TERMINAR-CONVERSACION
           END-IF

           PERFORM 0100-VALIDAR-HABILITACION

           EVALUATE TRUE
              WHEN EIBCALEN = 0
                   PERFORM 1000-PRIMERA-VEZ
              WHEN EIBAID = DFHPF5 AND CA-ESPERA-CONFIRMA
                   PERFORM 3000-CONFIRMAR-OPERACION
              WHEN OTHER
                   PERFORM 2000-PROCESAR-ENTRADA
           END-EVALUATE

           PERFORM 9000-RETORNAR-TRANSACCION.

      ******************************************************************
      *                 0100-VALIDAR-HABILITACION                      *
      *   EL USUARIO DEBE TENER FILA EN PRDTWAUT PARA ESTA             *
      *   TRANSACCION; CONFIRMAR Y DESCARTAR EXIGEN NIVEL DE           *
      *   APROBACION (VER 2100)                                        *
      ******************************************************************
       0100-VALIDAR-HABILITACION.
           EXEC CICS ASSIGN USERID(WS-USUARIO)
           END-EXEC

           INITIALIZE CAI-PE9CAUT0
           MOVE WS-USUARIO   TO AUT0-USUARIO
           MOVE CTE-TRANSID  TO AUT0-TRANSACCION

           CALL CTE-RUTINA-HABILITA USING CAI-PE9CAUT0

           IF AUT0-COD-RET NOT = '00'
              PERFORM 9600-RECHAZAR-USUARIO
           END-IF.

      ******************************************************************
      *                   0200-VALIDAR-QUIESCE                         *
      ******************************************************************
       0200-VALIDAR-QUIESCE.
           EXEC SQL
               SELECT SYS_ESTADO, SYS_MENSAJE
               INTO  :SYS-ESTADO, :SYS-MENSAJE
               FROM  PRDTWSYS
           END-EXEC

           IF SQLCODE = ZEROS AND SYS-QUIESCE
              MOVE LOW-VALUES   TO PE3M0145O
              MOVE SYS-MENSAJE  TO MSGSO
              SET CA-SIN-CAPTURA TO TRUE
              PERFORM 8100-ENVIAR-MAPA-DATOS
              PERFORM 9000-RETORNAR-TRANSACCION
           END-IF.

      ******************************************************************
      *                       1000-PRIMERA-VEZ                         *
      ******************************************************************
       1000-PRIMERA-VEZ.
           MOVE LOW-VALUES              TO PE3M0145O
           MOVE SPACES                  TO MSGSO
           SET CA-SIN-CAPTURA           TO TRUE
           PERFORM 8000-ENVIAR-MAPA-VACIO.

      ******************************************************************
      *                     2000-PROCESAR-ENTRADA                      *
      *   MUESTRA EL CASO Y, SI SE PIDIO CONFIRMAR O DESCARTAR Y EL    *
      *   CASO ESTA PENDIENTE, QUEDA EN ESPERA DE PF5                  *
      ******************************************************************
       2000-PROCESAR-ENTRADA.
           PERFORM 0200-VALIDAR-QUIESCE

           EXEC CICS RECEIVE MAP(CTE-MAPA)
                     MAPSET(CTE-MAPSET)
                     INTO(PE3M0145I)
           END-EXEC

           SET CA-SIN-CAPTURA TO TRUE
           PERFORM 2100-VALIDAR-CAMPOS

           IF NO-DATOS-VALIDOS
              PERFORM 8100-ENVIAR-MAPA-DATOS
              PERFORM 9000-RETORNAR-TRANSACCION
           END-IF

           PERFORM 2200-GUARDAR-CAPTURA
           MOVE LOW-VALUES TO PE3M0145O

           PERFORM 2300-VALIDAR-CASO
           PERFORM 7000-REFRESCAR-CAPTURA

           IF SI-DATOS-VALIDOS
              EVALUATE TRUE
                 WHEN CA-OP-CONFIRMAR
                      SET CA-ESPERA-CONFIRMA TO TRUE
                      MOVE WS-CONTRATOS-BLOQUEAR TO WS-CONTRATOS-EDITADO
                      STRING 'PF5 CONFIRMA EL CASO Y BLOQUEA '
                                                DELIMITED SIZE
                             WS-CONTRATOS-EDITADO DELIMITED SIZE
                             ' CONTRATOS'       DELIMITED SIZE
                             INTO MSGSO
                      END-STRING
                 WHEN CA-OP-DESCARTAR
                      SET CA-ESPERA-CONFIRMA TO TRUE
                      MOVE 'CASO MOSTRADO, PF5 LO DESCARTA' TO MSGSO
                 WHEN OTHER
                      MOVE 'CASO MOSTRADO' TO MSGSO
              END-EVALUATE
           END-IF

           PERFORM 8100-ENVIAR-MAPA-DATOS.

      ******************************************************************
      *                     2100-VALIDAR-CAMPOS                        *
      *   CONFIRMAR Y DESCARTAR EXIGEN NIVEL DE APROBACION Y UNA       *
      *   OBSERVACION QUE SUSTENTE LA DECISION                         *
      ******************************************************************
       2100-VALIDAR-CAMPOS.
           SET SI-DATOS-VALIDOS TO TRUE

           IF OPERI = LOW-VALUES
              MOVE SPACES TO OPERI
           END-IF
           IF OBSEI = LOW-VALUES
              MOVE SPACES TO OBSEI
           END-IF

           EVALUATE TRUE
              WHEN OPERI NOT = SPACE AND NOT = 'C' AND NOT = 'D'
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'OPERACION INVALIDA: C, D O EN BLANCO' TO MSGSO
                   MOVE -1                  TO OPERL
              WHEN OPERI NOT = SPACE
               AND NOT AUT0-NIV-APRUEBA
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'SU NIVEL NO PERMITE CONFIRMAR NI DESCARTAR'
                                            TO MSGSO
                   MOVE -1                  TO OPERL
              WHEN OPERI NOT = SPACE
               AND OBSEI = SPACES
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'DIGITE LA OBSERVACION DE LA DECISION' TO MSGSO
                   MOVE -1                  TO OBSEL
           END-EVALUATE

           IF SI-DATOS-VALIDOS
              AND CASOI NOT = SPACES AND NOT = LOW-VALUES
                PERFORM 2120-VALIDAR-NUMERO
           END-IF.

      ******************************************************************
      *                    2120-VALIDAR-NUMERO                         *
      ******************************************************************
       2120-VALIDAR-NUMERO.
           SET SI-VALOR-VALIDO TO TRUE
           MOVE CASOI   TO WS-VAL-ENTRADA
           PERFORM 2150-NORMALIZAR-VALOR
           IF WS-VAL-SALIDA(1:4) NOT = '0000'
              SET NO-VALOR-VALIDO TO TRUE
           END-IF
           IF NO-VALOR-VALIDO
              SET NO-DATOS-VALIDOS TO TRUE
              MOVE 'NUMERO DE CASO INVALIDO' TO MSGSO
              MOVE -1                  TO CASOL
           ELSE
              MOVE WS-VAL-SALIDA(5:9)  TO CASOI
           END-IF.

       2150-NORMALIZAR-VALOR.
           MOVE ALL '0' TO WS-VAL-SALIDA
           MOVE 13      TO WS-VAL-DESTINO
           MOVE ZEROS   TO WS-VAL-DIGITOS
           PERFORM 2151-NORMALIZAR-CARACTER
                   VARYING WS-VAL-POS FROM 13 BY -1
                   UNTIL WS-VAL-POS < 1

           IF WS-VAL-DIGITOS = ZEROS
              SET NO-VALOR-VALIDO TO TRUE
           END-IF.

       2151-NORMALIZAR-CARACTER.
           MOVE WS-VAL-ENTRADA(WS-VAL-POS:1) TO WS-VAL-CARACTER
           EVALUATE TRUE
              WHEN WS-VAL-CARACTER = SPACE OR LOW-VALUES
                   CONTINUE
              WHEN WS-VAL-CARACTER IS NUMERIC
                   MOVE WS-VAL-CARACTER
                     TO WS-VAL-SALIDA(WS-VAL-DESTINO:1)
                   SUBTRACT 1 FROM WS-VAL-DESTINO
                   ADD 1 TO WS-VAL-DIGITOS
              WHEN OTHER
                   SET NO-VALOR-VALIDO TO TRUE
           END-EVALUATE.

      ******************************************************************
      *                    2200-GUARDAR-CAPTURA                        *
      *   LA CAPTURA VIAJA EN EL COMMAREA HASTA LA CONFIRMACION; EL    *
      *   CASO EN CERO SE RESUELVE AL PRIMERO PENDIENTE EN 2300        *
      ******************************************************************
       2200-GUARDAR-CAPTURA.
           MOVE OPERI  TO CA-OPERACION
           MOVE OBSEI  TO CA-OBSERVACION
           MOVE ZEROS  TO CA-CASO

           IF CASOI NOT = SPACES AND NOT = LOW-VALUES
              MOVE CASOI TO CA-CASO
           END-IF.

      ******************************************************************
      *                    2300-VALIDAR-CASO                           *
      *   LEE Y MUESTRA EL CASO, SU REGISTRO DE LISTA Y LOS CONTRATOS  *
      *   QUE SE BLOQUEARIAN; CONFIRMAR Y DESCARTAR EXIGEN QUE EL CASO *
      *   SIGA PENDIENTE                                               *
      ******************************************************************
       2300-VALIDAR-CASO.
           SET SI-DATOS-VALIDOS TO TRUE
           IF CA-CASO = ZEROS
              PERFORM 2310-UBICAR-PENDIENTE
           END-IF

           IF SI-DATOS-VALIDOS
              MOVE CA-CASO TO SAN-CASO
              PERFORM 2320-LEER-CASO
           END-IF

           IF SI-DATOS-VALIDOS
              PERFORM 7100-MOSTRAR-CASO
              PERFORM 2330-LEER-REGISTRO-LISTA
              PERFORM 2340-CONTAR-CONTRATOS
           END-IF

           IF SI-DATOS-VALIDOS
              AND NOT CA-OP-CONSULTAR
              AND NOT SAN-PENDIENTE
                SET NO-DATOS-VALIDOS TO TRUE
                MOVE 'EL CASO YA FUE RESUELTO' TO MSGSO
           END-IF.

       2310-UBICAR-PENDIENTE.
           EXEC SQL
               SELECT VALUE(MIN(SAN_CASO), 0)
               INTO  :SAN-CASO
               FROM  PRDTWSAN
               WHERE SAN_ESTADO = 'P'
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE NOT = ZEROS
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'NO SE PUDO LEER LOS CASOS PENDIENTES' TO MSGSO
              WHEN SAN-CASO = ZEROS
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'NO HAY CASOS PENDIENTES' TO MSGSO
                   MOVE -1                  TO CASOL
              WHEN OTHER
                   MOVE SAN-CASO            TO CA-CASO
           END-EVALUATE.

       2320-LEER-CASO.
           EXEC SQL
               SELECT SAN_CLIENTE, SAN_LISTA, SAN_ID_LISTA,
                      SAN_TIPO_LISTA, SAN_COINCIDENCIA, SAN_PUNTAJE,
                      SAN_NOMBRE_CLIENTE, SAN_DOCUMENTO_CLIENTE,
                      SAN_ESTADO, SAN_FECHA_DETECCION, SAN_ANALISTA,
                      SAN_FECHA_RESOLUCION, SAN_OBSERVACION
               INTO  :SAN-CLIENTE, :SAN-LISTA, :SAN-ID-LISTA,
                     :SAN-TIPO-LISTA, :SAN-COINCIDENCIA, :SAN-PUNTAJE,
                     :SAN-NOMBRE-CLIENTE, :SAN-DOCUMENTO-CLIENTE,
                     :SAN-ESTADO, :SAN-FECHA-DETECCION, :SAN-ANALISTA,
                     :SAN-FECHA-RESOLUCION, :SAN-OBSERVACION
               FROM  PRDTWSAN
               WHERE SAN_CASO = :SAN-CASO
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = +100
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'NO EXISTE EL CASO DIGITADO' TO MSGSO
                   MOVE -1                  TO CASOL
              WHEN SQLCODE NOT = ZEROS
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'NO SE PUDO LEER EL CASO' TO MSGSO
           END-EVALUATE.

      *    SI LA LISTA SE RECARGO SIN EL REGISTRO EL CASO SIGUE
      *    VIGENTE; SOLO SE AVISA EN PANTALLA
       2330-LEER-REGISTRO-LISTA.
           EXEC SQL
               SELECT LST_NOMBRE, LST_DOCUMENTO_NORM
               INTO  :LST-NOMBRE, :LST-DOCUMENTO-NORM
               FROM  PRDTWLST
               WHERE LST_LISTA = :SAN-LISTA
               AND   LST_ID    = :SAN-ID-LISTA
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = ZEROS
                   MOVE LST-NOMBRE          TO SLNOO
                   MOVE LST-DOCUMENTO-NORM  TO SLDOO
              WHEN SQLCODE = +100
                   MOVE '(EL REGISTRO YA NO ESTA EN LA LISTA VIGENTE)'
                                            TO SLNOO
              WHEN OTHER
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'NO SE PUDO LEER EL REGISTRO DE LA LISTA'
                                            TO MSGSO
           END-EVALUATE.

       2340-CONTAR-CONTRATOS.
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CONTRATOS-BLOQUEAR
               FROM  PRDTWCON
               WHERE CON_CLIENTE = :SAN-CLIENTE
               AND   CON_ESTADO IN ('A', 'D')
           END-EXEC

           IF SQLCODE NOT = ZEROS
              SET NO-DATOS-VALIDOS TO TRUE
              MOVE 'NO SE PUDO LEER LOS CONTRATOS DEL CLIENTE'
                                            TO MSGSO
           ELSE
              MOVE WS-CONTRATOS-BLOQUEAR    TO WS-CONTRATOS-EDITADO
              MOVE WS-CONTRATOS-EDITADO     TO SCONO
           END-IF.

      ******************************************************************
      *                 3000-CONFIRMAR-OPERACION                       *
      *   PF5: EL CASO SE RELEE Y SE REVALIDA (PUDO RESOLVERLO OTRA    *
      *   SESION) ANTES DE GRABAR                                      *
      ******************************************************************
       3000-CONFIRMAR-OPERACION.
           PERFORM 0200-VALIDAR-QUIESCE

           MOVE LOW-VALUES TO PE3M0145O
           SET CA-SIN-CAPTURA TO TRUE

           ACCEPT WS-FECHA-COMPACTA FROM DATE YYYYMMDD
           MOVE FCO-ANO TO FGU-ANO
           MOVE FCO-MES TO FGU-MES
           MOVE FCO-DIA TO FGU-DIA

           PERFORM 2300-VALIDAR-CASO
           IF SI-DATOS-VALIDOS
              IF CA-OP-CONFIRMAR
                 PERFORM 3100-CONFIRMAR-CASO
              ELSE
                 PERFORM 3200-DESCARTAR-CASO
              END-IF
           END-IF

           PERFORM 7000-REFRESCAR-CAPTURA
           PERFORM 8100-ENVIAR-MAPA-DATOS.

      ******************************************************************
      *                   3100-CONFIRMAR-CASO                          *
      *   CADA CONTRATO ACTIVO O DORMANTE PASA A BLOQUEADO POR EL      *
      *   CAMINO DE SIEMPRE (PE3C0064); SI UNO FALLA, O LA MARCA DEL   *
      *   CASO NO QUEDA, SE DESHACE TODO                               *
      ******************************************************************
       3100-CONFIRMAR-CASO.
           MOVE ZEROS TO WS-CONTRATOS-BLOQ

           EXEC SQL
               OPEN CURSOR_1
           END-EXEC
           IF SQLCODE NOT = ZEROS
              SET NO-DATOS-VALIDOS TO TRUE
              MOVE 'NO SE PUDO LEER LOS CONTRATOS DEL CLIENTE'
                                         TO MSGSO
           ELSE
              SET NO-FIN-CURSOR-1 TO TRUE
              PERFORM 3110-FETCH-CURSOR-1
              PERFORM 3120-BLOQUEAR-CONTRATO
                      UNTIL SI-FIN-CURSOR-1 OR NO-DATOS-VALIDOS
              EXEC SQL
                  CLOSE CURSOR_1
              END-EXEC
           END-IF

           IF SI-DATOS-VALIDOS
              EXEC SQL
                  UPDATE PRDTWSAN
                  SET    SAN_ESTADO           = 'C',
                         SAN_ANALISTA         = :WS-USUARIO,
                         SAN_FECHA_RESOLUCION = :WS-FECHA-GUIONES,
                         SAN_OBSERVACION      = :CA-OBSERVACION,
                         SAN_CONTRATOS_BLOQ   = :WS-CONTRATOS-BLOQ,
                         SAN_ALERTA           = 'N'
                  WHERE  SAN_CASO             = :SAN-CASO
                  AND    SAN_ESTADO           = 'P'
              END-EXEC
              IF SQLCODE = ZEROS AND SQLERRD (3) > ZEROS
                 MOVE 'C'                 TO SAN-ESTADO
                 MOVE WS-USUARIO          TO SAN-ANALISTA
                 MOVE WS-FECHA-GUIONES    TO SAN-FECHA-RESOLUCION
                 MOVE CA-OBSERVACION      TO SAN-OBSERVACION
                 PERFORM 7100-MOSTRAR-CASO
                 MOVE WS-CONTRATOS-BLOQ   TO WS-CONTRATOS-EDITADO
                 STRING 'CASO CONFIRMADO, CONTRATOS BLOQUEADOS: '
                                          DELIMITED SIZE
                        WS-CONTRATOS-EDITADO DELIMITED SIZE
                        INTO MSGSO
                 END-STRING
              ELSE
                 SET NO-DATOS-VALIDOS TO TRUE
                 MOVE 'NO SE PUDO MARCAR EL CASO, NADA SE APLICO'
                                          TO MSGSO
              END-IF
           END-IF

           IF NO-DATOS-VALIDOS
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
           END-IF.

       3110-FETCH-CURSOR-1.
           EXEC SQL
               FETCH CURSOR_1
               INTO :CON-CONTRATO, :CON-CLIENTE
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   SET SI-FIN-CURSOR-1 TO TRUE
              WHEN OTHER
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'NO SE PUDO LEER LOS CONTRATOS DEL CLIENTE'
                                         TO MSGSO
           END-EVALUATE.

       3120-BLOQUEAR-CONTRATO.
           INITIALIZE CAI-PE9CCAM4
           SET AM4-OP-CAMBIO      TO TRUE
           MOVE CON-CONTRATO      TO AM4-CONTRATO
           MOVE CON-CLIENTE       TO AM4-CLIENTE
           SET AM4-EST-BLOQUEADO  TO TRUE

           CALL CTE-RUTINA-MANTENIM USING CAI-PE9CCAM4

           IF AM4-COD-RET NOT = '00'
              SET NO-DATOS-VALIDOS TO TRUE
              STRING AM4-COD-RET   DELIMITED SIZE
                     ' '           DELIMITED SIZE
                     AM4-ERROR1    DELIMITED SIZE
                     ' '           DELIMITED SIZE
                     CON-CONTRATO  DELIMITED SIZE
                     INTO MSGSO
              END-STRING
           ELSE
              ADD 1 TO WS-CONTRATOS-BLOQ
              PERFORM 3110-FETCH-CURSOR-1
           END-IF.

      ******************************************************************
      *                    3200-DESCARTAR-CASO                         *
      ******************************************************************
       3200-DESCARTAR-CASO.
           EXEC SQL
               UPDATE PRDTWSAN
               SET    SAN_ESTADO           = 'D',
                      SAN_ANALISTA         = :WS-USUARIO,
                      SAN_FECHA_RESOLUCION = :WS-FECHA-GUIONES,
                      SAN_OBSERVACION      = :CA-OBSERVACION
               WHERE  SAN_CASO             = :SAN-CASO
               AND    SAN_ESTADO           = 'P'
           END-EXEC

           IF SQLCODE = ZEROS AND SQLERRD (3) > ZEROS
              MOVE 'D'                TO SAN-ESTADO
              MOVE WS-USUARIO         TO SAN-ANALISTA
              MOVE WS-FECHA-GUIONES   TO SAN-FECHA-RESOLUCION
              MOVE CA-OBSERVACION     TO SAN-OBSERVACION
              PERFORM 7100-MOSTRAR-CASO
              MOVE 'CASO DESCARTADO'  TO MSGSO
           ELSE
              MOVE 'NO SE PUDO MARCAR EL CASO COMO DESCARTADO'
                                      TO MSGSO
           END-IF.

      ******************************************************************
      *                 7000-REFRESCAR-CAPTURA                         *
      *   REPINTA EN PANTALLA LO CAPTURADO, QUE VIAJA EN EL COMMAREA   *
      ******************************************************************
       7000-REFRESCAR-CAPTURA.
           MOVE CA-OPERACION    TO OPERO
           IF CA-CASO > ZEROS
              MOVE CA-CASO           TO WS-NUMERO-EDITADO
              MOVE WS-NUMERO-EDITADO TO CASOO
           END-IF
           MOVE CA-OBSERVACION  TO OBSEO.

      ******************************************************************
      *                     7100-MOSTRAR-CASO                          *
      ******************************************************************
       7100-MOSTRAR-CASO.
           MOVE SAN-CLIENTE           TO SCLIO
           MOVE SAN-DOCUMENTO-CLIENTE TO SDOCO
           MOVE SAN-NOMBRE-CLIENTE    TO SNOMO
           MOVE SAN-LISTA             TO SLISO
           MOVE SAN-ID-LISTA          TO SIDLO
           MOVE SAN-TIPO-LISTA        TO STIPO
           MOVE SAN-COINCIDENCIA      TO SCOIO
           MOVE SAN-PUNTAJE           TO WS-PUNTAJE-EDITADO
           MOVE WS-PUNTAJE-EDITADO    TO SPUNO
           MOVE SAN-ESTADO            TO SESTO
           MOVE SAN-FECHA-DETECCION   TO SFDEO
           MOVE SAN-ANALISTA          TO SANAO
           MOVE SAN-FECHA-RESOLUCION  TO SFREO
           MOVE SAN-OBSERVACION       TO SOBSO.

      ******************************************************************
      *                     8000-ENVIAR-MAPA-VACIO                     *
      ******************************************************************
       8000-ENVIAR-MAPA-VACIO.
           EXEC CICS SEND MAP(CTE-MAPA)
                     MAPSET(CTE-MAPSET)
                     FROM(PE3M0145O)
                     ERASE
           END-EXEC.

      ******************************************************************
      *                     8100-ENVIAR-MAPA-DATOS                     *
      ******************************************************************
       8100-ENVIAR-MAPA-DATOS.
           EXEC CICS SEND MAP(CTE-MAPA)
                     MAPSET(CTE-MAPSET)
                     FROM(PE3M0145O)
                     ERASE
                     CURSOR
           END-EXEC.

      ******************************************************************
      *                    9000-RETORNAR-TRANSACCION                   *
      ******************************************************************
       9000-RETORNAR-TRANSACCION.
           MOVE 'S'                     TO CA-INDICADOR
           EXEC CICS RETURN TRANSID(CTE-TRANSID)
                     COMMAREA(DFHCOMMAREA)
                     LENGTH(52)
           END-EXEC.

      ******************************************************************
      *                       9100-MAPA-VACIO                          *
      ******************************************************************
       9100-MAPA-VACIO.
           MOVE 'NO SE DIGITARON DATOS, INTENTE DE NUEVO' TO MSGSO
           PERFORM 8100-ENVIAR-MAPA-DATOS
           PERFORM 9000-RETORNAR-TRANSACCION.

      ******************************************************************
      *                    9500-TERMINAR-CONVERSACION                  *
      ******************************************************************
       9500-TERMINAR-CONVERSACION.
           EXEC CICS SEND TEXT
                     FROM('CASOS DE LISTAS FINALIZADO')
                     LENGTH(26)
                     ERASE
                     FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      *                    9600-RECHAZAR-USUARIO                       *
      ******************************************************************
       9600-RECHAZAR-USUARIO.
           EXEC CICS SEND TEXT
                     FROM('USUARIO SIN HABILITACION EN CP29')
                     LENGTH(32)
                     ERASE
                     FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      *                       9900-ERROR-CICS                          *
      ******************************************************************
       9900-ERROR-CICS.
           MOVE EIBRESP                 TO WS-RESP-CICS
           EXEC CICS SEND TEXT
                     FROM('ERROR CICS EN PE3C0145')
                     LENGTH(23)
                     ERASE
                     FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.
