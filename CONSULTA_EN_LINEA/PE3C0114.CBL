       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0114.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL/CICS                               *
      *                                                                *
      *                         DESCRIPCION:
      *           TRANSACCION EN LINEA (PSEUDO-CONVERSACIONAL,
      *           HERMANA DE CP23/PE3C0099) DE CONDONACION DE
      *           SANCIONES POR PAGO TARDIO: UN USUARIO CON NIVEL DE
      *           CAPTURA RADICA EN PRDTWCND UNA SOLICITUD SOBRE EL
      *           AJUSTE DE SANCION DE PRDTW02 (ID DEL MOVIMIENTO),
      *           POR EL TOTAL PENDIENTE O POR UNA PARTE, CON MOTIVO.
      *           OTRO USUARIO, CON NIVEL DE APROBACION Y LIMITE DE
      *           SU NIVEL EN PRDTWLCO QUE CUBRA EL VALOR, LA APRUEBA
      *           O LA NIEGA. AL APROBAR SE REGISTRA EL AJUSTE 'A'
      *           NEGATIVO POR PE3C0022 Y CAI-PE9CCAM0 (VALIDACION Y
      *           BITACORA INCLUIDAS) EN LA MISMA UNIDAD DE TRABAJO
      *           QUE LA MARCA DE LA SOLICITUD
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
          05 CTE-MAPSET                  PIC X(08) VALUE 'PE3M0114'.
          05 CTE-MAPA                    PIC X(08) VALUE 'PE3M0114'.
          05 CTE-TRANSID                 PIC X(04) VALUE 'CP25'.
          05 CTE-RUTINA-MANTENIM         PIC X(08) VALUE 'PE3C0022'.
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

      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-INTENTOS            PIC 9(02)   VALUE ZEROS.

       01 WS-CONSTANTES.
          05 CTE-MAX-INTENTOS       PIC 9(02)   VALUE 5.

      ******************************************************************
      *                    AREA DE COMUNICACION CICS                   *
      ******************************************************************
       01 WS-RESP-CICS                   PIC S9(8) COMP.

      *    USUARIO CICS DE LA SESION (ASSIGN USERID), LLAVE DE LA
      *    HABILITACION EN PRDTWAUT; QUEDA COMO SOLICITANTE O COMO
      *    APROBADOR DE LA CONDONACION
       01 WS-USUARIO                     PIC X(8)  VALUE SPACES.

      *    ESTADO DEL SISTEMA (PRDTWSYS): EN 'Q' LA CADENA NOCTURNA
      *    ESTA CORRIENDO Y LA CAPTURA SE SUSPENDE
       01 PRDTW-SYS.
           05 SYS-ESTADO                 PIC X(1).
             88 SYS-QUIESCE                  VALUE 'Q'.
           05 SYS-MENSAJE                PIC X(40).

      ******************************************************************
      *   AJUSTE DE SANCION DE PRDTW02 (LO GRABA PE3C0067)             *
      ******************************************************************
       01 PRDTW-W02.
           05 W02-ID-MOV                 PIC S9(13) COMP-3.
           05 W02-CLIENTE                PIC X(8).
           05 W02-CONTRATO               PIC X(18).
           05 W02-FECHA-MOV              PIC X(10).
           05 W02-VALOR-NUM              PIC S9(9)V99 COMP-3.
           05 W02-TIPO-MOV               PIC X(1).
             88 W02-TIPO-AJUSTE              VALUE 'A'.
           05 W02-MONEDA                 PIC X(3).

      *    LO YA CONDONADO O EN SOLICITUD ('S' Y 'A') SOBRE LA SANCION
      *    Y LO QUE QUEDA POR CONDONAR
       01 WS-EN-CONDONACION              PIC S9(9)V99 COMP-3.
       01 WS-PENDIENTE                   PIC S9(9)V99 COMP-3.

      ******************************************************************
      *   SOLICITUD DE CONDONACION                                     *
      ******************************************************************
       01 PRDTW-CND.
           05 CND-NUMERO                 PIC S9(9) COMP-3.
           05 CND-ID-MOV                 PIC S9(13) COMP-3.
           05 CND-CLIENTE                PIC X(8).
           05 CND-CONTRATO               PIC X(18).
           05 CND-OFICINA                PIC X(4).
           05 CND-MONEDA                 PIC X(3).
           05 CND-VALOR-SANCION          PIC S9(9)V99 COMP-3.
           05 CND-VALOR                  PIC S9(9)V99 COMP-3.
           05 CND-MOTIVO                 PIC X(2).
           05 CND-DETALLE                PIC X(40).
           05 CND-ESTADO                 PIC X(1).
             88 CND-SOLICITADA               VALUE 'S'.
           05 CND-SOLICITANTE            PIC X(8).
           05 CND-FECHA-SOLICITUD        PIC X(10).
           05 CND-APROBADOR              PIC X(8).
           05 CND-FECHA-RESOLUCION       PIC X(10).

      *    LIMITE DE CONDONACION DEL NIVEL DEL APROBADOR (PRDTWLCO)
       01 PRDTW-LCO.
           05 LCO-NIVEL                  PIC X(1).
           05 LCO-VALOR-MAXIMO           PIC S9(9)V99 COMP-3.

      *    FECHA DE MAQUINA DE LA SOLICITUD Y DE LA RESOLUCION; ES
      *    TAMBIEN LA FECHA DEL AJUSTE QUE SE REGISTRA AL APROBAR
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
      *   NORMALIZACION DE LOS CAMPOS NUMERICOS DIGITADOS (NUMERO DE   *
      *   SOLICITUD, ID DEL MOVIMIENTO Y VALOR), COMO EN PE3C0046: EL  *
      *   CAMPO SE AJUSTA A LA DERECHA Y SE RELLENA CON CEROS ANTES DE *
      *   LA PRUEBA NUMERICA. EL VALOR SE DIGITA EN UNIDADES ENTERAS   *
      *   (MAXIMO 9 DIGITOS SIGNIFICATIVOS); EN BLANCO SE CONDONA TODO *
      *   LO PENDIENTE, CENTAVOS INCLUIDOS                             *
      ******************************************************************
       01 WS-NORMALIZA-VALOR.
          05 WS-VAL-ENTRADA              PIC X(13).
          05 WS-VAL-SALIDA               PIC X(13).
          05 WS-VAL-POS                  PIC 9(02) VALUE ZEROS.
          05 WS-VAL-DESTINO              PIC 9(02) VALUE ZEROS.
          05 WS-VAL-CARACTER             PIC X(01).
          05 WS-VAL-DIGITOS              PIC 9(02) VALUE ZEROS.

       01 WS-VALOR-ENTERO                PIC 9(13) VALUE ZEROS.
       01 WS-VALOR-EDITADO               PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-NUMERO-EDITADO              PIC 9(9).
       01 WS-ID-EDITADO                  PIC 9(13).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOW02
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCND
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOLCO
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOSYS
           END-EXEC.

      ******************************************************************
      *                   COPY DEL MAPA SIMBOLICO                      *
      ******************************************************************
       COPY PE3M0114.

      ******************************************************************
      *          INTERFAZ CAI-PE9CCAM0 (MANTENIMIENTO, PE3COEVM)       *
      ******************************************************************
       COPY PE3COEVM.

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
             88 CA-OP-SOLICITAR                VALUE 'S'.
             88 CA-OP-APROBAR                  VALUE 'A'.
             88 CA-OP-NEGAR                    VALUE 'N'.
          05 CA-NUMERO                   PIC 9(9).
          05 CA-ID-MOV                   PIC 9(13).
      *    VALOR A CONDONAR; CA-VALOR-TOTAL EN 'S' CUANDO EL VALOR SE
      *    DEJO EN BLANCO (TODO LO PENDIENTE DE LA SANCION)
          05 CA-VALOR                    PIC 9(9)V99.
          05 CA-VALOR-TOTAL              PIC X(1).
             88 CA-SI-VALOR-TOTAL              VALUE 'S'.
          05 CA-MOTIVO                   PIC X(2).
          05 CA-DETALLE                  PIC X(40).

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
      *   TRANSACCION CON NIVEL DE CAPTURA O SUPERIOR; APROBAR Y       *
      *   NEGAR EXIGEN NIVEL DE APROBACION (VER 2100)                  *
      ******************************************************************
       0100-VALIDAR-HABILITACION.
           EXEC CICS ASSIGN USERID(WS-USUARIO)
           END-EXEC

           INITIALIZE CAI-PE9CAUT0
           MOVE WS-USUARIO   TO AUT0-USUARIO
           MOVE CTE-TRANSID  TO AUT0-TRANSACCION

           CALL CTE-RUTINA-HABILITA USING CAI-PE9CAUT0

           IF AUT0-COD-RET NOT = '00' OR AUT0-NIV-CONSULTA
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
              MOVE LOW-VALUES   TO PE3M0114O
              MOVE SYS-MENSAJE  TO MSGSO
              SET CA-SIN-CAPTURA TO TRUE
              PERFORM 8100-ENVIAR-MAPA-DATOS
              PERFORM 9000-RETORNAR-TRANSACCION
           END-IF.

      ******************************************************************
      *                       1000-PRIMERA-VEZ                         *
      ******************************************************************
       1000-PRIMERA-VEZ.
           MOVE LOW-VALUES              TO PE3M0114O
           MOVE SPACES                  TO MSGSO
           SET CA-SIN-CAPTURA           TO TRUE
           PERFORM 8000-ENVIAR-MAPA-VACIO.

      ******************************************************************
      *                     2000-PROCESAR-ENTRADA                      *
      *   VALIDA LA OPERACION DIGITADA CONTRA LA SANCION Y, EN         *
      *   APROBAR O NEGAR, CONTRA LA SOLICITUD; SI TODO CUADRA QUEDA   *
      *   EN ESPERA DE PF5                                             *
      ******************************************************************
       2000-PROCESAR-ENTRADA.
           PERFORM 0200-VALIDAR-QUIESCE

           EXEC CICS RECEIVE MAP(CTE-MAPA)
                     MAPSET(CTE-MAPSET)
                     INTO(PE3M0114I)
           END-EXEC

           SET CA-SIN-CAPTURA TO TRUE
           PERFORM 2100-VALIDAR-CAMPOS

           IF NO-DATOS-VALIDOS
              PERFORM 8100-ENVIAR-MAPA-DATOS
              PERFORM 9000-RETORNAR-TRANSACCION
           END-IF

           PERFORM 2200-GUARDAR-CAPTURA
           MOVE LOW-VALUES TO PE3M0114O

           IF CA-OP-SOLICITAR
              PERFORM 2300-VALIDAR-SOLICITUD
           ELSE
              PERFORM 2400-VALIDAR-RESOLUCION
           END-IF
           PERFORM 7000-REFRESCAR-CAPTURA

           IF SI-DATOS-VALIDOS
              SET CA-ESPERA-CONFIRMA TO TRUE
              EVALUATE TRUE
                 WHEN CA-OP-SOLICITAR
                      MOVE 'SOLICITUD VALIDADA, PF5 LA RADICA' TO MSGSO
                 WHEN CA-OP-APROBAR
                      MOVE 'SOLICITUD DENTRO DE SU LIMITE, PF5 APRUEBA'
                                            TO MSGSO
                 WHEN OTHER
                      MOVE 'SOLICITUD MOSTRADA, PF5 LA NIEGA' TO MSGSO
              END-EVALUATE
           END-IF

           PERFORM 8100-ENVIAR-MAPA-DATOS.

      ******************************************************************
      *                     2100-VALIDAR-CAMPOS                        *
      *   SOLICITAR EXIGE ID DEL MOVIMIENTO Y MOTIVO; APROBAR Y NEGAR  *
      *   EXIGEN EL NUMERO DE LA SOLICITUD Y NIVEL DE APROBACION       *
      ******************************************************************
       2100-VALIDAR-CAMPOS.
           SET SI-DATOS-VALIDOS TO TRUE

           IF OPERI = LOW-VALUES
              MOVE SPACES TO OPERI
           END-IF

           EVALUATE TRUE
              WHEN OPERI NOT = 'S' AND NOT = 'A' AND NOT = 'N'
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'OPERACION INVALIDA: S, A O N' TO MSGSO
                   MOVE -1                  TO OPERL
              WHEN OPERI NOT = 'S'
               AND NOT AUT0-NIV-APRUEBA
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'SU NIVEL NO PERMITE APROBAR NI NEGAR'
                                            TO MSGSO
                   MOVE -1                  TO OPERL
              WHEN OPERI = 'S'
               AND (IDMVI = SPACES OR LOW-VALUES)
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'DIGITE EL ID DEL MOVIMIENTO DE LA SANCION'
                                            TO MSGSO
                   MOVE -1                  TO IDMVL
              WHEN OPERI = 'S'
               AND (MOTII = SPACES OR LOW-VALUES)
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'DIGITE EL MOTIVO DE LA CONDONACION' TO MSGSO
                   MOVE -1                  TO MOTIL
              WHEN OPERI NOT = 'S'
               AND (NUMEI = SPACES OR LOW-VALUES)
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'DIGITE EL NUMERO DE LA SOLICITUD' TO MSGSO
                   MOVE -1                  TO NUMEL
           END-EVALUATE

           IF SI-DATOS-VALIDOS
              IF OPERI = 'S'
                 PERFORM 2110-VALIDAR-ID-Y-VALOR
              ELSE
                 PERFORM 2120-VALIDAR-NUMERO
              END-IF
           END-IF.

      ******************************************************************
      *                  2110-VALIDAR-ID-Y-VALOR                       *
      ******************************************************************
       2110-VALIDAR-ID-Y-VALOR.
           SET SI-VALOR-VALIDO TO TRUE
           MOVE IDMVI   TO WS-VAL-ENTRADA
           PERFORM 2150-NORMALIZAR-VALOR
           IF NO-VALOR-VALIDO
              SET NO-DATOS-VALIDOS TO TRUE
              MOVE 'ID DE MOVIMIENTO INVALIDO' TO MSGSO
              MOVE -1                  TO IDMVL
           ELSE
              MOVE WS-VAL-SALIDA       TO IDMVI
           END-IF

           IF SI-DATOS-VALIDOS
              AND VALOI NOT = SPACES AND NOT = LOW-VALUES
                MOVE VALOI   TO WS-VAL-ENTRADA
                PERFORM 2150-NORMALIZAR-VALOR
                IF WS-VAL-SALIDA(1:4) NOT = '0000'
                   SET NO-VALOR-VALIDO TO TRUE
                END-IF
                IF NO-VALOR-VALIDO
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'VALOR INVALIDO, DIGITE UNIDADES ENTERAS'
                                         TO MSGSO
                   MOVE -1               TO VALOL
                ELSE
                   MOVE WS-VAL-SALIDA    TO VALOI
                END-IF
           END-IF.

      ******************************************************************
      *                    2120-VALIDAR-NUMERO                         *
      ******************************************************************
       2120-VALIDAR-NUMERO.
           SET SI-VALOR-VALIDO TO TRUE
           MOVE NUMEI   TO WS-VAL-ENTRADA
           PERFORM 2150-NORMALIZAR-VALOR
           IF WS-VAL-SALIDA(1:4) NOT = '0000'
              SET NO-VALOR-VALIDO TO TRUE
           END-IF
           IF NO-VALOR-VALIDO
              SET NO-DATOS-VALIDOS TO TRUE
              MOVE 'NUMERO DE SOLICITUD INVALIDO' TO MSGSO
              MOVE -1                  TO NUMEL
           ELSE
              MOVE WS-VAL-SALIDA(5:9)  TO NUMEI
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
      *   LA CAPTURA VIAJA EN EL COMMAREA HASTA LA CONFIRMACION        *
      ******************************************************************
       2200-GUARDAR-CAPTURA.
           MOVE OPERI TO CA-OPERACION
           MOVE ZEROS TO CA-NUMERO CA-ID-MOV CA-VALOR
           MOVE 'S'   TO CA-VALOR-TOTAL
           MOVE SPACES TO CA-MOTIVO CA-DETALLE

           IF CA-OP-SOLICITAR
              MOVE IDMVI TO CA-ID-MOV
              IF VALOI NOT = SPACES AND NOT = LOW-VALUES
                 MOVE VALOI TO WS-VALOR-ENTERO
                 MOVE WS-VALOR-ENTERO TO CA-VALOR
                 MOVE 'N'   TO CA-VALOR-TOTAL
              END-IF
              MOVE MOTII TO CA-MOTIVO
              IF DETAI NOT = LOW-VALUES
                 MOVE DETAI TO CA-DETALLE
              END-IF
           ELSE
              MOVE NUMEI TO CA-NUMERO
           END-IF.

      ******************************************************************
      *                  2300-VALIDAR-SOLICITUD                        *
      *   LA SANCION DEBE SER UN AJUSTE 'A' POSITIVO DE UN CONTRATO    *
      *   DE LA OFICINA DEL USUARIO, CON ALGO PENDIENTE POR CONDONAR;  *
      *   EL VALOR PEDIDO NO PUEDE SUPERAR ESE PENDIENTE               *
      ******************************************************************
       2300-VALIDAR-SOLICITUD.
           SET SI-DATOS-VALIDOS TO TRUE
           MOVE CA-ID-MOV TO W02-ID-MOV
           PERFORM 2310-LEER-SANCION
           IF SI-DATOS-VALIDOS
              PERFORM 7100-MOSTRAR-SANCION
           END-IF

           EVALUATE TRUE
              WHEN NO-DATOS-VALIDOS
                   CONTINUE
              WHEN AUT0-OFICINA NOT = SPACES
               AND W02-CONTRATO(5:4) NOT = AUT0-OFICINA
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'CONTRATO FUERA DE LA OFICINA DE SU USUARIO'
                                            TO MSGSO
              WHEN WS-PENDIENTE NOT > ZEROS
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'SANCION SIN VALOR PENDIENTE DE CONDONAR'
                                            TO MSGSO
              WHEN CA-SI-VALOR-TOTAL
                   MOVE WS-PENDIENTE        TO CA-VALOR
              WHEN CA-VALOR = ZEROS
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'EL VALOR A CONDONAR DEBE SER MAYOR QUE CERO'
                                            TO MSGSO
              WHEN CA-VALOR > WS-PENDIENTE
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'EL VALOR SUPERA LO PENDIENTE POR CONDONAR'
                                            TO MSGSO
           END-EVALUATE

           IF SI-DATOS-VALIDOS
              MOVE CA-VALOR            TO WS-VALOR-EDITADO
              MOVE WS-VALOR-EDITADO    TO SVSOO
           END-IF.

      ******************************************************************
      *                    2310-LEER-SANCION                           *
      *   LEE EL AJUSTE DE SANCION Y SUMA LO QUE YA ESTA APROBADO O EN *
      *   SOLICITUD SOBRE EL                                           *
      ******************************************************************
       2310-LEER-SANCION.
           EXEC SQL
               SELECT W02_CLIENTE, W02_CONTRATO, W02_FECHA_MOV,
                      W02_VALOR_NUM, W02_TIPO_MOV, W02_MONEDA
               INTO  :W02-CLIENTE, :W02-CONTRATO, :W02-FECHA-MOV,
                     :W02-VALOR-NUM, :W02-TIPO-MOV, :W02-MONEDA
               FROM  PRDTW02
               WHERE W02_ID_MOV = :W02-ID-MOV
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = +100
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'NO EXISTE EL MOVIMIENTO DIGITADO' TO MSGSO
                   MOVE -1                  TO IDMVL
              WHEN SQLCODE NOT = ZEROS
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'NO SE PUDO LEER EL MOVIMIENTO' TO MSGSO
              WHEN NOT W02-TIPO-AJUSTE
                OR W02-VALOR-NUM NOT > ZEROS
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'EL MOVIMIENTO NO ES UN AJUSTE DE SANCION'
                                            TO MSGSO
                   MOVE -1                  TO IDMVL
           END-EVALUATE

           IF SI-DATOS-VALIDOS
              EXEC SQL
                  SELECT VALUE(SUM(CND_VALOR), 0)
                  INTO  :WS-EN-CONDONACION
                  FROM  PRDTWCND
                  WHERE CND_ID_MOV = :W02-ID-MOV
                  AND   CND_ESTADO IN ('S', 'A')
              END-EXEC
              IF SQLCODE NOT = ZEROS
                 SET NO-DATOS-VALIDOS TO TRUE
                 MOVE 'NO SE PUDO LEER LAS CONDONACIONES' TO MSGSO
              ELSE
                 COMPUTE WS-PENDIENTE = W02-VALOR-NUM
                                      - WS-EN-CONDONACION
              END-IF
           END-IF.

      ******************************************************************
      *                  2400-VALIDAR-RESOLUCION                       *
      *   LA SOLICITUD DEBE ESTAR PENDIENTE ('S'), SER DE LA OFICINA   *
      *   DEL USUARIO Y DE OTRO SOLICITANTE; PARA APROBAR, EL LIMITE   *
      *   DEL NIVEL DEL USUARIO EN PRDTWLCO DEBE CUBRIR EL VALOR       *
      ******************************************************************
       2400-VALIDAR-RESOLUCION.
           SET SI-DATOS-VALIDOS TO TRUE
           MOVE CA-NUMERO TO CND-NUMERO
           PERFORM 2410-LEER-SOLICITUD
           IF SI-DATOS-VALIDOS
              PERFORM 7200-MOSTRAR-SOLICITUD
              MOVE CND-ID-MOV  TO CA-ID-MOV W02-ID-MOV
              MOVE CND-VALOR   TO CA-VALOR
              MOVE 'S'         TO CA-VALOR-TOTAL
              MOVE CND-MOTIVO  TO CA-MOTIVO
              MOVE CND-DETALLE TO CA-DETALLE
              PERFORM 2310-LEER-SANCION
              IF SI-DATOS-VALIDOS
                 PERFORM 7100-MOSTRAR-SANCION
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN NO-DATOS-VALIDOS
                   CONTINUE
              WHEN NOT CND-SOLICITADA
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'LA SOLICITUD YA FUE RESUELTA' TO MSGSO
              WHEN AUT0-OFICINA NOT = SPACES
               AND CND-OFICINA NOT = AUT0-OFICINA
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'SOLICITUD FUERA DE LA OFICINA DE SU USUARIO'
                                            TO MSGSO
              WHEN CND-SOLICITANTE = WS-USUARIO
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'NO PUEDE RESOLVER UNA SOLICITUD SUYA'
                                            TO MSGSO
              WHEN CA-OP-APROBAR
                   PERFORM 2420-VALIDAR-LIMITE
           END-EVALUATE.

      ******************************************************************
      *                    2410-LEER-SOLICITUD                         *
      ******************************************************************
       2410-LEER-SOLICITUD.
           EXEC SQL
               SELECT CND_ID_MOV, CND_CLIENTE, CND_CONTRATO,
                      CND_OFICINA, CND_MONEDA, CND_VALOR_SANCION,
                      CND_VALOR, CND_MOTIVO, CND_DETALLE, CND_ESTADO,
                      CND_SOLICITANTE, CND_FECHA_SOLICITUD
               INTO  :CND-ID-MOV, :CND-CLIENTE, :CND-CONTRATO,
                     :CND-OFICINA, :CND-MONEDA, :CND-VALOR-SANCION,
                     :CND-VALOR, :CND-MOTIVO, :CND-DETALLE,
                     :CND-ESTADO, :CND-SOLICITANTE,
                     :CND-FECHA-SOLICITUD
               FROM  PRDTWCND
               WHERE CND_NUMERO = :CND-NUMERO
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = +100
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'NO EXISTE LA SOLICITUD DIGITADA' TO MSGSO
                   MOVE -1                  TO NUMEL
              WHEN SQLCODE NOT = ZEROS
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'NO SE PUDO LEER LA SOLICITUD' TO MSGSO
           END-EVALUATE.

      ******************************************************************
      *                    2420-VALIDAR-LIMITE                         *
      *   UN NIVEL SIN FILA EN PRDTWLCO NO APRUEBA CONDONACIONES       *
      ******************************************************************
       2420-VALIDAR-LIMITE.
           MOVE AUT0-NIVEL TO LCO-NIVEL

           EXEC SQL
               SELECT LCO_VALOR_MAXIMO
               INTO  :LCO-VALOR-MAXIMO
               FROM  PRDTWLCO
               WHERE LCO_NIVEL = :LCO-NIVEL
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = +100
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'SU NIVEL NO TIENE LIMITE DE CONDONACION'
                                            TO MSGSO
              WHEN SQLCODE NOT = ZEROS
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'NO SE PUDO LEER LOS LIMITES DE CONDONACION'
                                            TO MSGSO
              WHEN OTHER
                   MOVE LCO-VALOR-MAXIMO    TO WS-VALOR-EDITADO
                   MOVE WS-VALOR-EDITADO    TO SLIMO
                   IF CND-VALOR > LCO-VALOR-MAXIMO
                      SET NO-DATOS-VALIDOS TO TRUE
                      MOVE 'EL VALOR SUPERA SU LIMITE DE CONDONACION'
                                            TO MSGSO
                   END-IF
           END-EVALUATE.

      ******************************************************************
      *                 3000-CONFIRMAR-OPERACION                       *
      *   PF5: SANCION Y SOLICITUD SE RELEEN Y SE REVALIDAN (PUDO      *
      *   CAMBIARLAS OTRA SESION O LA HABILITACION) ANTES DE GRABAR    *
      ******************************************************************
       3000-CONFIRMAR-OPERACION.
           PERFORM 0200-VALIDAR-QUIESCE

           MOVE LOW-VALUES TO PE3M0114O
           SET CA-SIN-CAPTURA TO TRUE

           ACCEPT WS-FECHA-COMPACTA FROM DATE YYYYMMDD
           MOVE FCO-ANO TO FGU-ANO
           MOVE FCO-MES TO FGU-MES
           MOVE FCO-DIA TO FGU-DIA

           IF CA-OP-SOLICITAR
              PERFORM 2300-VALIDAR-SOLICITUD
              IF SI-DATOS-VALIDOS
                 PERFORM 3100-GRABAR-SOLICITUD
              END-IF
           ELSE
              PERFORM 2400-VALIDAR-RESOLUCION
              IF SI-DATOS-VALIDOS
                 IF CA-OP-APROBAR
                    PERFORM 3200-APROBAR-SOLICITUD
                 ELSE
                    PERFORM 3300-NEGAR-SOLICITUD
                 END-IF
              END-IF
           END-IF

           PERFORM 7000-REFRESCAR-CAPTURA
           PERFORM 8100-ENVIAR-MAPA-DATOS.

      ******************************************************************
      *                   3100-GRABAR-SOLICITUD                        *
      ******************************************************************
       3100-GRABAR-SOLICITUD.
           MOVE W02-ID-MOV         TO CND-ID-MOV
           MOVE W02-CLIENTE        TO CND-CLIENTE
           MOVE W02-CONTRATO       TO CND-CONTRATO
           MOVE W02-CONTRATO(5:4)  TO CND-OFICINA
           MOVE W02-MONEDA         TO CND-MONEDA
           MOVE W02-VALOR-NUM      TO CND-VALOR-SANCION
           MOVE CA-VALOR           TO CND-VALOR
           MOVE CA-MOTIVO          TO CND-MOTIVO
           MOVE CA-DETALLE         TO CND-DETALLE
           MOVE 'S'                TO CND-ESTADO
           MOVE WS-USUARIO         TO CND-SOLICITANTE
           MOVE WS-FECHA-GUIONES   TO CND-FECHA-SOLICITUD
           MOVE SPACES             TO CND-APROBADOR
                                      CND-FECHA-RESOLUCION
           MOVE ZEROS              TO CND-NUMERO WS-INTENTOS

           PERFORM 3110-INSERTAR-SOLICITUD
                   UNTIL CND-NUMERO > ZEROS OR NO-DATOS-VALIDOS

           IF SI-DATOS-VALIDOS
              MOVE CND-NUMERO      TO CA-NUMERO
              PERFORM 7200-MOSTRAR-SOLICITUD
              MOVE 'SOLICITUD RADICADA, PENDIENTE DE APROBACION'
                                   TO MSGSO
           END-IF.

      *    NUMERO CONSECUTIVO; SI OTRA SESION TOMA EL MISMO (-803) SE
      *    VUELVE A CALCULAR, HASTA CTE-MAX-INTENTOS
       3110-INSERTAR-SOLICITUD.
           ADD 1 TO WS-INTENTOS
           EXEC SQL
               SELECT VALUE(MAX(CND_NUMERO), 0) + 1
               INTO  :CND-NUMERO
               FROM  PRDTWCND
           END-EXEC
           IF SQLCODE NOT = ZEROS
              SET NO-DATOS-VALIDOS TO TRUE
              MOVE 'NO SE PUDO NUMERAR LA SOLICITUD' TO MSGSO
           ELSE
              EXEC SQL
                  INSERT INTO PRDTWCND
                      (CND_NUMERO, CND_ID_MOV, CND_CLIENTE,
                       CND_CONTRATO, CND_OFICINA, CND_MONEDA,
                       CND_VALOR_SANCION, CND_VALOR, CND_MOTIVO,
                       CND_DETALLE, CND_ESTADO, CND_SOLICITANTE,
                       CND_FECHA_SOLICITUD, CND_APROBADOR,
                       CND_FECHA_RESOLUCION)
                  VALUES
                      (:CND-NUMERO, :CND-ID-MOV, :CND-CLIENTE,
                       :CND-CONTRATO, :CND-OFICINA, :CND-MONEDA,
                       :CND-VALOR-SANCION, :CND-VALOR, :CND-MOTIVO,
                       :CND-DETALLE, :CND-ESTADO, :CND-SOLICITANTE,
                       :CND-FECHA-SOLICITUD, :CND-APROBADOR,
                       :CND-FECHA-RESOLUCION)
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE = ZEROS
                      CONTINUE
                 WHEN SQLCODE = -803
                      AND WS-INTENTOS < CTE-MAX-INTENTOS
                      MOVE ZEROS           TO CND-NUMERO
                 WHEN OTHER
                      SET NO-DATOS-VALIDOS TO TRUE
                      MOVE 'NO SE PUDO RADICAR LA SOLICITUD' TO MSGSO
              END-EVALUATE
           END-IF.

      ******************************************************************
      *                   3200-APROBAR-SOLICITUD                       *
      *   AJUSTE 'A' NEGATIVO POR EL CAMINO DE SIEMPRE (PE3C0022),     *
      *   CON FECHA DE HOY Y EL CONTRATO Y LA MONEDA DE LA SANCION. EL *
      *   REVERSO 'R' NO SIRVE: PE3C0022 LO NETEA CONTRA LOS PAGOS Y   *
      *   PE3C0098 DESHARIA APLICACIONES DE PAGO. SI LA MARCA DE LA    *
      *   SOLICITUD NO QUEDA, SE DESHACE TODO                          *
      ******************************************************************
       3200-APROBAR-SOLICITUD.
           INITIALIZE CAI-PE9CCAM0
           SET AM0-OP-ALTA        TO TRUE
           MOVE CND-SOLICITANTE   TO AM0-USUARIO
           MOVE WS-USUARIO        TO AM0-APROBADOR
           MOVE W02-CLIENTE       TO AM0-CLIENTE
           MOVE W02-CONTRATO      TO AM0-CONTRATO
           MOVE WS-FECHA-GUIONES  TO AM0-FECHA-MOV
           MOVE CND-VALOR         TO WS-VALOR-ENTERO
           MOVE WS-VALOR-ENTERO   TO AM0-VALOR
           COMPUTE AM0-VALOR-NUM = ZEROS - CND-VALOR
           MOVE 'A'               TO AM0-TIPO-MOV
           MOVE W02-MONEDA        TO AM0-MONEDA

           CALL CTE-RUTINA-MANTENIM USING CAI-PE9CCAM0

           IF AM0-COD-RET NOT = '00'
              STRING AM0-COD-RET   DELIMITED SIZE
                     ' '           DELIMITED SIZE
                     AM0-ERROR1    DELIMITED SIZE
                     ' '           DELIMITED SIZE
                     AM0-ERROR2    DELIMITED SIZE
                     INTO MSGSO
              END-STRING
           ELSE
              EXEC SQL
                  UPDATE PRDTWCND
                  SET    CND_ESTADO           = 'A',
                         CND_APROBADOR        = :WS-USUARIO,
                         CND_FECHA_RESOLUCION = :WS-FECHA-GUIONES
                  WHERE  CND_NUMERO           = :CND-NUMERO
                  AND    CND_ESTADO           = 'S'
              END-EXEC
              IF SQLCODE = ZEROS AND SQLERRD (3) > ZEROS
                 MOVE 'A'                TO CND-ESTADO
                 MOVE CND-ESTADO         TO SESTO
                 MOVE 'CONDONACION APROBADA Y REGISTRADA' TO MSGSO
              ELSE
                 EXEC CICS SYNCPOINT ROLLBACK
                 END-EXEC
                 MOVE 'NO SE PUDO MARCAR LA SOLICITUD, NADA SE APLICO'
                                         TO MSGSO
              END-IF
           END-IF.

      ******************************************************************
      *                    3300-NEGAR-SOLICITUD                        *
      ******************************************************************
       3300-NEGAR-SOLICITUD.
           EXEC SQL
               UPDATE PRDTWCND
               SET    CND_ESTADO           = 'N',
                      CND_APROBADOR        = :WS-USUARIO,
                      CND_FECHA_RESOLUCION = :WS-FECHA-GUIONES
               WHERE  CND_NUMERO           = :CND-NUMERO
               AND    CND_ESTADO           = 'S'
           END-EXEC

           IF SQLCODE = ZEROS AND SQLERRD (3) > ZEROS
              MOVE 'N'                TO CND-ESTADO
              MOVE CND-ESTADO         TO SESTO
              MOVE 'SOLICITUD NEGADA' TO MSGSO
           ELSE
              MOVE 'NO SE PUDO MARCAR LA SOLICITUD COMO NEGADA'
                                      TO MSGSO
           END-IF.

      ******************************************************************
      *                 7000-REFRESCAR-CAPTURA                         *
      *   REPINTA EN PANTALLA LO CAPTURADO, QUE VIAJA EN EL COMMAREA   *
      ******************************************************************
       7000-REFRESCAR-CAPTURA.
           MOVE CA-OPERACION    TO OPERO
           IF CA-NUMERO > ZEROS
              MOVE CA-NUMERO       TO WS-NUMERO-EDITADO
              MOVE WS-NUMERO-EDITADO TO NUMEO
           END-IF
           IF CA-ID-MOV > ZEROS
              MOVE CA-ID-MOV       TO WS-ID-EDITADO
              MOVE WS-ID-EDITADO   TO IDMVO
           END-IF
           IF NOT CA-SI-VALOR-TOTAL
              MOVE CA-VALOR        TO WS-VALOR-ENTERO
              MOVE WS-VALOR-ENTERO TO VALOO
           END-IF
           MOVE CA-MOTIVO       TO MOTIO
           MOVE CA-DETALLE      TO DETAO.

      ******************************************************************
      *                   7100-MOSTRAR-SANCION                         *
      ******************************************************************
       7100-MOSTRAR-SANCION.
           MOVE W02-CLIENTE         TO SCLIO
           MOVE W02-CONTRATO        TO SCTOO
           MOVE W02-FECHA-MOV       TO SFECO
           MOVE W02-MONEDA          TO SMONO
           MOVE W02-VALOR-NUM       TO WS-VALOR-EDITADO
           MOVE WS-VALOR-EDITADO    TO SVALO
           MOVE WS-EN-CONDONACION   TO WS-VALOR-EDITADO
           MOVE WS-VALOR-EDITADO    TO SYACO
           IF WS-PENDIENTE > ZEROS
              MOVE WS-PENDIENTE     TO WS-VALOR-EDITADO
           ELSE
              MOVE ZEROS            TO WS-VALOR-EDITADO
           END-IF
           MOVE WS-VALOR-EDITADO    TO SPENO.

      ******************************************************************
      *                   7200-MOSTRAR-SOLICITUD                       *
      ******************************************************************
       7200-MOSTRAR-SOLICITUD.
           MOVE CND-ESTADO          TO SESTO
           MOVE CND-SOLICITANTE     TO SSOLO
           MOVE CND-FECHA-SOLICITUD TO SFSOO
           MOVE CND-VALOR           TO WS-VALOR-EDITADO
           MOVE WS-VALOR-EDITADO    TO SVSOO.

      ******************************************************************
      *                     8000-ENVIAR-MAPA-VACIO                     *
      ******************************************************************
       8000-ENVIAR-MAPA-VACIO.
           EXEC CICS SEND MAP(CTE-MAPA)
                     MAPSET(CTE-MAPSET)
                     FROM(PE3M0114O)
                     ERASE
           END-EXEC.

      ******************************************************************
      *                     8100-ENVIAR-MAPA-DATOS                     *
      ******************************************************************
       8100-ENVIAR-MAPA-DATOS.
           EXEC CICS SEND MAP(CTE-MAPA)
                     MAPSET(CTE-MAPSET)
                     FROM(PE3M0114O)
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
                     LENGTH(79)
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
                     FROM('CONDONACION FINALIZADA')
                     LENGTH(22)
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
                     FROM('USUARIO SIN HABILITACION DE CAPTURA')
                     LENGTH(35)
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
                     FROM('ERROR CICS EN PE3C0114')
                     LENGTH(23)
                     ERASE
                     FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.
