       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0111.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL/CICS                               *
      *                                                                *
      *                         DESCRIPCION:
      *           TRANSACCION DE LA COLA DE COBRANZA (PSEUDO-
      *           CONVERSACIONAL, HERMANA DE CP22/PE3C0097): ENTER
      *           MUESTRA AL GESTOR LOS CLIENTES QUE LE ASIGNO LA
      *           COLA NOCTURNA PE3C0110 (PRDTWCOB), EN ORDEN DE
      *           POSICION, Y PF8 PAGINA. PF5 REGISTRA EL RESULTADO
      *           DEL CONTACTO EN PRDTWGCO (NO CONTESTA, PROMESA CON
      *           FECHA Y VALOR, SE NIEGA, NUMERO ERRADO) Y MARCA EL
      *           CLIENTE COMO GESTIONADO EN LA COLA. UN USUARIO CON
      *           NIVEL DE APROBACION (SUPERVISOR) PUEDE DIGITAR OTRO
      *           GESTOR DE SU ALCANCE PARA VER Y TRABAJAR SU COLA
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
          05 CTE-MAPSET                  PIC X(08) VALUE 'PE3M0111'.
          05 CTE-MAPA                    PIC X(08) VALUE 'PE3M0111'.
          05 CTE-TRANSID                 PIC X(04) VALUE 'CP24'.
          05 CTE-RUTINA-HABILITA         PIC X(08) VALUE 'PE3C0081'.

      ******************************************************************
      *                           SWITCHES                             *
      ******************************************************************
       01 SWITCHES.
          05 SW-FIN-CURSOR          PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR                   VALUE 'S'.
             88 NO-FIN-CURSOR                   VALUE 'N'.
          05 SW-COLA-LEIDA          PIC X       VALUE 'S'.
             88 SI-COLA-LEIDA                   VALUE 'S'.
             88 NO-COLA-LEIDA                   VALUE 'N'.
          05 SW-DATOS-VALIDOS       PIC X       VALUE 'S'.
             88 SI-DATOS-VALIDOS                VALUE 'S'.
             88 NO-DATOS-VALIDOS                VALUE 'N'.

      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-LINEAS              PIC 9(02)   VALUE ZEROS.

       01 WS-CONSTANTES.
          05 CTE-MAX-LINEAS         PIC 9(02)   VALUE 10.

      ******************************************************************
      *                    AREA DE COMUNICACION CICS                   *
      ******************************************************************
       01 WS-RESP-CICS                   PIC S9(8) COMP.

      *    USUARIO CICS DE LA SESION (ASSIGN USERID), LLAVE DE LA
      *    HABILITACION EN PRDTWAUT Y GESTOR QUE QUEDA EN LA GESTION
       01 WS-USUARIO                     PIC X(8)  VALUE SPACES.

      *    ESTADO DEL SISTEMA (PRDTWSYS): EN 'Q' LA CADENA NOCTURNA
      *    ESTA CORRIENDO Y LA CAPTURA SE SUSPENDE
       01 PRDTW-SYS.
           05 SYS-ESTADO                 PIC X(1).
             88 SYS-QUIESCE                  VALUE 'Q'.
           05 SYS-MENSAJE                PIC X(40).

      *    ALCANCE DE OFICINA DEL USUARIO (PRDTWAUT) PARA EL CURSOR;
      *    EN BLANCO VE TODAS
       01 WS-OFICINA-ALCANCE             PIC X(4)  VALUE SPACES.
       01 WS-DESDE-POSICION              PIC S9(4) COMP VALUE ZEROS.

      *    MENSAJE DEL REGISTRO, QUE SOBREVIVE AL REPINTAR LA COLA
       01 WS-MENSAJE                     PIC X(78) VALUE SPACES.

      ******************************************************************
      *   FILA DE LA COLA DE COBRANZA                                  *
      ******************************************************************
       01 PRDTW-COB.
           05 COB-CLIENTE                PIC X(8).
           05 COB-OFICINA                PIC X(4).
           05 COB-GESTOR                 PIC X(8).
           05 COB-POSICION               PIC S9(4) COMP.
           05 COB-PROMESA-ROTA           PIC X(1).
             88 COB-CON-PROMESA-ROTA         VALUE 'S'.
           05 COB-DIAS-ATRASO            PIC S9(4) COMP.
           05 COB-SALDO                  PIC S9(11)V99 COMP-3.
           05 COB-ESTADO                 PIC X(1).
           05 COB-RESULTADO              PIC X(1).

       01 WS-NOMBRE-CLIENTE              PIC X(40) VALUE SPACES.

      ******************************************************************
      *   GESTION QUE SE REGISTRA CON PF5                              *
      ******************************************************************
       01 PRDTW-GCO.
           05 GCO-FECHA                  PIC X(10).
           05 GCO-HORA                   PIC X(6).
           05 GCO-RESULTADO              PIC X(1).
             88 GCO-RES-NO-CONTESTA          VALUE 'N'.
             88 GCO-RES-PROMESA              VALUE 'P'.
             88 GCO-RES-SE-NIEGA             VALUE 'R'.
             88 GCO-RES-NUMERO-ERRADO        VALUE 'E'.
             88 GCO-RES-VALIDO               VALUE 'N' 'P' 'R' 'E'.
           05 GCO-FECHA-PROMESA          PIC X(10).
           05 GCO-VALOR-PROMESA          PIC S9(11)V99 COMP-3.
           05 GCO-ESTADO                 PIC X(1).

      *    FECHA Y HORA DE MAQUINA DE LA GESTION
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
       01 WS-HORA-COMPLETA.
           05 HOR-HHMMSS                 PIC X(6).
           05 HOR-CENTESIMAS             PIC X(2).

      *    FECHA PROMETIDA DIGITADA, YYYY-MM-DD
       01 WS-FECHA-DIGITADA.
           05 FDI-ANO                    PIC X(4).
           05 FDI-GUION1                 PIC X.
           05 FDI-MES                    PIC X(2).
           05 FDI-GUION2                 PIC X.
           05 FDI-DIA                    PIC X(2).

      *    EL VALOR PROMETIDO SE DIGITA EN UNIDADES ENTERAS
       01 WS-VALOR-DIGITADO              PIC 9(11) VALUE ZEROS.

       01 WS-LINEA-COLA.
           05 LCO-POSICION               PIC ZZZ9.
           05 FILLER                     PIC X     VALUE SPACES.
           05 LCO-CLIENTE                PIC X(8).
           05 FILLER                     PIC X     VALUE SPACES.
           05 LCO-NOMBRE                 PIC X(20).
           05 FILLER                     PIC X     VALUE SPACES.
           05 LCO-DIAS                   PIC ZZZ9.
           05 FILLER                     PIC X     VALUE SPACES.
           05 LCO-SALDO                  PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                     PIC X     VALUE SPACES.
           05 LCO-ROTA                   PIC X(4).
           05 FILLER                     PIC X     VALUE SPACES.
           05 LCO-RESULTADO              PIC X(1).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCOB
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOGCO
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCLI
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOSYS
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: COLA DEL GESTOR DESDE UNA POSICION, DENTRO   **
      ******   DEL ALCANCE DE OFICINA DEL USUARIO                     **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT Q.COB_POSICION, Q.COB_CLIENTE,
                      VALUE(C.CLI_NOMBRE, ' '), Q.COB_DIAS_ATRASO,
                      Q.COB_SALDO, Q.COB_PROMESA_ROTA, Q.COB_ESTADO,
                      Q.COB_RESULTADO
               FROM PRDTWCOB Q
                    LEFT OUTER JOIN PRDTWCLI C
                    ON C.CLI_CODIGO = Q.COB_CLIENTE
               WHERE Q.COB_GESTOR   = :COB-GESTOR
               AND   Q.COB_POSICION > :WS-DESDE-POSICION
               AND  (Q.COB_OFICINA  = :WS-OFICINA-ALCANCE
                OR   :WS-OFICINA-ALCANCE = ' ')
               ORDER BY Q.COB_POSICION
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      *          INTERFAZ CAI-PE9CAUT0 (HABILITACIONES, PE3COAUT)      *
      ******************************************************************
       COPY PE3COAUT.

      ******************************************************************
      *                   COPY DEL MAPA SIMBOLICO                      *
      ******************************************************************
       COPY PE3M0111.

       COPY DFHAID.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 CA-INDICADOR                PIC X.
             88 CA-YA-ENVIO-MAPA               VALUE 'S'.
          05 CA-GESTOR                   PIC X(8).
      *    ULTIMA POSICION MOSTRADA, PUNTO DE ARRANQUE DEL PF8
          05 CA-ULTIMA-POSICION          PIC S9(4) COMP.

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
              WHEN EIBAID = DFHPF8
                   PERFORM 2500-PAGINA-SIGUIENTE
              WHEN EIBAID = DFHPF5
                   PERFORM 3000-REGISTRAR-GESTION
              WHEN OTHER
                   PERFORM 2000-CONSULTAR-COLA
           END-EVALUATE

           PERFORM 9000-RETORNAR-TRANSACCION.

      ******************************************************************
      *                 0100-VALIDAR-HABILITACION                      *
      *   EL USUARIO DEBE TENER FILA EN PRDTWAUT PARA ESTA             *
      *   TRANSACCION CON NIVEL DE CAPTURA O SUPERIOR; SU OFICINA DE   *
      *   ALCANCE LIMITA LA COLA QUE PUEDE VER                         *
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
           END-IF

           IF AUT0-OFICINA = LOW-VALUES
              MOVE SPACES       TO WS-OFICINA-ALCANCE
           ELSE
              MOVE AUT0-OFICINA TO WS-OFICINA-ALCANCE
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
              MOVE LOW-VALUES  TO PE3M0111O
              MOVE SYS-MENSAJE TO MSGSO
              PERFORM 8100-ENVIAR-MAPA-DATOS
              PERFORM 9000-RETORNAR-TRANSACCION
           END-IF.

      ******************************************************************
      *                       1000-PRIMERA-VEZ                         *
      *   ARRANCA MOSTRANDO LA COLA PROPIA DEL USUARIO                 *
      ******************************************************************
       1000-PRIMERA-VEZ.
           MOVE WS-USUARIO              TO CA-GESTOR
           MOVE ZEROS                   TO CA-ULTIMA-POSICION
           PERFORM 4000-LISTAR-COLA.

      ******************************************************************
      *                    2000-CONSULTAR-COLA                         *
      *   ENTER: LA COLA DEL GESTOR DIGITADO (EN BLANCO, LA PROPIA)    *
      *   DESDE LA PRIMERA POSICION. VER LA DE OTRO GESTOR EXIGE       *
      *   NIVEL DE APROBACION                                          *
      ******************************************************************
       2000-CONSULTAR-COLA.
           EXEC CICS RECEIVE MAP(CTE-MAPA)
                     MAPSET(CTE-MAPSET)
                     INTO(PE3M0111I)
           END-EXEC

           PERFORM 2100-RESOLVER-GESTOR
           IF NO-DATOS-VALIDOS
              PERFORM 8100-ENVIAR-MAPA-DATOS
              PERFORM 9000-RETORNAR-TRANSACCION
           END-IF

           MOVE ZEROS TO CA-ULTIMA-POSICION
           PERFORM 4000-LISTAR-COLA.

       2100-RESOLVER-GESTOR.
           SET SI-DATOS-VALIDOS TO TRUE
           IF GESTI = SPACES OR LOW-VALUES
              MOVE WS-USUARIO TO CA-GESTOR
           ELSE
              IF GESTI NOT = WS-USUARIO
                 AND NOT AUT0-NIV-APRUEBA
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE LOW-VALUES TO PE3M0111O
                   MOVE 'SOLO EL SUPERVISOR VE LA COLA DE OTRO GESTOR'
                                      TO MSGSO
                   MOVE -1            TO GESTL
              ELSE
                   MOVE GESTI         TO CA-GESTOR
              END-IF
           END-IF.

      ******************************************************************
      *                   2500-PAGINA-SIGUIENTE                        *
      *   PF8: CONTINUA DESDE LA POSICION SIGUIENTE A LA ULTIMA        *
      *   MOSTRADA                                                     *
      ******************************************************************
       2500-PAGINA-SIGUIENTE.
           PERFORM 4000-LISTAR-COLA.

      ******************************************************************
      *                     4000-LISTAR-COLA                           *
      ******************************************************************
       4000-LISTAR-COLA.
           PERFORM 4050-LLENAR-COLA

           EVALUATE TRUE
              WHEN NO-COLA-LEIDA
                   MOVE 'NO SE PUDO LEER LA COLA DE COBRANZA' TO MSGSO
              WHEN WS-LINEAS = ZEROS
               AND WS-DESDE-POSICION = ZEROS
                   MOVE 'SIN CLIENTES EN LA COLA DEL GESTOR' TO MSGSO
              WHEN WS-LINEAS = ZEROS
                   MOVE 'FIN DE LA COLA: ENTER VUELVE AL INICIO'
                                          TO MSGSO
              WHEN SI-FIN-CURSOR
                   MOVE 'FIN DE LA COLA DEL GESTOR' TO MSGSO
              WHEN OTHER
                   MOVE 'HAY MAS: OPRIMA PF8' TO MSGSO
           END-EVALUATE

           PERFORM 8100-ENVIAR-MAPA-DATOS.

      ******************************************************************
      *                     4050-LLENAR-COLA                           *
      *   PINTA HASTA DIEZ RENGLONES DESDE LA POSICION SIGUIENTE A LA  *
      *   ULTIMA MOSTRADA Y DEJA EN EL COMMAREA LA ULTIMA PINTADA      *
      ******************************************************************
       4050-LLENAR-COLA.
           MOVE LOW-VALUES         TO PE3M0111O
           MOVE CA-GESTOR          TO GESTO COB-GESTOR
           MOVE CA-ULTIMA-POSICION TO WS-DESDE-POSICION
           MOVE ZEROS              TO WS-LINEAS
           SET NO-FIN-CURSOR       TO TRUE
           SET SI-COLA-LEIDA       TO TRUE

           EXEC SQL
               OPEN CURSOR_1
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              SET NO-COLA-LEIDA    TO TRUE
           ELSE
              PERFORM 4100-FETCH-COLA
              PERFORM 4200-PONER-LINEA
                      UNTIL SI-FIN-CURSOR
                      OR WS-LINEAS NOT < CTE-MAX-LINEAS
              EXEC SQL
                  CLOSE CURSOR_1
              END-EXEC
           END-IF.

       4100-FETCH-COLA.
           EXEC SQL
               FETCH CURSOR_1
               INTO :COB-POSICION, :COB-CLIENTE, :WS-NOMBRE-CLIENTE,
                    :COB-DIAS-ATRASO, :COB-SALDO, :COB-PROMESA-ROTA,
                    :COB-ESTADO, :COB-RESULTADO
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              SET SI-FIN-CURSOR TO TRUE
           END-IF.

       4200-PONER-LINEA.
           ADD 1 TO WS-LINEAS
           MOVE COB-POSICION       TO LCO-POSICION CA-ULTIMA-POSICION
           MOVE COB-CLIENTE        TO LCO-CLIENTE
           MOVE WS-NOMBRE-CLIENTE  TO LCO-NOMBRE
           MOVE COB-DIAS-ATRASO    TO LCO-DIAS
           MOVE COB-SALDO          TO LCO-SALDO
           IF COB-CON-PROMESA-ROTA
              MOVE 'SI'            TO LCO-ROTA
           ELSE
              MOVE SPACES          TO LCO-ROTA
           END-IF
           MOVE COB-RESULTADO      TO LCO-RESULTADO
           EVALUATE WS-LINEAS
              WHEN 1
                   MOVE WS-LINEA-COLA TO L01O
              WHEN 2
                   MOVE WS-LINEA-COLA TO L02O
              WHEN 3
                   MOVE WS-LINEA-COLA TO L03O
              WHEN 4
                   MOVE WS-LINEA-COLA TO L04O
              WHEN 5
                   MOVE WS-LINEA-COLA TO L05O
              WHEN 6
                   MOVE WS-LINEA-COLA TO L06O
              WHEN 7
                   MOVE WS-LINEA-COLA TO L07O
              WHEN 8
                   MOVE WS-LINEA-COLA TO L08O
              WHEN 9
                   MOVE WS-LINEA-COLA TO L09O
              WHEN 10
                   MOVE WS-LINEA-COLA TO L10O
           END-EVALUATE

           PERFORM 4100-FETCH-COLA.

      ******************************************************************
      *                 3000-REGISTRAR-GESTION                         *
      *   PF5: EL CLIENTE DEBE ESTAR EN LA COLA DEL GESTOR EN PANTALLA *
      *   (LA PROPIA, O LA DE OTRO SI ES SUPERVISOR). LA GESTION Y LA  *
      *   MARCA EN LA COLA VAN EN LA MISMA UNIDAD DE TRABAJO           *
      ******************************************************************
       3000-REGISTRAR-GESTION.
           PERFORM 0200-VALIDAR-QUIESCE

           EXEC CICS RECEIVE MAP(CTE-MAPA)
                     MAPSET(CTE-MAPSET)
                     INTO(PE3M0111I)
           END-EXEC

           PERFORM 2100-RESOLVER-GESTOR
           IF SI-DATOS-VALIDOS
              PERFORM 3100-VALIDAR-CAPTURA
           END-IF
           IF NO-DATOS-VALIDOS
              PERFORM 8100-ENVIAR-MAPA-DATOS
              PERFORM 9000-RETORNAR-TRANSACCION
           END-IF

           PERFORM 3200-LEER-CLIENTE-COLA
           IF NO-DATOS-VALIDOS
              PERFORM 8100-ENVIAR-MAPA-DATOS
              PERFORM 9000-RETORNAR-TRANSACCION
           END-IF

           PERFORM 3300-GRABAR-GESTION

           MOVE MSGSO TO WS-MENSAJE
           MOVE ZEROS TO CA-ULTIMA-POSICION
           PERFORM 4050-LLENAR-COLA
           MOVE WS-MENSAJE TO MSGSO
           PERFORM 8100-ENVIAR-MAPA-DATOS.

      ******************************************************************
      *                   3100-VALIDAR-CAPTURA                         *
      *   CLIENTE Y RESULTADO SON OBLIGATORIOS; LA PROMESA EXIGE       *
      *   FECHA YYYY-MM-DD NO ANTERIOR A HOY Y VALOR MAYOR QUE CERO    *
      ******************************************************************
       3100-VALIDAR-CAPTURA.
           ACCEPT WS-FECHA-COMPACTA FROM DATE YYYYMMDD
           MOVE FCO-ANO TO FGU-ANO
           MOVE FCO-MES TO FGU-MES
           MOVE FCO-DIA TO FGU-DIA

           MOVE RESUI   TO GCO-RESULTADO
           MOVE FPROI   TO WS-FECHA-DIGITADA
           MOVE ZEROS   TO WS-VALOR-DIGITADO
           IF VPROI NOT = SPACES AND NOT = LOW-VALUES
              AND VPROI IS NUMERIC
                MOVE VPROI TO WS-VALOR-DIGITADO
           END-IF

           EVALUATE TRUE
              WHEN CLIEI = SPACES OR LOW-VALUES
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'DIGITE EL CLIENTE GESTIONADO' TO MSGSO
                   MOVE -1                TO CLIEL
              WHEN NOT GCO-RES-VALIDO
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'RESULTADO INVALIDO: N, P, R O E' TO MSGSO
                   MOVE -1                TO RESUL
              WHEN GCO-RES-PROMESA
               AND (FDI-ANO IS NOT NUMERIC
                OR  FDI-MES IS NOT NUMERIC
                OR  FDI-DIA IS NOT NUMERIC
                OR  FDI-GUION1 NOT = '-'
                OR  FDI-GUION2 NOT = '-'
                OR  FDI-MES < '01' OR FDI-MES > '12'
                OR  FDI-DIA < '01' OR FDI-DIA > '31')
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'FECHA DE PROMESA INVALIDA, USE YYYY-MM-DD'
                                          TO MSGSO
                   MOVE -1                TO FPROL
              WHEN GCO-RES-PROMESA
               AND WS-FECHA-DIGITADA < WS-FECHA-GUIONES
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'LA FECHA DE PROMESA YA PASO' TO MSGSO
                   MOVE -1                TO FPROL
              WHEN GCO-RES-PROMESA
               AND WS-VALOR-DIGITADO = ZEROS
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'DIGITE EL VALOR PROMETIDO' TO MSGSO
                   MOVE -1                TO VPROL
           END-EVALUATE.

      ******************************************************************
      *                  3200-LEER-CLIENTE-COLA                        *
      ******************************************************************
       3200-LEER-CLIENTE-COLA.
           MOVE CLIEI     TO COB-CLIENTE
           MOVE CA-GESTOR TO COB-GESTOR

           EXEC SQL
               SELECT COB_OFICINA
               INTO  :COB-OFICINA
               FROM  PRDTWCOB
               WHERE COB_CLIENTE = :COB-CLIENTE
               AND   COB_GESTOR  = :COB-GESTOR
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = +100
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'EL CLIENTE NO ESTA EN LA COLA DEL GESTOR'
                                          TO MSGSO
                   MOVE -1                TO CLIEL
              WHEN SQLCODE NOT = ZEROS
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'NO SE PUDO LEER LA COLA DE COBRANZA' TO MSGSO
              WHEN WS-OFICINA-ALCANCE NOT = SPACES
               AND COB-OFICINA NOT = WS-OFICINA-ALCANCE
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'CLIENTE FUERA DE LA OFICINA DE SU USUARIO'
                                          TO MSGSO
                   MOVE -1                TO CLIEL
           END-EVALUATE.

      ******************************************************************
      *                   3300-GRABAR-GESTION                          *
      *   LA GESTION QUEDA A NOMBRE DEL USUARIO QUE LA CAPTURA; LA     *
      *   PROMESA ARRANCA PENDIENTE Y LA EVALUA PE3C0110 VENCIDA SU    *
      *   FECHA                                                        *
      ******************************************************************
       3300-GRABAR-GESTION.
           ACCEPT WS-HORA-COMPLETA FROM TIME
           MOVE WS-FECHA-GUIONES TO GCO-FECHA
           MOVE HOR-HHMMSS       TO GCO-HORA

           IF GCO-RES-PROMESA
              MOVE WS-FECHA-DIGITADA TO GCO-FECHA-PROMESA
              MOVE WS-VALOR-DIGITADO TO GCO-VALOR-PROMESA
              MOVE 'P'               TO GCO-ESTADO
           ELSE
              MOVE SPACES            TO GCO-FECHA-PROMESA
              MOVE ZEROS             TO GCO-VALOR-PROMESA
              MOVE SPACES            TO GCO-ESTADO
           END-IF

           EXEC SQL
               INSERT INTO PRDTWGCO
                   (GCO_CLIENTE, GCO_FECHA, GCO_HORA, GCO_GESTOR,
                    GCO_OFICINA, GCO_RESULTADO, GCO_FECHA_PROMESA,
                    GCO_VALOR_PROMESA, GCO_ESTADO, GCO_PAGADO,
                    GCO_FECHA_EVALUACION)
               VALUES
                   (:COB-CLIENTE, :GCO-FECHA, :GCO-HORA, :WS-USUARIO,
                    :COB-OFICINA, :GCO-RESULTADO, :GCO-FECHA-PROMESA,
                    :GCO-VALOR-PROMESA, :GCO-ESTADO, 0, ' ')
           END-EXEC

           IF SQLCODE NOT = ZEROS
              MOVE 'NO SE PUDO REGISTRAR LA GESTION' TO MSGSO
           ELSE
              EXEC SQL
                  UPDATE PRDTWCOB
                  SET    COB_ESTADO    = 'G',
                         COB_RESULTADO = :GCO-RESULTADO
                  WHERE  COB_CLIENTE   = :COB-CLIENTE
                  AND    COB_GESTOR    = :COB-GESTOR
              END-EXEC
              IF SQLCODE = ZEROS AND SQLERRD (3) > ZEROS
                 MOVE 'GESTION REGISTRADA' TO MSGSO
              ELSE
                 EXEC CICS SYNCPOINT ROLLBACK
                 END-EXEC
                 MOVE 'NO SE PUDO MARCAR LA COLA, NADA SE REGISTRO'
                                         TO MSGSO
              END-IF
           END-IF.

      ******************************************************************
      *                     8100-ENVIAR-MAPA-DATOS                     *
      ******************************************************************
       8100-ENVIAR-MAPA-DATOS.
           EXEC CICS SEND MAP(CTE-MAPA)
                     MAPSET(CTE-MAPSET)
                     FROM(PE3M0111O)
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
                     LENGTH(11)
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
                     FROM('COBRANZA FINALIZADA')
                     LENGTH(19)
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
                     FROM('ERROR CICS EN PE3C0111')
                     LENGTH(23)
                     ERASE
                     FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.
