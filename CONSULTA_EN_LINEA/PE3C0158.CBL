       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0158.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL/CICS                               *
      *                                                                *
      *                         DESCRIPCION:
      *           TRANSACCION EN LINEA CP33 (PSEUDO-CONVERSACIONAL)
      *           DE CIERRE DEL DIA DE OFICINA: PARA UNA OFICINA Y
      *           FECHA MUESTRA LO CAPTURADO POR CADA OPERADOR
      *           (PRDTWODO, QUE PE3C0022 ACUMULA CON CADA
      *           OPERACION QUE APLICA LA CAPTURA DE OFICINA
      *           CP20/PE3C0046; LOS PASOS BATCH, LA SUSPENSION, LAS
      *           CONDONACIONES Y LO QUE APRUEBA EL SUPERVISOR NO SON
      *           OPERADORES DE LA OFICINA), EL SUPERVISOR DECLARA EL
      *           EFECTIVO Y LOS COMPROBANTES DE CADA UNO Y CON PF5 EL
      *           DIA QUEDA CERRADO EN PRDTWODC CON LAS DIFERENCIAS.
      *           DESDE ESE MOMENTO PE3C0022 RECHAZA CON '65' LAS
      *           ALTAS Y CAMBIOS CAPTURADOS EN CP20 PARA ESA OFICINA
      *           Y FECHA. PE3C0159 LISTA CADA NOCHE LAS OFICINAS QUE
      *           NO CERRARON
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
          05 CTE-MAPSET                  PIC X(08) VALUE 'PE3M0158'.
          05 CTE-MAPA                    PIC X(08) VALUE 'PE3M0158'.
          05 CTE-TRANSID                 PIC X(04) VALUE 'CP33'.
          05 CTE-RUTINA-HABILITA         PIC X(08) VALUE 'PE3C0081'.
          05 CTE-RUTINA-FECHA            PIC X(08) VALUE 'PE3C0060'.

      *    RENGLONES DE OPERADOR QUE CABEN EN LA PANTALLA
       01 CTE-MAX-RENGLONES              PIC 9(02) VALUE 10.

      ******************************************************************
      *                           SWITCHES                             *
      ******************************************************************
       01 SWITCHES.
          05 SW-DATOS-VALIDOS       PIC X       VALUE 'S'.
             88 SI-DATOS-VALIDOS                VALUE 'S'.
             88 NO-DATOS-VALIDOS                VALUE 'N'.
          05 SW-FECHA-VALIDA        PIC X       VALUE 'S'.
             88 SI-FECHA-VALIDA                 VALUE 'S'.
             88 NO-FECHA-VALIDA                 VALUE 'N'.
          05 SW-VALOR-VALIDO        PIC X       VALUE 'S'.
             88 SI-VALOR-VALIDO                 VALUE 'S'.
             88 NO-VALOR-VALIDO                 VALUE 'N'.
          05 SW-FIN-CURSOR-1        PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR-1                 VALUE 'S'.
             88 NO-FIN-CURSOR-1                 VALUE 'N'.
          05 SW-EXCEDE-RENGLONES    PIC X       VALUE 'N'.
             88 SI-EXCEDE-RENGLONES             VALUE 'S'.
             88 NO-EXCEDE-RENGLONES             VALUE 'N'.
          05 SW-SUPERVISOR-CAPTURO  PIC X       VALUE 'N'.
             88 SI-SUPERVISOR-CAPTURO           VALUE 'S'.
             88 NO-SUPERVISOR-CAPTURO           VALUE 'N'.

      ******************************************************************
      *                    AREA DE COMUNICACION CICS                   *
      ******************************************************************
       01 WS-RESP-CICS                   PIC S9(8) COMP.

      *    USUARIO CICS DE LA SESION (ASSIGN USERID), LLAVE DE LA
      *    HABILITACION EN PRDTWAUT; QUEDA COMO SUPERVISOR DEL CIERRE
       01 WS-USUARIO                     PIC X(8)  VALUE SPACES.

      *    ESTADO DEL SISTEMA (PRDTWSYS): EN 'Q' LA CADENA NOCTURNA
      *    ESTA CORRIENDO Y NO SE CIERRA NADA
       01 PRDTW-SYS.
           05 SYS-ESTADO                 PIC X(1).
             88 SYS-QUIESCE                  VALUE 'Q'.
           05 SYS-MENSAJE                PIC X(40).

      *    OFICINA DE LA MAESTRA (PRDTWOFI)
       01 PRDTW-OFI.
           05 OFI-CODIGO                 PIC X(4).
           05 OFI-NOMBRE                 PIC X(30).

      ******************************************************************
      *   CONTROL DEL DIA DE OFICINA (PRDTWODC); EN BLANCO SIN FILA    *
      ******************************************************************
       01 PRDTW-ODC.
           05 ODC-OFICINA                PIC X(4).
           05 ODC-FECHA                  PIC X(10).
           05 ODC-ESTADO                 PIC X(1).
             88 ODC-SIN-CONTROL              VALUE SPACE.
             88 ODC-ABIERTO                  VALUE 'A'.
             88 ODC-CERRADO                  VALUE 'C'.
           05 ODC-SUPERVISOR             PIC X(8).
           05 ODC-FECHA-CIERRE           PIC X(8).
           05 ODC-HORA-CIERRE            PIC X(6).
           05 ODC-TOTAL-CAPTURADO        PIC S9(11)V99 COMP-3.
           05 ODC-TOTAL-DECLARADO        PIC S9(11)V99 COMP-3.
           05 ODC-DIFERENCIA             PIC S9(11)V99 COMP-3.

      ******************************************************************
      *   TOTAL DE UN OPERADOR EN EL DIA DE OFICINA (PRDTWODO)         *
      ******************************************************************
       01 PRDTW-ODO.
           05 ODO-USUARIO                PIC X(8).
           05 ODO-CANTIDAD               PIC S9(9) COMP.
           05 ODO-VALOR                  PIC S9(11)V99 COMP-3.
           05 ODO-EFECTIVO               PIC S9(11)V99 COMP-3.
           05 ODO-COMPROBANTES           PIC S9(11)V99 COMP-3.
           05 ODO-DIFERENCIA             PIC S9(11)V99 COMP-3.

      *    RELECTURA DE LOS TOTALES AL CONFIRMAR: SI NO COINCIDEN CON
      *    LO MOSTRADO HUBO CAPTURAS ENTRE ENTER Y PF5
       01 WS-RELECTURA.
           05 WS-REL-FILAS               PIC S9(9) COMP.
           05 WS-REL-CANTIDAD            PIC S9(9) COMP.
           05 WS-REL-VALOR               PIC S9(11)V99 COMP-3.

      *    FECHA Y HORA DE MAQUINA DEL CIERRE
       01 WS-FECHA-MAQUINA               PIC X(8).
       01 WS-HORA-MAQUINA                PIC X(6).

      *    FECHA DIGITADA, AAAA-MM-DD COMO EN PRDTW02
       01 WS-FECHA-DIGITADA              PIC X(10).
       01 WS-FECHA-DIGITADA-R REDEFINES WS-FECHA-DIGITADA.
           05 FDI-ANO                    PIC X(4).
           05 FDI-GUION-1                PIC X(1).
           05 FDI-MES                    PIC X(2).
           05 FDI-GUION-2                PIC X(1).
           05 FDI-DIA                    PIC X(2).

      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-IND-FILA            PIC S9(4) COMP VALUE ZEROS.
          05 WS-TOTAL-CANTIDAD      PIC S9(9) COMP VALUE ZEROS.
          05 WS-TOTAL-CAPTURADO     PIC S9(11)V99 COMP-3 VALUE ZEROS.
          05 WS-TOTAL-EFECTIVO      PIC S9(11)V99 COMP-3 VALUE ZEROS.
          05 WS-TOTAL-COMPROBANTES  PIC S9(11)V99 COMP-3 VALUE ZEROS.
          05 WS-TOTAL-DECLARADO     PIC S9(11)V99 COMP-3 VALUE ZEROS.
          05 WS-TOTAL-DIFERENCIA    PIC S9(11)V99 COMP-3 VALUE ZEROS.
          05 WS-DIFERENCIA-FILA     PIC S9(11)V99 COMP-3 VALUE ZEROS.

       01 WS-SQLCODE-EDIT                PIC -ZZZ9.
       01 WS-CANTIDAD-EDITADA            PIC ZZZZ9.
       01 WS-VALOR-EDITADO               PIC -ZZZZZZZZZ9.99.
       01 WS-DECLARADO-EDITADO           PIC Z(12)9.

      ******************************************************************
      *   NORMALIZACION DE LO DECLARADO, LA MISMA DE CP20: EL CAMPO    *
      *   ES LIBRE, SE AJUSTA A LA DERECHA Y SE RELLENA CON CEROS      *
      *   ANTES DE LA PRUEBA NUMERICA. SE DECLARAN UNIDADES ENTERAS    *
      *   (MAXIMO 9 DIGITOS); LOS CENTAVOS QUEDAN EN CERO              *
      ******************************************************************
       01 WS-NORMALIZA-VALOR.
          05 WS-VAL-ENTRADA              PIC X(13).
          05 WS-VAL-SALIDA               PIC X(13).
          05 WS-VAL-POS                  PIC 9(02) VALUE ZEROS.
          05 WS-VAL-DESTINO              PIC 9(02) VALUE ZEROS.
          05 WS-VAL-CARACTER             PIC X(01).
          05 WS-VAL-DIGITOS              PIC 9(02) VALUE ZEROS.

       01 WS-VALOR-ENTERO                PIC 9(13) VALUE ZEROS.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOSYS
           END-EXEC.

           EXEC SQL
               INCLUDE PETCWOFI
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOODC
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOODO
           END-EXEC.

      ******   CURSOR_1: OPERADORES CON CAPTURAS EN EL DIA DE OFICINA **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT ODO_USUARIO, ODO_CANTIDAD, ODO_VALOR,
                      ODO_EFECTIVO, ODO_COMPROBANTES
               FROM PRDTWODO
               WHERE ODO_OFICINA = :ODC-OFICINA
               AND   ODO_FECHA   = :ODC-FECHA
               ORDER BY ODO_USUARIO
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      *                   COPY DEL MAPA SIMBOLICO                      *
      ******************************************************************
       COPY PE3M0158.

      *    LOS DIEZ RENGLONES DE OPERADOR DEL MAPA VISTOS COMO TABLA
      *    (MISMA LONGITUD, ATRIBUTO Y DATO DE CADA CAMPO); LOS 85
      *    PRIMEROS BYTES SON EL PREFIJO, OFICINA, FECHA Y ESTADO
       01 WS-MAPA-RENGLONES REDEFINES PE3M0158I.
           05 FILLER                     PIC X(85).
           05 REN-RENGLON OCCURS 10 TIMES.
              10 REN-USU-L               PIC S9(4) COMP.
              10 REN-USU-A               PIC X.
              10 REN-USUARIO             PIC X(8).
              10 REN-CAN-L               PIC S9(4) COMP.
              10 REN-CAN-A               PIC X.
              10 REN-CANTIDAD            PIC X(5).
              10 REN-CAP-L               PIC S9(4) COMP.
              10 REN-CAP-A               PIC X.
              10 REN-CAPTURADO           PIC X(14).
              10 REN-EFE-L               PIC S9(4) COMP.
              10 REN-EFE-A               PIC X.
              10 REN-EFECTIVO            PIC X(13).
              10 REN-COM-L               PIC S9(4) COMP.
              10 REN-COM-A               PIC X.
              10 REN-COMPROBANTES        PIC X(13).
              10 REN-DIF-L               PIC S9(4) COMP.
              10 REN-DIF-A               PIC X.
              10 REN-DIFERENCIA          PIC X(14).

      ******************************************************************
      *          INTERFAZ CAI-PE9CAUT0 (HABILITACIONES, PE3COAUT)      *
      ******************************************************************
       COPY PE3COAUT.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE FECHA DE PROCESO PE3C0060 (FECHA    *
      *   PROPUESTA PARA EL CIERRE)                                    *
      ******************************************************************
       COPY PE3CFPRO.

       COPY DFHAID.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 CA-INDICADOR                PIC X.
             88 CA-YA-ENVIO-MAPA               VALUE 'S'.
          05 CA-ESTADO                   PIC X.
             88 CA-SIN-CAPTURA                 VALUE ' '.
             88 CA-DIA-CARGADO                 VALUE 'D'.
             88 CA-ESPERA-CONFIRMA             VALUE 'C'.
          05 CA-OFICINA                  PIC X(4).
          05 CA-FECHA                    PIC X(10).
          05 CA-CANT-FILAS               PIC S9(4) COMP.
          05 CA-TOTAL-CANTIDAD           PIC S9(9) COMP.
          05 CA-TOTAL-CAPTURADO          PIC S9(11)V99 COMP-3.
          05 CA-FILA OCCURS 10 TIMES.
             10 CA-USUARIO               PIC X(8).
             10 CA-CANTIDAD              PIC S9(9) COMP.
             10 CA-CAPTURADO             PIC S9(11)V99 COMP-3.
             10 CA-EFECTIVO              PIC S9(11)V99 COMP-3.
             10 CA-COMPROBANTES          PIC S9(11)V99 COMP-3.

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
                   PERFORM 3000-CONFIRMAR-CIERRE
              WHEN OTHER
                   PERFORM 2000-PROCESAR-ENTRADA
           END-EVALUATE

           PERFORM 9000-RETORNAR-TRANSACCION.

      ******************************************************************
      *                 0100-VALIDAR-HABILITACION                      *
      *   EL CIERRE LO CONFIRMA EL SUPERVISOR: FILA EN PRDTWAUT PARA   *
      *   ESTA TRANSACCION CON NIVEL DE APROBACION. CON ALCANCE DE     *
      *   OFICINA SOLO CIERRA LA SUYA (VER 2100)                       *
      ******************************************************************
       0100-VALIDAR-HABILITACION.
           EXEC CICS ASSIGN USERID(WS-USUARIO)
           END-EXEC

           INITIALIZE CAI-PE9CAUT0
           MOVE WS-USUARIO   TO AUT0-USUARIO
           MOVE CTE-TRANSID  TO AUT0-TRANSACCION

           CALL CTE-RUTINA-HABILITA USING CAI-PE9CAUT0

           IF AUT0-COD-RET NOT = '00' OR NOT AUT0-NIV-APRUEBA
              PERFORM 9600-RECHAZAR-USUARIO
           END-IF.

      ******************************************************************
      *                   0200-VALIDAR-QUIESCE                         *
      *   CON EL SISTEMA EN 'Q' (PE3C0083) SE MUESTRA EL MENSAJE DE    *
      *   OPERACIONES EN VEZ DE CERRAR                                 *
      ******************************************************************
       0200-VALIDAR-QUIESCE.
           EXEC SQL
               SELECT SYS_ESTADO, SYS_MENSAJE
               INTO  :SYS-ESTADO, :SYS-MENSAJE
               FROM  PRDTWSYS
           END-EXEC

           IF SQLCODE = ZEROS AND SYS-QUIESCE
              MOVE LOW-VALUES   TO PE3M0158O
              MOVE SYS-MENSAJE  TO MSGSO
              SET CA-SIN-CAPTURA TO TRUE
              PERFORM 8100-ENVIAR-MAPA-DATOS
              PERFORM 9000-RETORNAR-TRANSACCION
           END-IF.

      ******************************************************************
      *                       1000-PRIMERA-VEZ                         *
      *   PROPONE LA OFICINA DEL SUPERVISOR Y LA FECHA DE NEGOCIO      *
      ******************************************************************
       1000-PRIMERA-VEZ.
           MOVE LOW-VALUES              TO PE3M0158O
           MOVE AUT0-OFICINA            TO OFICO
           CALL CTE-RUTINA-FECHA USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO      TO FECHO
           MOVE 'DIGITE OFICINA Y FECHA, ENTER CARGA LOS OPERADORES'
                                        TO MSGSO
           SET CA-SIN-CAPTURA           TO TRUE
           MOVE ZEROS                   TO CA-CANT-FILAS
           PERFORM 8000-ENVIAR-MAPA-VACIO.

      ******************************************************************
      *                     2000-PROCESAR-ENTRADA                      *
      *   UNA OFICINA O FECHA NUEVA CARGA LOS OPERADORES DEL DIA;      *
      *   SOBRE EL MISMO DIA YA CARGADO, ENTER TOMA LO DECLARADO,      *
      *   CALCULA LAS DIFERENCIAS Y QUEDA EN ESPERA DE PF5             *
      ******************************************************************
       2000-PROCESAR-ENTRADA.
           PERFORM 0200-VALIDAR-QUIESCE

           EXEC CICS RECEIVE MAP(CTE-MAPA)
                     MAPSET(CTE-MAPSET)
                     INTO(PE3M0158I)
           END-EXEC

           PERFORM 2100-VALIDAR-CAMPOS

           IF NO-DATOS-VALIDOS
              SET CA-SIN-CAPTURA TO TRUE
              PERFORM 8100-ENVIAR-MAPA-DATOS
              PERFORM 9000-RETORNAR-TRANSACCION
           END-IF

           IF CA-SIN-CAPTURA
              OR OFICI NOT = CA-OFICINA
              OR FECHI NOT = CA-FECHA
                PERFORM 2200-GUARDAR-CAPTURA
                PERFORM 2300-CARGAR-DIA
           ELSE
                PERFORM 2600-CALCULAR-DECLARADO
           END-IF

           PERFORM 8100-ENVIAR-MAPA-DATOS.

      ******************************************************************
      *                     2100-VALIDAR-CAMPOS                        *
      *   OFICINA REGISTRADA EN PRDTWOFI Y FECHA AAAA-MM-DD; UN        *
      *   SUPERVISOR CON ALCANCE DE OFICINA SOLO CIERRA LA SUYA (EN    *
      *   BLANCO SE TOMA LA SUYA)                                      *
      ******************************************************************
       2100-VALIDAR-CAMPOS.
           SET SI-DATOS-VALIDOS TO TRUE

           IF OFICI = LOW-VALUES
              MOVE SPACES TO OFICI
           END-IF
           IF FECHI = LOW-VALUES
              MOVE SPACES TO FECHI
           END-IF
           IF OFICI = SPACES
              MOVE AUT0-OFICINA TO OFICI
           END-IF

           MOVE FECHI TO WS-FECHA-DIGITADA
           PERFORM 2110-VALIDAR-FECHA

           EVALUATE TRUE
              WHEN OFICI = SPACES
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'DIGITE LA OFICINA A CERRAR' TO MSGSO
                   MOVE -1                  TO OFICL
              WHEN AUT0-OFICINA NOT = SPACES
               AND OFICI NOT = AUT0-OFICINA
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'SOLO PUEDE CERRAR EL DIA DE SU OFICINA'
                                            TO MSGSO
                   MOVE -1                  TO OFICL
              WHEN NO-FECHA-VALIDA
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'FECHA INVALIDA, DIGITE AAAA-MM-DD' TO MSGSO
                   MOVE -1                  TO FECHL
           END-EVALUATE

           IF SI-DATOS-VALIDOS
              PERFORM 2120-VALIDAR-OFICINA
           END-IF.

      ******************************************************************
      *                     2110-VALIDAR-FECHA                         *
      ******************************************************************
       2110-VALIDAR-FECHA.
           SET SI-FECHA-VALIDA TO TRUE
           EVALUATE TRUE
              WHEN FDI-ANO IS NOT NUMERIC
                OR FDI-MES IS NOT NUMERIC
                OR FDI-DIA IS NOT NUMERIC
                OR FDI-GUION-1 NOT = '-'
                OR FDI-GUION-2 NOT = '-'
                   SET NO-FECHA-VALIDA TO TRUE
              WHEN FDI-MES < '01' OR FDI-MES > '12'
                OR FDI-DIA < '01' OR FDI-DIA > '31'
                   SET NO-FECHA-VALIDA TO TRUE
           END-EVALUATE.

       2120-VALIDAR-OFICINA.
           MOVE OFICI TO OFI-CODIGO

           EXEC SQL
               SELECT OFI_NOMBRE
               INTO  :OFI-NOMBRE
               FROM  PRDTWOFI
               WHERE OFI_CODIGO = :OFI-CODIGO
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'OFICINA NO REGISTRADA EN LA MAESTRA' TO MSGSO
                   MOVE -1                  TO OFICL
              WHEN OTHER
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE SQLCODE             TO WS-SQLCODE-EDIT
                   STRING 'ERROR SELECT PRDTWOFI SQLCODE '
                                            DELIMITED SIZE
                          WS-SQLCODE-EDIT   DELIMITED SIZE
                          INTO MSGSO
                   END-STRING
           END-EVALUATE.

      ******************************************************************
      *                    2200-GUARDAR-CAPTURA                        *
      *   LA OFICINA Y LA FECHA VIAJAN EN EL COMMAREA CON LOS          *
      *   RENGLONES CARGADOS HASTA LA CONFIRMACION                     *
      ******************************************************************
       2200-GUARDAR-CAPTURA.
           MOVE OFICI TO CA-OFICINA
           MOVE FECHI TO CA-FECHA.

      ******************************************************************
      *                      2300-CARGAR-DIA                           *
      *   LEE EL CONTROL DEL DIA Y LOS OPERADORES CON CAPTURAS. UN DIA *
      *   YA CERRADO SOLO SE MUESTRA, CON LO DECLARADO Y EL SUPERVISOR *
      *   QUE LO CERRO; UNO ABIERTO QUEDA LISTO PARA DECLARAR          *
      ******************************************************************
       2300-CARGAR-DIA.
           SET SI-DATOS-VALIDOS     TO TRUE
           SET CA-SIN-CAPTURA       TO TRUE
           MOVE CA-OFICINA          TO ODC-OFICINA
           MOVE CA-FECHA            TO ODC-FECHA
           MOVE LOW-VALUES          TO PE3M0158O

           PERFORM 2310-LEER-CONTROL
           IF SI-DATOS-VALIDOS
              PERFORM 2320-LEER-OPERADORES
           END-IF

           PERFORM 7000-REFRESCAR-CAPTURA

           IF SI-DATOS-VALIDOS
              PERFORM 7100-MOSTRAR-ESTADO
              EVALUATE TRUE
                 WHEN ODC-CERRADO
                      MOVE 'EL DIA YA ESTA CERRADO, SOLO CONSULTA'
                                            TO MSGSO
                 WHEN SI-EXCEDE-RENGLONES
                      MOVE 'MAS DE 10 OPERADORES EN EL DIA, NO CABEN'
                                            TO MSGSO
                 WHEN CA-CANT-FILAS = ZEROS
                      SET CA-DIA-CARGADO TO TRUE
                      MOVE 'SIN CAPTURAS EN EL DIA, ENTER Y PF5 CIERRAN'
                                            TO MSGSO
                 WHEN OTHER
                      SET CA-DIA-CARGADO TO TRUE
                      MOVE 'DECLARE EFECTIVO Y COMPROBANTES Y ENTER'
                                            TO MSGSO
                      MOVE -1               TO REN-EFE-L(1)
              END-EVALUATE
           END-IF.

       2310-LEER-CONTROL.
           EXEC SQL
               SELECT ODC_ESTADO, ODC_SUPERVISOR, ODC_FECHA_CIERRE,
                      ODC_HORA_CIERRE, ODC_TOTAL_CAPTURADO,
                      ODC_TOTAL_DECLARADO, ODC_DIFERENCIA
               INTO  :ODC-ESTADO, :ODC-SUPERVISOR, :ODC-FECHA-CIERRE,
                     :ODC-HORA-CIERRE, :ODC-TOTAL-CAPTURADO,
                     :ODC-TOTAL-DECLARADO, :ODC-DIFERENCIA
               FROM  PRDTWODC
               WHERE ODC_OFICINA = :ODC-OFICINA
               AND   ODC_FECHA   = :ODC-FECHA
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   MOVE SPACES TO ODC-ESTADO ODC-SUPERVISOR
                                  ODC-FECHA-CIERRE ODC-HORA-CIERRE
                   MOVE ZEROS  TO ODC-TOTAL-CAPTURADO
                                  ODC-TOTAL-DECLARADO ODC-DIFERENCIA
              WHEN OTHER
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE SQLCODE             TO WS-SQLCODE-EDIT
                   STRING 'ERROR SELECT PRDTWODC SQLCODE '
                                            DELIMITED SIZE
                          WS-SQLCODE-EDIT   DELIMITED SIZE
                          INTO MSGSO
                   END-STRING
           END-EVALUATE.

      ******************************************************************
      *                   2320-LEER-OPERADORES                         *
      *   CADA OPERADOR ES UN RENGLON; SI NO CABEN EN LA PANTALLA EL   *
      *   DIA NO SE PUEDE CERRAR POR ESTA VIA                          *
      ******************************************************************
       2320-LEER-OPERADORES.
           MOVE ZEROS TO CA-CANT-FILAS CA-TOTAL-CANTIDAD
                         CA-TOTAL-CAPTURADO
           SET NO-EXCEDE-RENGLONES TO TRUE

           EXEC SQL
               OPEN CURSOR_1
           END-EXEC
           IF SQLCODE NOT = ZEROS
              SET NO-DATOS-VALIDOS TO TRUE
              MOVE 'NO SE PUDO LEER LOS OPERADORES DEL DIA' TO MSGSO
           ELSE
              SET NO-FIN-CURSOR-1 TO TRUE
              PERFORM 2330-FETCH-CURSOR-1
              PERFORM 2340-GUARDAR-OPERADOR
                      UNTIL SI-FIN-CURSOR-1 OR NO-DATOS-VALIDOS
              EXEC SQL
                  CLOSE CURSOR_1
              END-EXEC
           END-IF.

       2330-FETCH-CURSOR-1.
           EXEC SQL
               FETCH CURSOR_1
               INTO :ODO-USUARIO, :ODO-CANTIDAD, :ODO-VALOR,
                    :ODO-EFECTIVO, :ODO-COMPROBANTES
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   SET SI-FIN-CURSOR-1 TO TRUE
              WHEN OTHER
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'NO SE PUDO LEER LOS OPERADORES DEL DIA'
                                         TO MSGSO
           END-EVALUATE.

       2340-GUARDAR-OPERADOR.
           ADD ODO-CANTIDAD TO CA-TOTAL-CANTIDAD
           ADD ODO-VALOR    TO CA-TOTAL-CAPTURADO
           IF CA-CANT-FILAS < CTE-MAX-RENGLONES
              ADD 1 TO CA-CANT-FILAS
              MOVE ODO-USUARIO      TO CA-USUARIO(CA-CANT-FILAS)
              MOVE ODO-CANTIDAD     TO CA-CANTIDAD(CA-CANT-FILAS)
              MOVE ODO-VALOR        TO CA-CAPTURADO(CA-CANT-FILAS)
              MOVE ODO-EFECTIVO     TO CA-EFECTIVO(CA-CANT-FILAS)
              MOVE ODO-COMPROBANTES TO CA-COMPROBANTES(CA-CANT-FILAS)
           ELSE
              SET SI-EXCEDE-RENGLONES TO TRUE
           END-IF

           PERFORM 2330-FETCH-CURSOR-1.

      ******************************************************************
      *                  2600-CALCULAR-DECLARADO                       *
      *   SOLO LLEGAN LOS CAMPOS QUE EL SUPERVISOR TOCO; LOS DEMAS     *
      *   CONSERVAN LO DECLARADO ANTES (COMMAREA). CON TODO VALIDO     *
      *   QUEDA EN ESPERA DE PF5                                       *
      ******************************************************************
       2600-CALCULAR-DECLARADO.
           SET SI-DATOS-VALIDOS TO TRUE

           PERFORM 2610-LEER-RENGLON
                   VARYING WS-IND-FILA FROM 1 BY 1
                   UNTIL WS-IND-FILA > CA-CANT-FILAS
                      OR NO-DATOS-VALIDOS

           MOVE LOW-VALUES      TO PE3M0158O
           PERFORM 7000-REFRESCAR-CAPTURA

           IF SI-DATOS-VALIDOS
              SET CA-ESPERA-CONFIRMA TO TRUE
              MOVE 'REVISE LAS DIFERENCIAS Y CONFIRME EL CIERRE CON PF5'
                                     TO MSGSO
           ELSE
              SET CA-DIA-CARGADO     TO TRUE
              MOVE 'VALOR INVALIDO: SOLO DIGITOS, MAXIMO 9 ENTEROS'
                                     TO MSGSO
              SUBTRACT 1 FROM WS-IND-FILA
              MOVE -1                TO REN-EFE-L(WS-IND-FILA)
           END-IF

           MOVE 'ABIERTO'            TO ESTAO.

       2610-LEER-RENGLON.
           IF REN-EFE-L(WS-IND-FILA) > ZEROS
              MOVE REN-EFECTIVO(WS-IND-FILA) TO WS-VAL-ENTRADA
              PERFORM 2620-TOMAR-VALOR
              IF SI-VALOR-VALIDO
                 MOVE WS-VALOR-ENTERO TO CA-EFECTIVO(WS-IND-FILA)
              END-IF
           END-IF
           IF SI-DATOS-VALIDOS
              AND REN-COM-L(WS-IND-FILA) > ZEROS
                MOVE REN-COMPROBANTES(WS-IND-FILA) TO WS-VAL-ENTRADA
                PERFORM 2620-TOMAR-VALOR
                IF SI-VALOR-VALIDO
                   MOVE WS-VALOR-ENTERO TO CA-COMPROBANTES(WS-IND-FILA)
                END-IF
           END-IF.

      *    UN CAMPO BORRADO POR EL SUPERVISOR SE DECLARA EN CERO
       2620-TOMAR-VALOR.
           SET SI-VALOR-VALIDO TO TRUE
           INSPECT WS-VAL-ENTRADA REPLACING ALL LOW-VALUES BY SPACES
           IF WS-VAL-ENTRADA = SPACES
              MOVE ZEROS TO WS-VALOR-ENTERO
           ELSE
              PERFORM 2150-NORMALIZAR-VALOR
              IF SI-VALOR-VALIDO
                 MOVE WS-VAL-SALIDA TO WS-VALOR-ENTERO
              ELSE
                 SET NO-DATOS-VALIDOS TO TRUE
              END-IF
           END-IF.

      ******************************************************************
      *                   2150-NORMALIZAR-VALOR                        *
      *   RECORRE EL CAMPO DE DERECHA A IZQUIERDA ACOMODANDO LOS       *
      *   DIGITOS AL FINAL; LOS ESPACIOS SE IGNORAN Y CUALQUIER OTRO   *
      *   CARACTER INVALIDA EL VALOR. LOS 4 PRIMEROS DIGITOS DEL       *
      *   RESULTADO DEBEN SER CERO (TOPE DE 9 ENTEROS)                 *
      ******************************************************************
       2150-NORMALIZAR-VALOR.
           MOVE ALL '0' TO WS-VAL-SALIDA
           MOVE 13      TO WS-VAL-DESTINO
           MOVE ZEROS   TO WS-VAL-DIGITOS
           PERFORM 2151-NORMALIZAR-CARACTER
                   VARYING WS-VAL-POS FROM 13 BY -1
                   UNTIL WS-VAL-POS < 1

           IF WS-VAL-DIGITOS = ZEROS
              SET NO-VALOR-VALIDO TO TRUE
           END-IF
           IF WS-VAL-SALIDA(1:4) NOT = '0000'
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
      *                   3000-CONFIRMAR-CIERRE                        *
      *   PF5: PRIMERO SE MARCA EL DIA CERRADO (LA FILA DE PRDTWODC    *
      *   QUEDA BLOQUEADA Y PE3C0022 YA NO ACEPTA ALTAS NI CAMBIOS),   *
      *   LUEGO SE RELEEN LOS TOTALES: SI NO SON LOS QUE EL SUPERVISOR *
      *   DECLARO, SE DESHACE Y SE RECARGA EL DIA. LO DECLARADO POR    *
      *   OPERADOR Y EL CONTROL VAN EN LA MISMA UNIDAD DE TRABAJO      *
      ******************************************************************
       3000-CONFIRMAR-CIERRE.
           PERFORM 0200-VALIDAR-QUIESCE

           SET CA-SIN-CAPTURA TO TRUE
           SET SI-DATOS-VALIDOS TO TRUE
           MOVE LOW-VALUES TO PE3M0158O

      *    EL ALCANCE SE REVALIDA: LA CAPTURA VIAJO EN EL COMMAREA Y
      *    LA HABILITACION PUDO CAMBIAR
           IF AUT0-OFICINA NOT = SPACES
              AND AUT0-OFICINA NOT = CA-OFICINA
                SET NO-DATOS-VALIDOS TO TRUE
                MOVE 'SOLO PUEDE CERRAR EL DIA DE SU OFICINA' TO MSGSO
           END-IF

      *    QUIEN CAPTURO EN EL DIA NO CUADRA SU PROPIA CAJA
           IF SI-DATOS-VALIDOS
              SET NO-SUPERVISOR-CAPTURO TO TRUE
              PERFORM 3010-BUSCAR-SUPERVISOR
                      VARYING WS-IND-FILA FROM 1 BY 1
                      UNTIL WS-IND-FILA > CA-CANT-FILAS
              IF SI-SUPERVISOR-CAPTURO
                 SET NO-DATOS-VALIDOS TO TRUE
                 MOVE 'USTED CAPTURO EN EL DIA, CIERRA OTRO SUPERVISOR'
                                      TO MSGSO
              END-IF
           END-IF

           IF SI-DATOS-VALIDOS
              ACCEPT WS-FECHA-MAQUINA FROM DATE YYYYMMDD
              ACCEPT WS-HORA-MAQUINA  FROM TIME
              PERFORM 7200-SUMAR-DECLARADO
              PERFORM 3100-MARCAR-CERRADO
           END-IF

           IF SI-DATOS-VALIDOS
              PERFORM 3200-VERIFICAR-TOTALES
           END-IF

           IF SI-DATOS-VALIDOS
              PERFORM 3300-GRABAR-OPERADOR
                      VARYING WS-IND-FILA FROM 1 BY 1
                      UNTIL WS-IND-FILA > CA-CANT-FILAS
                         OR NO-DATOS-VALIDOS
           END-IF

           IF NO-DATOS-VALIDOS
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              PERFORM 7000-REFRESCAR-CAPTURA
              PERFORM 8100-ENVIAR-MAPA-DATOS
              PERFORM 9000-RETORNAR-TRANSACCION
           END-IF

           PERFORM 2300-CARGAR-DIA
           MOVE ODC-DIFERENCIA TO WS-VALOR-EDITADO
           STRING 'DIA CERRADO, DIFERENCIA TOTAL ' DELIMITED SIZE
                  WS-VALOR-EDITADO                 DELIMITED SIZE
                  INTO MSGSO
           END-STRING
           PERFORM 8100-ENVIAR-MAPA-DATOS.

       3010-BUSCAR-SUPERVISOR.
           IF CA-USUARIO(WS-IND-FILA) = WS-USUARIO
              SET SI-SUPERVISOR-CAPTURO TO TRUE
           END-IF.

      ******************************************************************
      *                    3100-MARCAR-CERRADO                         *
      *   SIN FILA SE INSERTA YA CERRADA; UNA FILA ABIERTA SE CIERRA.  *
      *   SI LA FILA EXISTE Y YA ESTA CERRADA OTRA SESION SE ADELANTO  *
      ******************************************************************
       3100-MARCAR-CERRADO.
           MOVE CA-OFICINA          TO ODC-OFICINA
           MOVE CA-FECHA            TO ODC-FECHA
           MOVE WS-USUARIO          TO ODC-SUPERVISOR
           MOVE WS-FECHA-MAQUINA    TO ODC-FECHA-CIERRE
           MOVE WS-HORA-MAQUINA     TO ODC-HORA-CIERRE
           MOVE CA-TOTAL-CAPTURADO  TO ODC-TOTAL-CAPTURADO
           MOVE WS-TOTAL-DECLARADO  TO ODC-TOTAL-DECLARADO
           MOVE WS-TOTAL-DIFERENCIA TO ODC-DIFERENCIA

           EXEC SQL
               UPDATE PRDTWODC
               SET    ODC_ESTADO          = 'C',
                      ODC_SUPERVISOR      = :ODC-SUPERVISOR,
                      ODC_FECHA_CIERRE    = :ODC-FECHA-CIERRE,
                      ODC_HORA_CIERRE     = :ODC-HORA-CIERRE,
                      ODC_TOTAL_CAPTURADO = :ODC-TOTAL-CAPTURADO,
                      ODC_TOTAL_DECLARADO = :ODC-TOTAL-DECLARADO,
                      ODC_DIFERENCIA      = :ODC-DIFERENCIA
               WHERE  ODC_OFICINA         = :ODC-OFICINA
               AND    ODC_FECHA           = :ODC-FECHA
               AND    ODC_ESTADO         <> 'C'
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = ZEROS AND SQLERRD (3) > ZEROS
                   CONTINUE
              WHEN SQLCODE = ZEROS OR SQLCODE = +100
                   PERFORM 3110-INSERTAR-CONTROL
              WHEN OTHER
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'NO SE PUDO CERRAR EL DIA, NADA SE APLICO'
                                        TO MSGSO
           END-EVALUATE.

       3110-INSERTAR-CONTROL.
           EXEC SQL
               INSERT INTO PRDTWODC
                   (ODC_OFICINA, ODC_FECHA, ODC_ESTADO, ODC_SUPERVISOR,
                    ODC_FECHA_CIERRE, ODC_HORA_CIERRE,
                    ODC_TOTAL_CAPTURADO, ODC_TOTAL_DECLARADO,
                    ODC_DIFERENCIA)
               VALUES
                   (:ODC-OFICINA, :ODC-FECHA, 'C', :ODC-SUPERVISOR,
                    :ODC-FECHA-CIERRE, :ODC-HORA-CIERRE,
                    :ODC-TOTAL-CAPTURADO, :ODC-TOTAL-DECLARADO,
                    :ODC-DIFERENCIA)
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN -803
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'OTRA SESION YA CERRO ESTE DIA' TO MSGSO
              WHEN OTHER
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'NO SE PUDO CERRAR EL DIA, NADA SE APLICO'
                                        TO MSGSO
           END-EVALUATE.

      ******************************************************************
      *                  3200-VERIFICAR-TOTALES                        *
      *   CON EL DIA YA MARCADO SE RELEEN CANTIDAD Y VALOR: UNA        *
      *   CAPTURA ENTRE ENTER Y PF5 CAMBIA LO QUE HAY QUE DECLARAR     *
      ******************************************************************
       3200-VERIFICAR-TOTALES.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(ODO_CANTIDAD), 0),
                      COALESCE(SUM(ODO_VALOR), 0)
               INTO  :WS-REL-FILAS, :WS-REL-CANTIDAD, :WS-REL-VALOR
               FROM  PRDTWODO
               WHERE ODO_OFICINA = :ODC-OFICINA
               AND   ODO_FECHA   = :ODC-FECHA
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE NOT = ZEROS
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'NO SE PUDO RELEER LOS TOTALES, NADA SE APLICO'
                                        TO MSGSO
              WHEN WS-REL-FILAS    NOT = CA-CANT-FILAS
                OR WS-REL-CANTIDAD NOT = CA-TOTAL-CANTIDAD
                OR WS-REL-VALOR    NOT = CA-TOTAL-CAPTURADO
                   SET NO-DATOS-VALIDOS TO TRUE
                   EXEC CICS SYNCPOINT ROLLBACK
                   END-EXEC
                   PERFORM 2300-CARGAR-DIA
                   MOVE 'HUBO CAPTURAS NUEVAS, DECLARE DE NUEVO'
                                        TO MSGSO
                   PERFORM 8100-ENVIAR-MAPA-DATOS
                   PERFORM 9000-RETORNAR-TRANSACCION
           END-EVALUATE.

      ******************************************************************
      *                   3300-GRABAR-OPERADOR                         *
      *   LO DECLARADO Y LA DIFERENCIA QUEDAN EN LA FILA DEL OPERADOR  *
      ******************************************************************
       3300-GRABAR-OPERADOR.
           MOVE CA-USUARIO(WS-IND-FILA)      TO ODO-USUARIO
           MOVE CA-EFECTIVO(WS-IND-FILA)     TO ODO-EFECTIVO
           MOVE CA-COMPROBANTES(WS-IND-FILA) TO ODO-COMPROBANTES
           COMPUTE ODO-DIFERENCIA = CA-EFECTIVO(WS-IND-FILA)
                                  + CA-COMPROBANTES(WS-IND-FILA)
                                  - CA-CAPTURADO(WS-IND-FILA)

           EXEC SQL
               UPDATE PRDTWODO
               SET    ODO_EFECTIVO     = :ODO-EFECTIVO,
                      ODO_COMPROBANTES = :ODO-COMPROBANTES,
                      ODO_DIFERENCIA   = :ODO-DIFERENCIA
               WHERE  ODO_OFICINA      = :ODC-OFICINA
               AND    ODO_FECHA        = :ODC-FECHA
               AND    ODO_USUARIO      = :ODO-USUARIO
           END-EXEC

           IF SQLCODE NOT = ZEROS OR SQLERRD (3) = ZEROS
              SET NO-DATOS-VALIDOS TO TRUE
              MOVE 'NO SE PUDO GRABAR LO DECLARADO, NADA SE APLICO'
                                   TO MSGSO
           END-IF.

      ******************************************************************
      *                 7000-REFRESCAR-CAPTURA                         *
      *   REPINTA OFICINA, FECHA Y RENGLONES, QUE VIAJAN EN EL         *
      *   COMMAREA, CON SUS DIFERENCIAS Y TOTALES                      *
      ******************************************************************
       7000-REFRESCAR-CAPTURA.
           MOVE CA-OFICINA      TO OFICO
           MOVE CA-FECHA        TO FECHO

           PERFORM 7200-SUMAR-DECLARADO
           PERFORM 7010-PINTAR-RENGLON
                   VARYING WS-IND-FILA FROM 1 BY 1
                   UNTIL WS-IND-FILA > CA-CANT-FILAS

           MOVE CA-TOTAL-CANTIDAD     TO WS-CANTIDAD-EDITADA
           MOVE WS-CANTIDAD-EDITADA   TO TCANO
           MOVE CA-TOTAL-CAPTURADO    TO WS-VALOR-EDITADO
           MOVE WS-VALOR-EDITADO      TO TCAPO
           MOVE WS-TOTAL-EFECTIVO     TO WS-DECLARADO-EDITADO
           MOVE WS-DECLARADO-EDITADO  TO TEFEO
           MOVE WS-TOTAL-COMPROBANTES TO WS-DECLARADO-EDITADO
           MOVE WS-DECLARADO-EDITADO  TO TCOMO
           MOVE WS-TOTAL-DIFERENCIA   TO WS-VALOR-EDITADO
           MOVE WS-VALOR-EDITADO      TO TDIFO.

       7010-PINTAR-RENGLON.
           MOVE CA-USUARIO(WS-IND-FILA)   TO REN-USUARIO(WS-IND-FILA)
           MOVE CA-CANTIDAD(WS-IND-FILA)  TO WS-CANTIDAD-EDITADA
           MOVE WS-CANTIDAD-EDITADA       TO REN-CANTIDAD(WS-IND-FILA)
           MOVE CA-CAPTURADO(WS-IND-FILA) TO WS-VALOR-EDITADO
           MOVE WS-VALOR-EDITADO          TO REN-CAPTURADO(WS-IND-FILA)
           MOVE CA-EFECTIVO(WS-IND-FILA)  TO WS-DECLARADO-EDITADO
           MOVE WS-DECLARADO-EDITADO      TO REN-EFECTIVO(WS-IND-FILA)
           MOVE CA-COMPROBANTES(WS-IND-FILA)
                                          TO WS-DECLARADO-EDITADO
           MOVE WS-DECLARADO-EDITADO
                                     TO REN-COMPROBANTES(WS-IND-FILA)
           COMPUTE WS-DIFERENCIA-FILA = CA-EFECTIVO(WS-IND-FILA)
                                      + CA-COMPROBANTES(WS-IND-FILA)
                                      - CA-CAPTURADO(WS-IND-FILA)
           MOVE WS-DIFERENCIA-FILA        TO WS-VALOR-EDITADO
           MOVE WS-VALOR-EDITADO
                                     TO REN-DIFERENCIA(WS-IND-FILA).

      ******************************************************************
      *                   7100-MOSTRAR-ESTADO                          *
      ******************************************************************
       7100-MOSTRAR-ESTADO.
           IF ODC-CERRADO
              STRING 'CERRADO POR '     DELIMITED SIZE
                     ODC-SUPERVISOR     DELIMITED SPACE
                     ' EL '             DELIMITED SIZE
                     ODC-FECHA-CIERRE   DELIMITED SIZE
                     ' A LAS '          DELIMITED SIZE
                     ODC-HORA-CIERRE    DELIMITED SIZE
                     INTO ESTAO
              END-STRING
           ELSE
              MOVE 'ABIERTO'            TO ESTAO
           END-IF.

      ******************************************************************
      *                  7200-SUMAR-DECLARADO                          *
      *   LA DIFERENCIA ES LO DECLARADO (EFECTIVO MAS COMPROBANTES)    *
      *   MENOS LO CAPTURADO: NEGATIVA ES FALTANTE, POSITIVA SOBRANTE  *
      ******************************************************************
       7200-SUMAR-DECLARADO.
           MOVE ZEROS TO WS-TOTAL-EFECTIVO WS-TOTAL-COMPROBANTES
           PERFORM 7210-SUMAR-RENGLON
                   VARYING WS-IND-FILA FROM 1 BY 1
                   UNTIL WS-IND-FILA > CA-CANT-FILAS
           COMPUTE WS-TOTAL-DECLARADO = WS-TOTAL-EFECTIVO
                                      + WS-TOTAL-COMPROBANTES
           COMPUTE WS-TOTAL-DIFERENCIA = WS-TOTAL-DECLARADO
                                       - CA-TOTAL-CAPTURADO.

       7210-SUMAR-RENGLON.
           ADD CA-EFECTIVO(WS-IND-FILA)     TO WS-TOTAL-EFECTIVO
           ADD CA-COMPROBANTES(WS-IND-FILA) TO WS-TOTAL-COMPROBANTES.

      ******************************************************************
      *                     8000-ENVIAR-MAPA-VACIO                     *
      ******************************************************************
       8000-ENVIAR-MAPA-VACIO.
           EXEC CICS SEND MAP(CTE-MAPA)
                     MAPSET(CTE-MAPSET)
                     FROM(PE3M0158O)
                     ERASE
           END-EXEC.

      ******************************************************************
      *                     8100-ENVIAR-MAPA-DATOS                     *
      ******************************************************************
       8100-ENVIAR-MAPA-DATOS.
           EXEC CICS SEND MAP(CTE-MAPA)
                     MAPSET(CTE-MAPSET)
                     FROM(PE3M0158O)
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
                     LENGTH(359)
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
                     FROM('CIERRE DE OFICINA FINALIZADO')
                     LENGTH(28)
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
                     FROM('USUARIO SIN HABILITACION DE SUPERVISOR')
                     LENGTH(38)
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
                     FROM('ERROR CICS EN PE3C0158')
                     LENGTH(22)
                     ERASE
                     FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.
