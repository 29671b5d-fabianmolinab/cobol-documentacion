       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0156.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL/CICS                               *
      *                                                                *
      *                         DESCRIPCION:
      *           TRANSACCION EN LINEA CP31 (PSEUDO-CONVERSACIONAL,
      *           HERMANA DE CP20/PE3C0046) DE MANTENIMIENTO DE LA
      *           MAESTRA DE CONTRATOS PRDTWCON: CAPTURA UN ALTA,
      *           CAMBIO DE ESTADO O BAJA, MUESTRA LA FILA ACTUAL
      *           PARA CONFIRMACION Y SOLO CON PF5 LLAMA A PE3C0064
      *           POR CAI-PE9CCAM4; EL COD-RET SALE EN PANTALLA CON
      *           SU TEXTO DE LA LEYENDA CENTRAL PE3COLEY. LA OFICINA
      *           ABRE EL CONTRATO EN EL MOMENTO, SIN ESPERAR EL LOTE
      *           DEL DIA SIGUIENTE
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
          05 CTE-MAPSET                  PIC X(08) VALUE 'PE3M0156'.
          05 CTE-MAPA                    PIC X(08) VALUE 'PE3M0156'.
          05 CTE-TRANSID                 PIC X(04) VALUE 'CP31'.
          05 CTE-RUTINA-MANTENIM         PIC X(08) VALUE 'PE3C0064'.
          05 CTE-RUTINA-HABILITA         PIC X(08) VALUE 'PE3C0081'.

      ******************************************************************
      *                           SWITCHES                             *
      ******************************************************************
       01 SWITCHES.
          05 SW-DATOS-VALIDOS       PIC X       VALUE 'S'.
             88 SI-DATOS-VALIDOS                VALUE 'S'.
             88 NO-DATOS-VALIDOS                VALUE 'N'.
          05 SW-OFICINA-VALIDA      PIC X       VALUE 'S'.
             88 SI-OFICINA-VALIDA               VALUE 'S'.
             88 NO-OFICINA-VALIDA               VALUE 'N'.

      ******************************************************************
      *                    AREA DE COMUNICACION CICS                   *
      ******************************************************************
       01 WS-RESP-CICS                   PIC S9(8) COMP.

      *    USUARIO CICS DE LA SESION (ASSIGN USERID), LLAVE DE LA
      *    HABILITACION EN PRDTWAUT
       01 WS-USUARIO                     PIC X(8)  VALUE SPACES.

      *    ESTADO DEL SISTEMA (PRDTWSYS): EN 'Q' LA CADENA NOCTURNA
      *    ESTA CORRIENDO Y LA CAPTURA SE SUSPENDE
       01 PRDTW-SYS.
           05 SYS-ESTADO                 PIC X(1).
             88 SYS-QUIESCE                  VALUE 'Q'.
           05 SYS-MENSAJE                PIC X(40).

       01 PRDTW-CON.
           05 CON-CONTRATO               PIC X(18).
           05 CON-CLIENTE                PIC X(8).
           05 CON-ESTADO                 PIC X(1).
           05 CON-FECHA-APERTURA         PIC X(10).

      *    EL ALTA EXIGE EL CLIENTE INSCRITO EN LA MAESTRA PRDTWCLI
       01 WS-CLIENTE-ALTA                PIC X(8)  VALUE SPACES.
       01 WS-CLIENTES-ALTA               PIC S9(9) COMP VALUE ZEROS.

       01 WS-SQLCODE-EDIT                PIC -ZZZ9.

      *    MENSAJE DE RESPUESTA DE LA RUTINA: CODIGO, TEXTO DE LA
      *    LEYENDA CENTRAL Y EL DETALLE DE ERROR QUE DEVOLVIO
       01 WS-MENSAJE-RUTINA.
          05 MSR-COD-RET                 PIC XX.
          05 FILLER                      PIC X     VALUE SPACE.
          05 MSR-LEYENDA                 PIC X(34).
          05 FILLER                      PIC X     VALUE SPACE.
          05 MSR-DETALLE                 PIC X(20).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOSYS
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCLI
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCON
           END-EXEC.

      ******************************************************************
      *                   COPY DEL MAPA SIMBOLICO                      *
      ******************************************************************
       COPY PE3M0156.

      ******************************************************************
      *          INTERFAZ CAI-PE9CCAM4 (MANTENIMIENTO, PE3COEVK)       *
      ******************************************************************
       COPY PE3COEVK.

      ******************************************************************
      *          INTERFAZ CAI-PE9CAUT0 (HABILITACIONES, PE3COAUT)      *
      ******************************************************************
       COPY PE3COAUT.

      ******************************************************************
      *          LEYENDA CENTRAL DE CODIGOS DE RETORNO (PE3COLEY)      *
      ******************************************************************
       COPY PE3COLEY.

       COPY DFHAID.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 CA-INDICADOR                PIC X.
             88 CA-YA-ENVIO-MAPA               VALUE 'S'.
          05 CA-ESTADO                   PIC X.
             88 CA-SIN-CAPTURA                 VALUE ' '.
             88 CA-ESPERA-CONFIRMA             VALUE 'C'.
          05 CA-OPERACION                PIC X(1).
          05 CA-CONTRATO                 PIC X(18).
          05 CA-CLIENTE                  PIC X(8).
          05 CA-ESTADO-CON               PIC X(1).
          05 CA-FECHA-APERTURA           PIC X(10).

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
      *   MISMA REGLA DE CP20: FILA EN PRDTWAUT PARA ESTA TRANSACCION  *
      *   CON NIVEL DE CAPTURA O SUPERIOR                              *
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
      *   CON EL SISTEMA EN 'Q' (PE3C0083) SE MUESTRA EL MENSAJE DE    *
      *   OPERACIONES EN VEZ DE TOCAR LA MAESTRA                       *
      ******************************************************************
       0200-VALIDAR-QUIESCE.
           EXEC SQL
               SELECT SYS_ESTADO, SYS_MENSAJE
               INTO  :SYS-ESTADO, :SYS-MENSAJE
               FROM  PRDTWSYS
           END-EXEC

           IF SQLCODE = ZEROS AND SYS-QUIESCE
              MOVE LOW-VALUES   TO PE3M0156O
              MOVE SYS-MENSAJE  TO MSGSO
              SET CA-SIN-CAPTURA TO TRUE
              PERFORM 8100-ENVIAR-MAPA-DATOS
              PERFORM 9000-RETORNAR-TRANSACCION
           END-IF.

      ******************************************************************
      *                       1000-PRIMERA-VEZ                         *
      ******************************************************************
       1000-PRIMERA-VEZ.
           MOVE LOW-VALUES              TO PE3M0156O
           MOVE SPACES                  TO MSGSO
           SET CA-SIN-CAPTURA           TO TRUE
           PERFORM 8000-ENVIAR-MAPA-VACIO.

      ******************************************************************
      *                     2000-PROCESAR-ENTRADA                      *
      *   CAPTURA LA OPERACION, VALIDA EL ALCANCE DE OFICINA, MUESTRA  *
      *   LA FILA ACTUAL DE PRDTWCON Y QUEDA EN ESPERA DE PF5          *
      ******************************************************************
       2000-PROCESAR-ENTRADA.
           PERFORM 0200-VALIDAR-QUIESCE

           EXEC CICS RECEIVE MAP(CTE-MAPA)
                     MAPSET(CTE-MAPSET)
                     INTO(PE3M0156I)
           END-EXEC

           PERFORM 2100-VALIDAR-CAMPOS

           IF SI-DATOS-VALIDOS
              PERFORM 2200-GUARDAR-CAPTURA
              PERFORM 2500-VALIDAR-OFICINA
              IF SI-OFICINA-VALIDA
                 PERFORM 2300-CONSULTAR-FILA-ACTUAL
              ELSE
                 SET CA-SIN-CAPTURA TO TRUE
                 PERFORM 2420-MOSTRAR-ERROR-OFICINA
              END-IF
           ELSE
              PERFORM 2400-MOSTRAR-ERROR-CAMPOS
           END-IF.

      ******************************************************************
      *                     2100-VALIDAR-CAMPOS                        *
      *   EL CONTRATO VIAJA COMPLETO (NUMERICO, COMO LO EXIGE          *
      *   PE3C0064); EL ALTA LLEVA CLIENTE, ESTADO Y FECHA DE          *
      *   APERTURA Y EL CAMBIO UN ESTADO VALIDO. EL CASTIGO ('K') NO   *
      *   SE CAPTURA EN LINEA, LO MARCA SOLO PE3C0108                  *
      ******************************************************************
       2100-VALIDAR-CAMPOS.
           SET SI-DATOS-VALIDOS TO TRUE

           IF OPERI NOT = 'A' AND NOT = 'C' AND NOT = 'D'
              SET NO-DATOS-VALIDOS TO TRUE
           END-IF
           IF CONTI IS NOT NUMERIC
              SET NO-DATOS-VALIDOS TO TRUE
           END-IF
           IF OPERI = 'A'
              IF CLIEI IS NOT NUMERIC
                 SET NO-DATOS-VALIDOS TO TRUE
              END-IF
              IF FAPEI = SPACES OR LOW-VALUES
                 SET NO-DATOS-VALIDOS TO TRUE
              END-IF
           END-IF
           IF OPERI = 'A' OR 'C'
              IF ESTAI NOT = 'A' AND NOT = 'C' AND NOT = 'B'
                                 AND NOT = 'D'
                 SET NO-DATOS-VALIDOS TO TRUE
              END-IF
           END-IF.

       2200-GUARDAR-CAPTURA.
           MOVE OPERI TO CA-OPERACION
           MOVE CONTI TO CA-CONTRATO
           MOVE CLIEI TO CA-CLIENTE
           MOVE ESTAI TO CA-ESTADO-CON
           MOVE FAPEI TO CA-FECHA-APERTURA
           INSPECT CA-CLIENTE        REPLACING ALL LOW-VALUES BY SPACES
           INSPECT CA-ESTADO-CON     REPLACING ALL LOW-VALUES BY SPACES
           INSPECT CA-FECHA-APERTURA REPLACING ALL LOW-VALUES BY SPACES
           SET CA-ESPERA-CONFIRMA TO TRUE.

      ******************************************************************
      *                 2300-CONSULTAR-FILA-ACTUAL                     *
      *   LA FILA ACTUAL SE LEE DIRECTO DE PRDTWCON. UN ALTA SOBRE UN  *
      *   CONTRATO QUE YA EXISTE, O DE UN CLIENTE QUE NO ESTA EN LA    *
      *   MAESTRA PRDTWCLI, Y UN CAMBIO/BAJA SOBRE UN CONTRATO QUE NO  *
      *   EXISTE SE DEVUELVEN SIN PASAR A LA CONFIRMACION              *
      ******************************************************************
       2300-CONSULTAR-FILA-ACTUAL.
           MOVE CA-CONTRATO             TO CON-CONTRATO

           EXEC SQL
               SELECT CON_CLIENTE, CON_ESTADO, CON_FECHA_APERTURA
               INTO  :CON-CLIENTE, :CON-ESTADO, :CON-FECHA-APERTURA
               FROM  PRDTWCON
               WHERE CON_CONTRATO = :CON-CONTRATO
           END-EXEC

           MOVE LOW-VALUES              TO PE3M0156O

           EVALUATE SQLCODE
              WHEN ZEROS
                   PERFORM 2310-MOSTRAR-FILA-ACTUAL
                   EVALUATE CA-OPERACION
                      WHEN 'A'
                           MOVE 'EL CONTRATO YA EXISTE, NO ES UN ALTA'
                                             TO MSGSO
                           SET CA-SIN-CAPTURA TO TRUE
                      WHEN 'C'
                           PERFORM 2320-COMPLETAR-CAMBIO
                           MOVE 'FILA ACTUAL MOSTRADA, PF5 CONFIRMA'
                                             TO MSGSO
                      WHEN OTHER
                           MOVE 'FILA ACTUAL MOSTRADA, PF5 CONFIRMA'
                                             TO MSGSO
                   END-EVALUATE
              WHEN +100
                   IF CA-OPERACION = 'A'
                      PERFORM 2330-VALIDAR-CLIENTE
                   ELSE
                      MOVE 'NO EXISTE LA FILA A MODIFICAR/BORRAR'
                                        TO MSGSO
                      SET CA-SIN-CAPTURA TO TRUE
                   END-IF
              WHEN OTHER
                   MOVE SQLCODE         TO WS-SQLCODE-EDIT
                   STRING 'ERROR SELECT PRDTWCON SQLCODE '
                                        DELIMITED SIZE
                          WS-SQLCODE-EDIT
                                        DELIMITED SIZE
                          INTO MSGSO
                   END-STRING
                   SET CA-SIN-CAPTURA   TO TRUE
           END-EVALUATE

           PERFORM 7000-REFRESCAR-CAPTURA
           PERFORM 8100-ENVIAR-MAPA-DATOS.

       2310-MOSTRAR-FILA-ACTUAL.
           MOVE CON-CLIENTE             TO ACLIO
           MOVE CON-ESTADO              TO AESTO
           MOVE CON-FECHA-APERTURA      TO AFAPO.

      ******************************************************************
      *                   2320-COMPLETAR-CAMBIO                        *
      *   EL CAMBIO DE PE3C0064 SOLO TOCA EL ESTADO: CLIENTE Y FECHA   *
      *   DE APERTURA SE TOMAN DE LA FILA ACTUAL PARA QUE LA PANTALLA  *
      *   Y LA BITACORA MUESTREN EL CONTRATO TAL COMO QUEDA            *
      ******************************************************************
       2320-COMPLETAR-CAMBIO.
           MOVE CON-CLIENTE             TO CA-CLIENTE
           MOVE CON-FECHA-APERTURA      TO CA-FECHA-APERTURA.

      ******************************************************************
      *                   2330-VALIDAR-CLIENTE                         *
      *   EL ALTA DEL CONTRATO EXIGE EL CLIENTE YA INSCRITO EN         *
      *   PRDTWCLI (TRANSACCION CP30)                                  *
      ******************************************************************
       2330-VALIDAR-CLIENTE.
           MOVE CA-CLIENTE              TO WS-CLIENTE-ALTA
           MOVE ZEROS                   TO WS-CLIENTES-ALTA

           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CLIENTES-ALTA
               FROM  PRDTWCLI
               WHERE CLI_CODIGO = :WS-CLIENTE-ALTA
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE NOT = ZEROS
                   MOVE SQLCODE         TO WS-SQLCODE-EDIT
                   STRING 'ERROR SELECT PRDTWCLI SQLCODE '
                                        DELIMITED SIZE
                          WS-SQLCODE-EDIT
                                        DELIMITED SIZE
                          INTO MSGSO
                   END-STRING
                   SET CA-SIN-CAPTURA   TO TRUE
              WHEN WS-CLIENTES-ALTA = ZEROS
                   MOVE 'CLIENTE NO INSCRITO EN PRDTWCLI (VER CP30)'
                                        TO MSGSO
                   SET CA-SIN-CAPTURA   TO TRUE
              WHEN OTHER
                   MOVE 'SIN FILA ACTUAL (ALTA NUEVA), PF5 CONFIRMA'
                                        TO MSGSO
           END-EVALUATE.

      ******************************************************************
      *                   2500-VALIDAR-OFICINA                         *
      *   ALCANCE DE OFICINA DEL USUARIO (PRDTWAUT), IGUAL QUE EN      *
      *   CP20: UN CONTRATO DE OTRA OFICINA (POSICIONES 5-8) NO SE     *
      *   TOCA DESDE ESTA SESION. SE REVALIDA EN LA CONFIRMACION       *
      ******************************************************************
       2500-VALIDAR-OFICINA.
           SET SI-OFICINA-VALIDA        TO TRUE

           IF AUT0-OFICINA NOT = SPACES
              AND CA-CONTRATO(5:4) NOT = AUT0-OFICINA
                SET NO-OFICINA-VALIDA   TO TRUE
           END-IF.

      ******************************************************************
      *                 3000-CONFIRMAR-OPERACION                       *
      *   PF5: APLICA LA OPERACION CAPTURADA LLAMANDO A PE3C0064       *
      ******************************************************************
       3000-CONFIRMAR-OPERACION.
           PERFORM 0200-VALIDAR-QUIESCE

      *    EL ALCANCE SE REVALIDA EN LA CONFIRMACION: LA CAPTURA
      *    VIAJO EN EL COMMAREA Y LA HABILITACION PUDO CAMBIAR
           PERFORM 2500-VALIDAR-OFICINA
           IF NO-OFICINA-VALIDA
              MOVE LOW-VALUES TO PE3M0156O
              PERFORM 7000-REFRESCAR-CAPTURA
              PERFORM 2420-MOSTRAR-ERROR-OFICINA
              SET CA-SIN-CAPTURA TO TRUE
              PERFORM 9000-RETORNAR-TRANSACCION
           END-IF

           INITIALIZE CAI-PE9CCAM4
           MOVE CA-OPERACION      TO AM4-OPERACION
           MOVE CA-CONTRATO       TO AM4-CONTRATO
           MOVE CA-CLIENTE        TO AM4-CLIENTE
           MOVE CA-ESTADO-CON     TO AM4-ESTADO
           MOVE CA-FECHA-APERTURA TO AM4-FECHA-APERTURA

           CALL CTE-RUTINA-MANTENIM USING CAI-PE9CCAM4

           MOVE LOW-VALUES      TO PE3M0156O
           PERFORM 7000-REFRESCAR-CAPTURA
           PERFORM 3100-ARMAR-MENSAJE-RUTINA

           SET CA-SIN-CAPTURA   TO TRUE
           PERFORM 8100-ENVIAR-MAPA-DATOS.

      ******************************************************************
      *                 3100-ARMAR-MENSAJE-RUTINA                      *
      *   EL COD-RET DE PE3C0064 SALE CON SU TEXTO DE LA LEYENDA       *
      *   CENTRAL Y EL PRIMER DETALLE DE ERROR QUE TRAIGA              *
      ******************************************************************
       3100-ARMAR-MENSAJE-RUTINA.
           MOVE AM4-COD-RET             TO MSR-COD-RET
           MOVE 'CODIGO NO DOCUMENTADO' TO MSR-LEYENDA
           PERFORM 3110-BUSCAR-LEYENDA
                   VARYING LEY-IND FROM 1 BY 1
                   UNTIL LEY-IND > CTE-MAX-LEYENDA

           IF AM4-ERROR1 NOT = SPACES
              MOVE AM4-ERROR1           TO MSR-DETALLE
           ELSE
              MOVE AM4-ERROR2           TO MSR-DETALLE
           END-IF

           MOVE WS-MENSAJE-RUTINA       TO MSGSO.

       3110-BUSCAR-LEYENDA.
           IF LEY-COD(LEY-IND) = AM4-COD-RET
              MOVE LEY-DESC(LEY-IND)    TO MSR-LEYENDA
           END-IF.

      ******************************************************************
      *                 7000-REFRESCAR-CAPTURA                         *
      *   REPINTA EN PANTALLA LO CAPTURADO, QUE VIAJA EN EL COMMAREA   *
      ******************************************************************
       7000-REFRESCAR-CAPTURA.
           MOVE CA-OPERACION    TO OPERO
           MOVE CA-CONTRATO       TO CONTO
           MOVE CA-CLIENTE        TO CLIEO
           MOVE CA-ESTADO-CON     TO ESTAO
           MOVE CA-FECHA-APERTURA TO FAPEO.

      ******************************************************************
      *                2420-MOSTRAR-ERROR-OFICINA                      *
      ******************************************************************
       2420-MOSTRAR-ERROR-OFICINA.
           MOVE 'CONTRATO FUERA DE LA OFICINA DE SU USUARIO'
                                         TO MSGSO
           MOVE -1                      TO CONTL
           PERFORM 8100-ENVIAR-MAPA-DATOS.

      ******************************************************************
      *                 2400-MOSTRAR-ERROR-CAMPOS                      *
      ******************************************************************
       2400-MOSTRAR-ERROR-CAMPOS.
           MOVE 'DIGITE OPERACION, CONTRATO, ESTADO A/C/B/D Y FECHA'
                                         TO MSGSO
           MOVE -1                      TO OPERL
           PERFORM 8100-ENVIAR-MAPA-DATOS.

      ******************************************************************
      *                     8000-ENVIAR-MAPA-VACIO                     *
      ******************************************************************
       8000-ENVIAR-MAPA-VACIO.
           EXEC CICS SEND MAP(CTE-MAPA)
                     MAPSET(CTE-MAPSET)
                     FROM(PE3M0156O)
                     ERASE
           END-EXEC.

      ******************************************************************
      *                     8100-ENVIAR-MAPA-DATOS                     *
      ******************************************************************
       8100-ENVIAR-MAPA-DATOS.
           EXEC CICS SEND MAP(CTE-MAPA)
                     MAPSET(CTE-MAPSET)
                     FROM(PE3M0156O)
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
                     LENGTH(40)
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
                     FROM('MANTENIMIENTO FINALIZADO')
                     LENGTH(24)
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
                     FROM('ERROR CICS EN PE3C0156')
                     LENGTH(22)
                     ERASE
                     FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.
