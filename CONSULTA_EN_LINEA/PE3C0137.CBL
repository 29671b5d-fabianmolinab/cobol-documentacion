       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0137.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL/CICS                               *
      *                                                                *
      *                         DESCRIPCION:
      *           SERVICIO WEB (CICS, POST JSON) DE SALDOS Y
      *           VENCIMIENTOS PARA LA BANCA MOVIL. LA URIMAP DEL
      *           CANAL LO CORRE BAJO LA TRANSACCION CP28 CON EL
      *           USUARIO DE SERVICIO DEL CANAL, QUE ES LA LLAVE DE
      *           LA HABILITACION EN PRDTWAUT (PE3C0081): UN CANAL SIN
      *           FILA PARA CP28 NO CONSULTA. RECIBE
      *             {"cliente":"NNNNNNNN"}
      *           Y DEVUELVE LOS CONTRATOS DEL CLIENTE CON SU SALDO
      *           (PRDTWSAL), EL ULTIMO MOVIMIENTO DE CADA CONTRATO
      *           (VIA PE3C0018 Y CAI-PE9CCAI0, COMO CP21) Y LAS
      *           PROXIMAS FECHAS ACTIVAS DE PRDTW03 CON SU VALOR
      *           ESPERADO. CADA LLAMADA, ATENDIDA O RECHAZADA, DEJA
      *           UN REGISTRO EN AUDITLOG CON EL CANAL COMO ORIGEN,
      *           PARA QUE LA DETECCION DE PATRONES (PE3C0095) CUBRA
      *           TAMBIEN EL TRAFICO MOVIL.
      *           CODIGOS (AUD-COD-RET / "codigo" / HTTP):
      *             00  CONSULTA RESUELTA                    200
      *             10  SOLICITUD INVALIDA                   400
      *             35  CLIENTE SIN CONTRATOS                404
      *             41  CANAL SIN HABILITACION PARA CP28     403
      *             15  ERROR DE BASE DE DATOS               500
      *             90  SISTEMA EN QUIESCE (PRDTWSYS 'Q')    503
      *             99  ERROR CICS NO ESPERADO               500
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
          05 CTE-TRANSID                 PIC X(04) VALUE 'CP28'.
          05 CTE-RUTINA-CONSULTA         PIC X(08) VALUE 'PE3C0018'.
          05 CTE-RUTINA-HABILITA         PIC X(08) VALUE 'PE3C0081'.
          05 CTE-RUTINA-FECHA            PIC X(08) VALUE 'PE3C0060'.
      *    COLA TD EXTRAPARTICION DEL AUDITLOG DEL EN LINEA; SU
      *    DATASET SE CONCATENA AL AUDITLOG DEL LOTE QUE LEE PE3C0095
          05 CTE-COLA-AUDITORIA          PIC X(04) VALUE 'ALOG'.
          05 CTE-TIPO-JSON               PIC X(56) VALUE
                                          'application/json'.
          05 CTE-JUEGO-CARACTERES        PIC X(40) VALUE 'UTF-8'.

      ******************************************************************
      *                           SWITCHES                             *
      ******************************************************************
       01 SWITCHES.
          05 SW-FIN-CONTRATOS       PIC X       VALUE 'N'.
             88 SI-FIN-CONTRATOS                VALUE 'S'.
             88 NO-FIN-CONTRATOS                VALUE 'N'.
          05 SW-FIN-FECHAS          PIC X       VALUE 'N'.
             88 SI-FIN-FECHAS                   VALUE 'S'.
             88 NO-FIN-FECHAS                   VALUE 'N'.
          05 SW-SOLICITUD-VALIDA    PIC X       VALUE 'S'.
             88 SI-SOLICITUD-VALIDA             VALUE 'S'.
             88 NO-SOLICITUD-VALIDA             VALUE 'N'.
          05 SW-DESBORDE            PIC X       VALUE 'N'.
             88 SI-DESBORDE                     VALUE 'S'.
             88 NO-DESBORDE                     VALUE 'N'.
          05 SW-CONTRATOS-TRUNCADOS PIC X       VALUE 'N'.
             88 SI-CONTRATOS-TRUNCADOS          VALUE 'S'.
             88 NO-CONTRATOS-TRUNCADOS          VALUE 'N'.

      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-CANT-CONTRATOS      PIC 9(03)   VALUE ZEROS.
          05 WS-CANT-FECHAS         PIC 9(03)   VALUE ZEROS.

       01 WS-CONSTANTES.
          05 CTE-MAX-CONTRATOS      PIC 9(03)   VALUE 050.
          05 CTE-MAX-FECHAS         PIC 9(03)   VALUE 012.

      ******************************************************************
      *                    AREA DE COMUNICACION CICS                   *
      ******************************************************************
       01 WS-RESP-CICS                   PIC S9(8) COMP.

      *    USUARIO DE SERVICIO DEL CANAL (ASSIGN USERID, LO FIJA LA
      *    URIMAP): LLAVE DE LA HABILITACION Y ORIGEN EN AUDITLOG
       01 WS-CANAL                       PIC X(8)  VALUE SPACES.

      ******************************************************************
      *                  SOLICITUD HTTP RECIBIDA                       *
      ******************************************************************
       01 WS-METODO-HTTP                 PIC X(10) VALUE SPACES.
       01 WS-LONG-METODO                 PIC S9(8) COMP VALUE 10.
       01 WS-SOLICITUD                   PIC X(1024) VALUE SPACES.
       01 WS-LONG-SOLICITUD              PIC S9(8) COMP VALUE ZEROS.
       01 CTE-MAX-SOLICITUD              PIC S9(8) COMP VALUE 1024.

      *    LA SOLICITUD ES UN SOLO PAR {"cliente":"NNNNNNNN"}: PARTIDA
      *    POR LAS COMILLAS QUEDA  {  cliente  :  NNNNNNNN  }
       01 WS-TROZOS-SOLICITUD.
           05 SOL-TROZO-1                PIC X(20).
           05 SOL-TROZO-2                PIC X(20).
           05 SOL-TROZO-3                PIC X(20).
           05 SOL-TROZO-4                PIC X(20).
           05 SOL-LONG-CLIENTE           PIC S9(4) COMP.
           05 SOL-CANT-TROZOS            PIC S9(4) COMP.
           05 SOL-CANT-DOS-PUNTOS        PIC S9(4) COMP.

      ******************************************************************
      *                  RESPUESTA HTTP (JSON)                         *
      ******************************************************************
       01 WS-ESTADO-HTTP                 PIC S9(4) COMP VALUE 200.
       01 WS-TEXTO-HTTP                  PIC X(24) VALUE 'OK'.
       01 WS-LONG-TEXTO-HTTP             PIC S9(8) COMP VALUE 2.
       01 WS-COD-RET                     PIC XX    VALUE '00'.
       01 WS-MENSAJE                     PIC X(40) VALUE SPACES.
       01 WS-SQLCODE-AUDITORIA           PIC S9(4) VALUE ZEROS.
       01 WS-RESPUESTA                   PIC X(16000) VALUE SPACES.
       01 WS-PUNTERO                     PIC S9(8) COMP VALUE 1.
       01 WS-LONG-RESPUESTA              PIC S9(8) COMP VALUE ZEROS.

      *    IMPORTES Y CANTIDADES SIN ESPACIOS A LA IZQUIERDA PARA EL
      *    JSON: SE EDITAN Y SE TOMA DESDE EL PRIMER CARACTER UTIL
       01 WS-EDICION.
           05 WS-IMPORTE                 PIC S9(13)V99 COMP-3.
           05 WS-IMPORTE-EDITADO         PIC -(13)9.99.
           05 WS-CANTIDAD                PIC S9(9) COMP.
           05 WS-CANTIDAD-EDITADA        PIC -(9)9.
           05 WS-ESPACIOS                PIC S9(4) COMP.
           05 WS-INICIO                  PIC S9(4) COMP.

      *    ESTADO DEL SISTEMA (PRDTWSYS): EN 'Q' LA CADENA NOCTURNA
      *    ESTA CORRIENDO Y LA CONSULTA SE SUSPENDE
       01 PRDTW-SYS.
           05 SYS-ESTADO                 PIC X(1).
             88 SYS-QUIESCE                  VALUE 'Q'.
           05 SYS-MENSAJE                PIC X(40).

      ******************************************************************
      *   CONTRATOS DEL CLIENTE CON SU SALDO (PRDTWSAL)                *
      ******************************************************************
       01 WS-SALDO-CONTRATO.
           05 SAL-CLIENTE                PIC X(8).
           05 SAL-CONTRATO               PIC X(18).
           05 SAL-TOTAL                  PIC S9(11)V99 COMP-3.
           05 SAL-CANT-MOV               PIC S9(9) COMP.
           05 SAL-ULT-FECHA              PIC X(10).
      *    ALCANCE DE OFICINA DEL CANAL (AUT0-OFICINA, BLANCO = TODAS)
           05 SAL-OFICINA-ALCANCE        PIC X(4).

      ******************************************************************
      *   PROXIMAS FECHAS ACTIVAS DEL CLIENTE (PRDTW03)                *
      ******************************************************************
       01 PRDTW03.
           05 W03-CLIENTE                PIC X(8).
           05 W03-PRODUCTO               PIC X(2).
           05 W03-FECHA                  PIC X(10).
           05 W03-VALOR-ESPERADO         PIC S9(9)V99 COMP-3.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOSAL
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOW03
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOSYS
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: CONTRATOS DEL CLIENTE EN PRDTWSAL, DENTRO    **
      ******   DEL ALCANCE DE OFICINA DEL CANAL                       **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT SAL_CONTRATO, SAL_TOTAL, SAL_CANT_MOV,
                      SAL_ULT_FECHA
               FROM PRDTWSAL
               WHERE SAL_CLIENTE = :SAL-CLIENTE
               AND  (:SAL-OFICINA-ALCANCE = ' '
                     OR SUBSTR(SAL_CONTRATO, 5, 4)
                        = :SAL-OFICINA-ALCANCE)
               ORDER BY SAL_CONTRATO
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      ******   CURSOR_2: PROXIMAS FECHAS ACTIVAS DESDE LA FECHA DE    **
      ******   NEGOCIO, CON SU VALOR ESPERADO                         **
           EXEC SQL
               DECLARE CURSOR_2 CURSOR FOR
               SELECT W03_PRODUCTO, W03_FECHA, W03_VALOR_ESPERADO
               FROM PRDTW03
               WHERE W03_CLIENTE = :W03-CLIENTE
               AND   W03_ESTADO  = 'A'
               AND   W03_FECHA  >= :W03-FECHA
               ORDER BY W03_FECHA, W03_PRODUCTO
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      *          INTERFAZ CAI-PE9CCAI0 (CONSULTA, VER PE3COEVA)        *
      ******************************************************************
       COPY PE3COEVA.

      ******************************************************************
      *          INTERFAZ CAI-PE9CAUT0 (HABILITACIONES, PE3COAUT)      *
      ******************************************************************
       COPY PE3COAUT.

      ******************************************************************
      *          INTERFAZ CAI-PE9CFPR0 (FECHA DE NEGOCIO, PE3C0060)    *
      ******************************************************************
       COPY PE3CFPRO.

      ******************************************************************
      *          REGISTRO DE AUDITLOG (MISMO DE PE3C0014)              *
      ******************************************************************
       COPY PE3CALOG.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           EXEC CICS HANDLE CONDITION
                ERROR    (9900-ERROR-CICS)
           END-EXEC

           PERFORM 0050-INICIALIZAR
           PERFORM 0100-VALIDAR-HABILITACION
           PERFORM 0200-VALIDAR-QUIESCE
           PERFORM 1000-RECIBIR-SOLICITUD
           PERFORM 2000-ARMAR-RESPUESTA
           PERFORM 8000-RESPONDER.

      ******************************************************************
      *                      0050-INICIALIZAR                          *
      *   CANAL Y FECHA DE NEGOCIO: LA AUDITORIA LOS NECESITA AUN SI   *
      *   LA LLAMADA SE RECHAZA                                        *
      ******************************************************************
       0050-INICIALIZAR.
           EXEC CICS ASSIGN USERID(WS-CANAL)
           END-EXEC

           INITIALIZE CAI-PE9CFPR0
           CALL CTE-RUTINA-FECHA USING CAI-PE9CFPR0

           MOVE SPACES     TO SAL-CLIENTE
           MOVE '00'       TO WS-COD-RET
           MOVE ZEROS      TO WS-SQLCODE-AUDITORIA.

      ******************************************************************
      *                 0100-VALIDAR-HABILITACION                      *
      *   EL CANAL DEBE TENER FILA EN PRDTWAUT PARA CP28; CUALQUIER    *
      *   NIVEL SIRVE PARA CONSULTAR, PERO SU ALCANCE DE OFICINA ACOTA *
      *   LOS CONTRATOS QUE VE                                         *
      ******************************************************************
       0100-VALIDAR-HABILITACION.
           INITIALIZE CAI-PE9CAUT0
           MOVE WS-CANAL     TO AUT0-USUARIO
           MOVE CTE-TRANSID  TO AUT0-TRANSACCION

           CALL CTE-RUTINA-HABILITA USING CAI-PE9CAUT0

           IF AUT0-COD-RET NOT = '00'
              MOVE 403                    TO WS-ESTADO-HTTP
              MOVE 'Forbidden'            TO WS-TEXTO-HTTP
              MOVE '41'                   TO WS-COD-RET
              MOVE 'CANAL SIN HABILITACION PARA CP28'
                                          TO WS-MENSAJE
              PERFORM 8300-RESPONDER-ERROR
           END-IF

           MOVE AUT0-OFICINA TO SAL-OFICINA-ALCANCE.

      ******************************************************************
      *                   0200-VALIDAR-QUIESCE                         *
      *   CON LA CADENA NOCTURNA CORRIENDO (PRDTWSYS 'Q', PE3C0083)    *
      *   EL CANAL RECIBE 503 CON EL MENSAJE QUE PUSO OPERACIONES      *
      ******************************************************************
       0200-VALIDAR-QUIESCE.
           EXEC SQL
               SELECT SYS_ESTADO, SYS_MENSAJE
               INTO  :SYS-ESTADO, :SYS-MENSAJE
               FROM  PRDTWSYS
           END-EXEC

           IF SQLCODE = ZEROS AND SYS-QUIESCE
              MOVE 503                    TO WS-ESTADO-HTTP
              MOVE 'Service Unavailable'  TO WS-TEXTO-HTTP
              MOVE '90'                   TO WS-COD-RET
              MOVE SYS-MENSAJE            TO WS-MENSAJE
              PERFORM 8300-RESPONDER-ERROR
           END-IF.

      ******************************************************************
      *                  1000-RECIBIR-SOLICITUD                        *
      *   SOLO POST; EL CUERPO LLEGA CONVERTIDO AL CODIGO DEL HOST     *
      ******************************************************************
       1000-RECIBIR-SOLICITUD.
           EXEC CICS WEB EXTRACT
                     HTTPMETHOD(WS-METODO-HTTP)
                     METHODLENGTH(WS-LONG-METODO)
                     RESP(WS-RESP-CICS)
           END-EXEC

           IF WS-RESP-CICS NOT = DFHRESP(NORMAL)
              OR WS-METODO-HTTP NOT = 'POST'
                MOVE 405                    TO WS-ESTADO-HTTP
                MOVE 'Method Not Allowed'   TO WS-TEXTO-HTTP
                MOVE '10'                   TO WS-COD-RET
                MOVE 'SOLO SE ACEPTA POST'  TO WS-MENSAJE
                PERFORM 8300-RESPONDER-ERROR
           END-IF

           EXEC CICS WEB RECEIVE
                     INTO(WS-SOLICITUD)
                     LENGTH(WS-LONG-SOLICITUD)
                     MAXLENGTH(CTE-MAX-SOLICITUD)
                     SRVCONVERT
                     RESP(WS-RESP-CICS)
           END-EXEC

           PERFORM 1100-VALIDAR-SOLICITUD

           IF NO-SOLICITUD-VALIDA
              MOVE 400                    TO WS-ESTADO-HTTP
              MOVE 'Bad Request'          TO WS-TEXTO-HTTP
              MOVE '10'                   TO WS-COD-RET
              MOVE 'SOLICITUD INVALIDA: CLIENTE DE 8 DIGITOS'
                                          TO WS-MENSAJE
              PERFORM 8300-RESPONDER-ERROR
           END-IF.

      ******************************************************************
      *                  1100-VALIDAR-SOLICITUD                        *
      *   EL CLIENTE ES DE OCHO DIGITOS, EN COMILLAS, COMO EL RESTO    *
      *   DE LAS LLAVES DEL SISTEMA                                    *
      ******************************************************************
       1100-VALIDAR-SOLICITUD.
           SET SI-SOLICITUD-VALIDA TO TRUE

           IF WS-RESP-CICS NOT = DFHRESP(NORMAL)
              OR WS-LONG-SOLICITUD = ZEROS
                SET NO-SOLICITUD-VALIDA TO TRUE
           ELSE
              MOVE SPACES TO WS-TROZOS-SOLICITUD
              MOVE ZEROS  TO SOL-LONG-CLIENTE SOL-CANT-TROZOS
                             SOL-CANT-DOS-PUNTOS
              UNSTRING WS-SOLICITUD(1:WS-LONG-SOLICITUD)
                       DELIMITED BY '"'
                       INTO SOL-TROZO-1
                            SOL-TROZO-2
                            SOL-TROZO-3
                            SOL-TROZO-4 COUNT IN SOL-LONG-CLIENTE
                       TALLYING IN SOL-CANT-TROZOS
              END-UNSTRING
              INSPECT SOL-TROZO-3 TALLYING SOL-CANT-DOS-PUNTOS
                      FOR ALL ':'

              EVALUATE TRUE
                 WHEN SOL-CANT-TROZOS < 4
                 WHEN SOL-TROZO-2 NOT = 'cliente'
                 WHEN SOL-CANT-DOS-PUNTOS NOT = 1
                 WHEN SOL-LONG-CLIENTE NOT = 8
                 WHEN SOL-TROZO-4(1:8) IS NOT NUMERIC
                      SET NO-SOLICITUD-VALIDA TO TRUE
                 WHEN OTHER
                      MOVE SOL-TROZO-4(1:8) TO SAL-CLIENTE
              END-EVALUATE
           END-IF.

      ******************************************************************
      *                    2000-ARMAR-RESPUESTA                        *
      *   CABECERA, CONTRATOS CON SALDO Y ULTIMO MOVIMIENTO, Y LAS     *
      *   PROXIMAS FECHAS; UN CLIENTE SIN CONTRATOS VISIBLES PARA EL   *
      *   CANAL SALE 404                                               *
      ******************************************************************
       2000-ARMAR-RESPUESTA.
           MOVE SPACES    TO WS-RESPUESTA
           MOVE 1         TO WS-PUNTERO
           SET NO-DESBORDE TO TRUE

           STRING '{"codigo":"00","cliente":"'   DELIMITED SIZE
                  SAL-CLIENTE                    DELIMITED SIZE
                  '","fechaNegocio":"'           DELIMITED SIZE
                  FPR0-FECHA-PROCESO             DELIMITED SIZE
                  '","contratos":['              DELIMITED SIZE
                  INTO WS-RESPUESTA
                  WITH POINTER WS-PUNTERO
                  ON OVERFLOW SET SI-DESBORDE TO TRUE
           END-STRING

           PERFORM 2100-ARMAR-CONTRATOS

           IF WS-CANT-CONTRATOS = ZEROS
              AND WS-COD-RET = '00'
                MOVE 404                    TO WS-ESTADO-HTTP
                MOVE 'Not Found'            TO WS-TEXTO-HTTP
                MOVE '35'                   TO WS-COD-RET
                MOVE 'CLIENTE SIN CONTRATOS' TO WS-MENSAJE
                PERFORM 8300-RESPONDER-ERROR
           END-IF

           STRING ']'                        DELIMITED SIZE
                  INTO WS-RESPUESTA
                  WITH POINTER WS-PUNTERO
                  ON OVERFLOW SET SI-DESBORDE TO TRUE
           END-STRING

      *    MAS CONTRATOS QUE EL TOPE: EL CANAL REMITE A LA OFICINA
           IF SI-CONTRATOS-TRUNCADOS
              STRING ',"contratosTruncados":true' DELIMITED SIZE
                     INTO WS-RESPUESTA
                     WITH POINTER WS-PUNTERO
                     ON OVERFLOW SET SI-DESBORDE TO TRUE
              END-STRING
           END-IF

           STRING ',"vencimientos":['        DELIMITED SIZE
                  INTO WS-RESPUESTA
                  WITH POINTER WS-PUNTERO
                  ON OVERFLOW SET SI-DESBORDE TO TRUE
           END-STRING

           PERFORM 2200-ARMAR-FECHAS

           IF WS-COD-RET NOT = '00'
              MOVE 500                    TO WS-ESTADO-HTTP
              MOVE 'Internal Server Error' TO WS-TEXTO-HTTP
              MOVE 'ERROR DE BASE DE DATOS' TO WS-MENSAJE
              PERFORM 8300-RESPONDER-ERROR
           END-IF

           STRING ']}'                       DELIMITED SIZE
                  INTO WS-RESPUESTA
                  WITH POINTER WS-PUNTERO
                  ON OVERFLOW SET SI-DESBORDE TO TRUE
           END-STRING

           IF SI-DESBORDE
              MOVE 500                    TO WS-ESTADO-HTTP
              MOVE 'Internal Server Error' TO WS-TEXTO-HTTP
              MOVE '99'                   TO WS-COD-RET
              MOVE 'RESPUESTA EXCEDE EL AREA' TO WS-MENSAJE
              PERFORM 8300-RESPONDER-ERROR
           END-IF

           COMPUTE WS-LONG-RESPUESTA = WS-PUNTERO - 1.

      ******************************************************************
      *                    2100-ARMAR-CONTRATOS                        *
      *   POR CADA CONTRATO DEL CLIENTE (PRDTWSAL) SE TRAE EL ULTIMO   *
      *   MOVIMIENTO CON LA MISMA RUTINA CAI-PE9CCAI0 DEL LOTE; SI LA  *
      *   RUTINA NO LO RESUELVE EL CONTRATO SALE CON MOVIMIENTO NULL   *
      ******************************************************************
       2100-ARMAR-CONTRATOS.
           MOVE ZEROS TO WS-CANT-CONTRATOS
           SET NO-FIN-CONTRATOS TO TRUE

           EXEC SQL
               OPEN CURSOR_1
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              MOVE '15'    TO WS-COD-RET
              MOVE SQLCODE TO WS-SQLCODE-AUDITORIA
              SET SI-FIN-CONTRATOS TO TRUE
           ELSE
              PERFORM 2110-FETCH-CONTRATO
           END-IF

           PERFORM 2120-PONER-CONTRATO
                   UNTIL SI-FIN-CONTRATOS
                   OR WS-CANT-CONTRATOS NOT < CTE-MAX-CONTRATOS

           EXEC SQL
               CLOSE CURSOR_1
           END-EXEC

           IF WS-CANT-CONTRATOS NOT < CTE-MAX-CONTRATOS
              AND NO-FIN-CONTRATOS
                SET SI-CONTRATOS-TRUNCADOS TO TRUE
           END-IF.

       2110-FETCH-CONTRATO.
           EXEC SQL
               FETCH CURSOR_1
               INTO :SAL-CONTRATO, :SAL-TOTAL, :SAL-CANT-MOV,
                    :SAL-ULT-FECHA
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   SET SI-FIN-CONTRATOS TO TRUE
              WHEN OTHER
                   MOVE '15'    TO WS-COD-RET
                   MOVE SQLCODE TO WS-SQLCODE-AUDITORIA
                   SET SI-FIN-CONTRATOS TO TRUE
           END-EVALUATE.

       2120-PONER-CONTRATO.
           ADD 1 TO WS-CANT-CONTRATOS
           IF WS-CANT-CONTRATOS > 1
              STRING ','                 DELIMITED SIZE
                     INTO WS-RESPUESTA
                     WITH POINTER WS-PUNTERO
                     ON OVERFLOW SET SI-DESBORDE TO TRUE
              END-STRING
           END-IF

           MOVE SAL-TOTAL    TO WS-IMPORTE
           PERFORM 7000-EDITAR-IMPORTE
           STRING '{"contrato":"'        DELIMITED SIZE
                  SAL-CONTRATO           DELIMITED SIZE
                  '","saldo":'           DELIMITED SIZE
                  WS-IMPORTE-EDITADO(WS-INICIO:)
                                         DELIMITED SIZE
                  INTO WS-RESPUESTA
                  WITH POINTER WS-PUNTERO
                  ON OVERFLOW SET SI-DESBORDE TO TRUE
           END-STRING

           MOVE SAL-CANT-MOV TO WS-CANTIDAD
           PERFORM 7100-EDITAR-CANTIDAD
           STRING ',"cantidadMovimientos":' DELIMITED SIZE
                  WS-CANTIDAD-EDITADA(WS-INICIO:)
                                         DELIMITED SIZE
                  ',"ultimoMovimiento":' DELIMITED SIZE
                  INTO WS-RESPUESTA
                  WITH POINTER WS-PUNTERO
                  ON OVERFLOW SET SI-DESBORDE TO TRUE
           END-STRING

           PERFORM 2130-ULTIMO-MOVIMIENTO

           STRING '}'                    DELIMITED SIZE
                  INTO WS-RESPUESTA
                  WITH POINTER WS-PUNTERO
                  ON OVERFLOW SET SI-DESBORDE TO TRUE
           END-STRING

           PERFORM 2110-FETCH-CONTRATO.

      ******************************************************************
      *                  2130-ULTIMO-MOVIMIENTO                        *
      *   LA OFICINA Y EL PRODUCTO VIAJAN DENTRO DEL CONTRATO; EL      *
      *   CANAL VA COMO ORIGEN DE LA CONSULTA                          *
      ******************************************************************
       2130-ULTIMO-MOVIMIENTO.
           INITIALIZE CAI-PE9CCAI0
           SET AI0-LLAMADA-SENCILLA  TO TRUE
           SET AI0-MODO-ULTIMA       TO TRUE
           MOVE SAL-CLIENTE          TO AI0-CLIENTE
           MOVE SAL-CONTRATO         TO AI0-CONTRATO
           MOVE SAL-CONTRATO(9:2)    TO AI0-PRODUCTO
           MOVE SAL-CONTRATO(5:4)    TO AI0-OFICINA
           MOVE WS-CANAL             TO AI0-ORIGEN

           CALL CTE-RUTINA-CONSULTA USING CAI-PE9CCAI0

           IF AI0-COD-RET = '00' OR '46' OR '40'
              MOVE AI0-VALOR-NUM     TO WS-IMPORTE
              PERFORM 7000-EDITAR-IMPORTE
              STRING '{"fecha":"'           DELIMITED SIZE
                     AI0-FECHA              DELIMITED SIZE
                     '","valor":'           DELIMITED SIZE
                     WS-IMPORTE-EDITADO(WS-INICIO:)
                                            DELIMITED SIZE
                     ',"tipo":"'            DELIMITED SIZE
                     AI0-TIPO-MOV           DELIMITED SIZE
                     '","moneda":"'         DELIMITED SIZE
                     AI0-MONEDA             DELIMITED SIZE
                     '"}'                   DELIMITED SIZE
                     INTO WS-RESPUESTA
                     WITH POINTER WS-PUNTERO
                     ON OVERFLOW SET SI-DESBORDE TO TRUE
              END-STRING
           ELSE
              STRING 'null'                 DELIMITED SIZE
                     INTO WS-RESPUESTA
                     WITH POINTER WS-PUNTERO
                     ON OVERFLOW SET SI-DESBORDE TO TRUE
              END-STRING
           END-IF.

      ******************************************************************
      *                    2200-ARMAR-FECHAS                           *
      *   PROXIMAS FECHAS ACTIVAS DESDE LA FECHA DE NEGOCIO; CERO EN   *
      *   EL VALOR ESPERADO ES FECHA SIN VALOR DECLARADO               *
      ******************************************************************
       2200-ARMAR-FECHAS.
           MOVE ZEROS              TO WS-CANT-FECHAS
           SET NO-FIN-FECHAS       TO TRUE
           MOVE SAL-CLIENTE        TO W03-CLIENTE
           MOVE FPR0-FECHA-PROCESO TO W03-FECHA

           EXEC SQL
               OPEN CURSOR_2
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              MOVE '15'    TO WS-COD-RET
              MOVE SQLCODE TO WS-SQLCODE-AUDITORIA
              SET SI-FIN-FECHAS TO TRUE
           ELSE
              PERFORM 2210-FETCH-FECHA
           END-IF

           PERFORM 2220-PONER-FECHA
                   UNTIL SI-FIN-FECHAS
                   OR WS-CANT-FECHAS NOT < CTE-MAX-FECHAS

           EXEC SQL
               CLOSE CURSOR_2
           END-EXEC.

       2210-FETCH-FECHA.
           EXEC SQL
               FETCH CURSOR_2
               INTO :W03-PRODUCTO, :W03-FECHA, :W03-VALOR-ESPERADO
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   SET SI-FIN-FECHAS TO TRUE
              WHEN OTHER
                   MOVE '15'    TO WS-COD-RET
                   MOVE SQLCODE TO WS-SQLCODE-AUDITORIA
                   SET SI-FIN-FECHAS TO TRUE
           END-EVALUATE.

       2220-PONER-FECHA.
           ADD 1 TO WS-CANT-FECHAS
           IF WS-CANT-FECHAS > 1
              STRING ','                 DELIMITED SIZE
                     INTO WS-RESPUESTA
                     WITH POINTER WS-PUNTERO
                     ON OVERFLOW SET SI-DESBORDE TO TRUE
              END-STRING
           END-IF

           MOVE W03-VALOR-ESPERADO TO WS-IMPORTE
           PERFORM 7000-EDITAR-IMPORTE
           STRING '{"producto":"'        DELIMITED SIZE
                  W03-PRODUCTO           DELIMITED SIZE
                  '","fecha":"'          DELIMITED SIZE
                  W03-FECHA              DELIMITED SIZE
                  '","valorEsperado":'   DELIMITED SIZE
                  WS-IMPORTE-EDITADO(WS-INICIO:)
                                         DELIMITED SIZE
                  '}'                    DELIMITED SIZE
                  INTO WS-RESPUESTA
                  WITH POINTER WS-PUNTERO
                  ON OVERFLOW SET SI-DESBORDE TO TRUE
           END-STRING

           PERFORM 2210-FETCH-FECHA.

      ******************************************************************
      *                    7000-EDITAR-IMPORTE                         *
      *   WS-IMPORTE EDITADO CON PUNTO DECIMAL; WS-INICIO QUEDA EN EL  *
      *   PRIMER CARACTER NO BLANCO                                    *
      ******************************************************************
       7000-EDITAR-IMPORTE.
           MOVE WS-IMPORTE         TO WS-IMPORTE-EDITADO
           MOVE ZEROS              TO WS-ESPACIOS
           INSPECT WS-IMPORTE-EDITADO TALLYING WS-ESPACIOS
                   FOR LEADING SPACES
           COMPUTE WS-INICIO = WS-ESPACIOS + 1.

      ******************************************************************
      *                    7100-EDITAR-CANTIDAD                        *
      ******************************************************************
       7100-EDITAR-CANTIDAD.
           MOVE WS-CANTIDAD        TO WS-CANTIDAD-EDITADA
           MOVE ZEROS              TO WS-ESPACIOS
           INSPECT WS-CANTIDAD-EDITADA TALLYING WS-ESPACIOS
                   FOR LEADING SPACES
           COMPUTE WS-INICIO = WS-ESPACIOS + 1.

      ******************************************************************
      *                      8000-RESPONDER                            *
      *   AUDITA LA LLAMADA, ENVIA EL JSON Y TERMINA LA TAREA          *
      ******************************************************************
       8000-RESPONDER.
           PERFORM 8100-GRABAR-AUDITORIA
           PERFORM 8200-ENVIAR-RESPUESTA
           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      *                   8100-GRABAR-AUDITORIA                        *
      *   MISMO REGISTRO QUE DEJA PE3C0014 EN EL LOTE, CON EL CANAL    *
      *   COMO ORIGEN; UNA FALLA DE LA COLA NO TUMBA LA RESPUESTA      *
      ******************************************************************
       8100-GRABAR-AUDITORIA.
           INITIALIZE REG-AUDITLOG
           MOVE SAL-CLIENTE          TO AUD-CLIENTE
           MOVE WS-COD-RET           TO AUD-COD-RET
           MOVE WS-SQLCODE-AUDITORIA TO AUD-SQLCODE
           MOVE FPR0-FECHA-COMPACTA  TO AUD-FECHA
           MOVE FPR0-FECHA-MAQUINA   TO AUD-FECHA-MAQUINA
           MOVE WS-CANAL             TO AUD-ORIGEN
           ACCEPT AUD-HORA           FROM TIME

           EXEC CICS WRITEQ TD
                     QUEUE(CTE-COLA-AUDITORIA)
                     FROM(REG-AUDITLOG)
                     LENGTH(LENGTH OF REG-AUDITLOG)
                     RESP(WS-RESP-CICS)
           END-EXEC.

      ******************************************************************
      *                   8200-ENVIAR-RESPUESTA                        *
      ******************************************************************
       8200-ENVIAR-RESPUESTA.
           MOVE ZEROS TO WS-ESPACIOS
           INSPECT WS-TEXTO-HTTP TALLYING WS-ESPACIOS
                   FOR CHARACTERS BEFORE INITIAL '  '
           MOVE WS-ESPACIOS TO WS-LONG-TEXTO-HTTP

           EXEC CICS WEB SEND
                     FROM(WS-RESPUESTA)
                     FROMLENGTH(WS-LONG-RESPUESTA)
                     MEDIATYPE(CTE-TIPO-JSON)
                     CHARACTERSET(CTE-JUEGO-CARACTERES)
                     STATUSCODE(WS-ESTADO-HTTP)
                     STATUSTEXT(WS-TEXTO-HTTP)
                     STATUSLEN(WS-LONG-TEXTO-HTTP)
                     RESP(WS-RESP-CICS)
           END-EXEC.

      ******************************************************************
      *                   8300-RESPONDER-ERROR                         *
      *   CUERPO DE ERROR {"codigo":"..","mensaje":".."} CON EL        *
      *   ESTADO HTTP YA FIJADO POR EL LLAMADOR                        *
      ******************************************************************
       8300-RESPONDER-ERROR.
           MOVE SPACES TO WS-RESPUESTA
           MOVE 1      TO WS-PUNTERO
           STRING '{"codigo":"'          DELIMITED SIZE
                  WS-COD-RET             DELIMITED SIZE
                  '","mensaje":"'        DELIMITED SIZE
                  WS-MENSAJE             DELIMITED '  '
                  '"}'                   DELIMITED SIZE
                  INTO WS-RESPUESTA
                  WITH POINTER WS-PUNTERO
           END-STRING
           COMPUTE WS-LONG-RESPUESTA = WS-PUNTERO - 1
           PERFORM 8000-RESPONDER.

      ******************************************************************
      *                       9900-ERROR-CICS                          *
      *   CUALQUIER OTRA CONDICION CICS NO ESPERADA RESPONDE 500 EN    *
      *   VEZ DE DEJAR AL CANAL ESPERANDO HASTA SU TIMEOUT             *
      ******************************************************************
       9900-ERROR-CICS.
           MOVE EIBRESP                 TO WS-RESP-CICS
           MOVE 500                     TO WS-ESTADO-HTTP
           MOVE 'Internal Server Error' TO WS-TEXTO-HTTP
           MOVE '99'                    TO WS-COD-RET
           MOVE 'ERROR CICS EN PE3C0137' TO WS-MENSAJE
           PERFORM 8300-RESPONDER-ERROR.
