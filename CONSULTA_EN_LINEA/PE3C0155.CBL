       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0155.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL/CICS                               *
      *                                                                *
      *                         DESCRIPCION:
      *           TRANSACCION EN LINEA CP30 (PSEUDO-CONVERSACIONAL,
      *           HERMANA DE CP20/PE3C0046) DE MANTENIMIENTO DE LA
      *           MAESTRA DE CLIENTES PRDTWCLI: CAPTURA UN ALTA/
      *           CAMBIO/BAJA, MUESTRA LA FILA ACTUAL PARA
      *           CONFIRMACION Y SOLO CON PF5 LLAMA A PE3C0063 POR
      *           CAI-PE9CCAM3; EL COD-RET SALE EN PANTALLA CON SU
      *           TEXTO DE LA LEYENDA CENTRAL PE3COLEY. LA OFICINA
      *           DONDE SE CORRIGE UN TELEFONO YA NO DEPENDE DEL
      *           LOTE DEL DIA SIGUIENTE
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
          05 CTE-MAPSET                  PIC X(08) VALUE 'PE3M0155'.
          05 CTE-MAPA                    PIC X(08) VALUE 'PE3M0155'.
          05 CTE-TRANSID                 PIC X(04) VALUE 'CP30'.
          05 CTE-RUTINA-MANTENIM         PIC X(08) VALUE 'PE3C0063'.
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

       01 PRDTW-CLI.
           05 CLI-CODIGO                 PIC X(8).
           05 CLI-NOMBRE                 PIC X(40).
           05 CLI-DOCUMENTO              PIC X(15).
           05 CLI-DIRECCION              PIC X(40).
           05 CLI-TELEFONO               PIC X(15).
           05 CLI-EMAIL                  PIC X(40).
           05 CLI-CANAL                  PIC X(1).

      *    ALCANCE DE OFICINA: CONTRATOS DEL CLIENTE EN LA OFICINA
      *    DEL USUARIO (PRDTWCON, OFICINA EN LAS POSICIONES 5-8)
       01 WS-OFICINA-USUARIO             PIC X(4)  VALUE SPACES.
       01 WS-CLIENTE-OFICINA             PIC X(8)  VALUE SPACES.
       01 WS-CONTRATOS-OFICINA           PIC S9(9) COMP VALUE ZEROS.

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
       COPY PE3M0155.

      ******************************************************************
      *          INTERFAZ CAI-PE9CCAM3 (MANTENIMIENTO, PE3COEVC)       *
      ******************************************************************
       COPY PE3COEVC.

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
          05 CA-CODIGO                   PIC X(8).
          05 CA-NOMBRE                   PIC X(40).
          05 CA-DOCUMENTO                PIC X(15).
          05 CA-DIRECCION                PIC X(40).
          05 CA-TELEFONO                 PIC X(15).
          05 CA-EMAIL                    PIC X(40).
          05 CA-CANAL                    PIC X(1).

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
              MOVE LOW-VALUES   TO PE3M0155O
              MOVE SYS-MENSAJE  TO MSGSO
              SET CA-SIN-CAPTURA TO TRUE
              PERFORM 8100-ENVIAR-MAPA-DATOS
              PERFORM 9000-RETORNAR-TRANSACCION
           END-IF.

      ******************************************************************
      *                       1000-PRIMERA-VEZ                         *
      ******************************************************************
       1000-PRIMERA-VEZ.
           MOVE LOW-VALUES              TO PE3M0155O
           MOVE SPACES                  TO MSGSO
           SET CA-SIN-CAPTURA           TO TRUE
           PERFORM 8000-ENVIAR-MAPA-VACIO.

      ******************************************************************
      *                     2000-PROCESAR-ENTRADA                      *
      *   CAPTURA LA OPERACION, VALIDA EL ALCANCE DE OFICINA, MUESTRA  *
      *   LA FILA ACTUAL DE PRDTWCLI Y QUEDA EN ESPERA DE PF5          *
      ******************************************************************
       2000-PROCESAR-ENTRADA.
           PERFORM 0200-VALIDAR-QUIESCE

           EXEC CICS RECEIVE MAP(CTE-MAPA)
                     MAPSET(CTE-MAPSET)
                     INTO(PE3M0155I)
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
      *   EL CODIGO VIAJA COMPLETO (8 DIGITOS, COMO LO EXIGE PE3C0063) *
      *   Y EL ALTA LLEVA NOMBRE; EL CANAL EN BLANCO ES SMS            *
      ******************************************************************
       2100-VALIDAR-CAMPOS.
           SET SI-DATOS-VALIDOS TO TRUE

           IF OPERI NOT = 'A' AND NOT = 'C' AND NOT = 'D'
              SET NO-DATOS-VALIDOS TO TRUE
           END-IF
           IF CODII IS NOT NUMERIC
              SET NO-DATOS-VALIDOS TO TRUE
           END-IF
           IF OPERI = 'A'
              AND (NOMBI = SPACES OR LOW-VALUES)
                SET NO-DATOS-VALIDOS TO TRUE
           END-IF
           IF CANAI = LOW-VALUES
              MOVE SPACES TO CANAI
           END-IF
           IF CANAI NOT = SPACE AND NOT = 'S' AND NOT = 'E'
              SET NO-DATOS-VALIDOS TO TRUE
           END-IF.

       2200-GUARDAR-CAPTURA.
           MOVE OPERI TO CA-OPERACION
           MOVE CODII TO CA-CODIGO
           MOVE NOMBI TO CA-NOMBRE
           MOVE DOCUI TO CA-DOCUMENTO
           MOVE DIREI TO CA-DIRECCION
           MOVE TELEI TO CA-TELEFONO
           MOVE MAILI TO CA-EMAIL
           MOVE CANAI TO CA-CANAL
           INSPECT CA-NOMBRE    REPLACING ALL LOW-VALUES BY SPACES
           INSPECT CA-DOCUMENTO REPLACING ALL LOW-VALUES BY SPACES
           INSPECT CA-DIRECCION REPLACING ALL LOW-VALUES BY SPACES
           INSPECT CA-TELEFONO  REPLACING ALL LOW-VALUES BY SPACES
           INSPECT CA-EMAIL     REPLACING ALL LOW-VALUES BY SPACES
           SET CA-ESPERA-CONFIRMA TO TRUE.

      ******************************************************************
      *                 2300-CONSULTAR-FILA-ACTUAL                     *
      *   LA FILA ACTUAL SE LEE DIRECTO DE PRDTWCLI. UN ALTA SOBRE UN  *
      *   CODIGO QUE YA EXISTE Y UN CAMBIO/BAJA SOBRE UNO QUE NO       *
      *   EXISTE SE DEVUELVEN SIN PASAR A LA CONFIRMACION              *
      ******************************************************************
       2300-CONSULTAR-FILA-ACTUAL.
           MOVE CA-CODIGO               TO CLI-CODIGO

           EXEC SQL
               SELECT CLI_NOMBRE, CLI_DOCUMENTO, CLI_DIRECCION,
                      CLI_TELEFONO, CLI_EMAIL, CLI_CANAL
               INTO  :CLI-NOMBRE, :CLI-DOCUMENTO, :CLI-DIRECCION,
                     :CLI-TELEFONO, :CLI-EMAIL, :CLI-CANAL
               FROM  PRDTWCLI
               WHERE CLI_CODIGO = :CLI-CODIGO
           END-EXEC

           MOVE LOW-VALUES              TO PE3M0155O

           EVALUATE SQLCODE
              WHEN ZEROS
                   PERFORM 2310-MOSTRAR-FILA-ACTUAL
                   EVALUATE CA-OPERACION
                      WHEN 'A'
                           MOVE 'EL CLIENTE YA EXISTE, NO ES UN ALTA'
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
                      MOVE 'SIN FILA ACTUAL (ALTA NUEVA), PF5 CONFIRMA'
                                        TO MSGSO
                   ELSE
                      MOVE 'NO EXISTE LA FILA A MODIFICAR/BORRAR'
                                        TO MSGSO
                      SET CA-SIN-CAPTURA TO TRUE
                   END-IF
              WHEN OTHER
                   MOVE SQLCODE         TO WS-SQLCODE-EDIT
                   STRING 'ERROR SELECT PRDTWCLI SQLCODE '
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
           MOVE CLI-NOMBRE              TO ANOMO
           MOVE CLI-DOCUMENTO           TO ADOCO
           MOVE CLI-DIRECCION           TO ADIRO
           MOVE CLI-TELEFONO            TO ATELO
           MOVE CLI-EMAIL               TO AMAIO
           MOVE CLI-CANAL               TO ACANO.

      ******************************************************************
      *                   2320-COMPLETAR-CAMBIO                        *
      *   PE3C0063 REESCRIBE TODAS LAS COLUMNAS EN EL CAMBIO: LO QUE   *
      *   EL OPERADOR DEJO EN BLANCO CONSERVA EL VALOR ACTUAL, ASI     *
      *   CORREGIR UN TELEFONO NO OBLIGA A REDIGITAR EL CLIENTE        *
      ******************************************************************
       2320-COMPLETAR-CAMBIO.
           IF CA-NOMBRE = SPACES
              MOVE CLI-NOMBRE           TO CA-NOMBRE
           END-IF
           IF CA-DOCUMENTO = SPACES
              MOVE CLI-DOCUMENTO        TO CA-DOCUMENTO
           END-IF
           IF CA-DIRECCION = SPACES
              MOVE CLI-DIRECCION        TO CA-DIRECCION
           END-IF
           IF CA-TELEFONO = SPACES
              MOVE CLI-TELEFONO         TO CA-TELEFONO
           END-IF
           IF CA-EMAIL = SPACES
              MOVE CLI-EMAIL            TO CA-EMAIL
           END-IF
           IF CA-CANAL = SPACE
              MOVE CLI-CANAL            TO CA-CANAL
           END-IF.

      ******************************************************************
      *                   2500-VALIDAR-OFICINA                         *
      *   EL CLIENTE NO TIENE OFICINA PROPIA: UN USUARIO CON ALCANCE   *
      *   DE OFICINA (PRDTWAUT) SOLO CAMBIA O BORRA CLIENTES CON AL    *
      *   MENOS UN CONTRATO EN SU OFICINA. EL ALTA SE PERMITE, LA      *
      *   OFICINA INSCRIBE AL CLIENTE ANTES DE ABRIRLE EL CONTRATO.    *
      *   SE REVALIDA EN LA CONFIRMACION                               *
      ******************************************************************
       2500-VALIDAR-OFICINA.
           SET SI-OFICINA-VALIDA        TO TRUE

           IF AUT0-OFICINA NOT = SPACES
              AND CA-OPERACION NOT = 'A'
                MOVE AUT0-OFICINA       TO WS-OFICINA-USUARIO
                MOVE CA-CODIGO          TO WS-CLIENTE-OFICINA
                MOVE ZEROS              TO WS-CONTRATOS-OFICINA

                EXEC SQL
                    SELECT COUNT(*)
                    INTO  :WS-CONTRATOS-OFICINA
                    FROM  PRDTWCON
                    WHERE CON_CLIENTE = :WS-CLIENTE-OFICINA
                    AND   SUBSTR(CON_CONTRATO, 5, 4)
                                      = :WS-OFICINA-USUARIO
                END-EXEC

                IF SQLCODE NOT = ZEROS
                   OR WS-CONTRATOS-OFICINA = ZEROS
                     SET NO-OFICINA-VALIDA TO TRUE
                END-IF
           END-IF.

      ******************************************************************
      *                 3000-CONFIRMAR-OPERACION                       *
      *   PF5: APLICA LA OPERACION CAPTURADA LLAMANDO A PE3C0063       *
      ******************************************************************
       3000-CONFIRMAR-OPERACION.
           PERFORM 0200-VALIDAR-QUIESCE

      *    EL ALCANCE SE REVALIDA EN LA CONFIRMACION: LA CAPTURA
      *    VIAJO EN EL COMMAREA Y LA HABILITACION PUDO CAMBIAR
           PERFORM 2500-VALIDAR-OFICINA
           IF NO-OFICINA-VALIDA
              MOVE LOW-VALUES TO PE3M0155O
              PERFORM 7000-REFRESCAR-CAPTURA
              PERFORM 2420-MOSTRAR-ERROR-OFICINA
              SET CA-SIN-CAPTURA TO TRUE
              PERFORM 9000-RETORNAR-TRANSACCION
           END-IF

           INITIALIZE CAI-PE9CCAM3
           MOVE CA-OPERACION    TO AM3-OPERACION
           MOVE CA-CODIGO       TO AM3-CODIGO
           MOVE CA-NOMBRE       TO AM3-NOMBRE
           MOVE CA-DOCUMENTO    TO AM3-DOCUMENTO
           MOVE CA-DIRECCION    TO AM3-DIRECCION
           MOVE CA-TELEFONO     TO AM3-TELEFONO
           MOVE CA-EMAIL        TO AM3-EMAIL
           MOVE CA-CANAL        TO AM3-CANAL

           CALL CTE-RUTINA-MANTENIM USING CAI-PE9CCAM3

           MOVE LOW-VALUES      TO PE3M0155O
           PERFORM 7000-REFRESCAR-CAPTURA
           PERFORM 3100-ARMAR-MENSAJE-RUTINA

           SET CA-SIN-CAPTURA   TO TRUE
           PERFORM 8100-ENVIAR-MAPA-DATOS.

      ******************************************************************
      *                 3100-ARMAR-MENSAJE-RUTINA                      *
      *   EL COD-RET DE PE3C0063 SALE CON SU TEXTO DE LA LEYENDA       *
      *   CENTRAL Y EL PRIMER DETALLE DE ERROR QUE TRAIGA              *
      ******************************************************************
       3100-ARMAR-MENSAJE-RUTINA.
           MOVE AM3-COD-RET             TO MSR-COD-RET
           MOVE 'CODIGO NO DOCUMENTADO' TO MSR-LEYENDA
           PERFORM 3110-BUSCAR-LEYENDA
                   VARYING LEY-IND FROM 1 BY 1
                   UNTIL LEY-IND > CTE-MAX-LEYENDA

           IF AM3-ERROR1 NOT = SPACES
              MOVE AM3-ERROR1           TO MSR-DETALLE
           ELSE
              MOVE AM3-ERROR2           TO MSR-DETALLE
           END-IF

           MOVE WS-MENSAJE-RUTINA       TO MSGSO.

       3110-BUSCAR-LEYENDA.
           IF LEY-COD(LEY-IND) = AM3-COD-RET
              MOVE LEY-DESC(LEY-IND)    TO MSR-LEYENDA
           END-IF.

      ******************************************************************
      *                 7000-REFRESCAR-CAPTURA                         *
      *   REPINTA EN PANTALLA LO CAPTURADO, QUE VIAJA EN EL COMMAREA   *
      ******************************************************************
       7000-REFRESCAR-CAPTURA.
           MOVE CA-OPERACION    TO OPERO
           MOVE CA-CODIGO       TO CODIO
           MOVE CA-NOMBRE       TO NOMBO
           MOVE CA-DOCUMENTO    TO DOCUO
           MOVE CA-DIRECCION    TO DIREO
           MOVE CA-TELEFONO     TO TELEO
           MOVE CA-EMAIL        TO MAILO
           MOVE CA-CANAL        TO CANAO.

      ******************************************************************
      *                2420-MOSTRAR-ERROR-OFICINA                      *
      ******************************************************************
       2420-MOSTRAR-ERROR-OFICINA.
           MOVE 'CLIENTE SIN CONTRATOS EN LA OFICINA DE SU USUARIO'
                                         TO MSGSO
           MOVE -1                      TO CODIL
           PERFORM 8100-ENVIAR-MAPA-DATOS.

      ******************************************************************
      *                 2400-MOSTRAR-ERROR-CAMPOS                      *
      ******************************************************************
       2400-MOSTRAR-ERROR-CAMPOS.
           MOVE 'DIGITE OPERACION A/C/D, CODIGO DE 8 DIGITOS, NOMBRE'
                                         TO MSGSO
           MOVE -1                      TO OPERL
           PERFORM 8100-ENVIAR-MAPA-DATOS.

      ******************************************************************
      *                     8000-ENVIAR-MAPA-VACIO                     *
      ******************************************************************
       8000-ENVIAR-MAPA-VACIO.
           EXEC CICS SEND MAP(CTE-MAPA)
                     MAPSET(CTE-MAPSET)
                     FROM(PE3M0155O)
                     ERASE
           END-EXEC.

      ******************************************************************
      *                     8100-ENVIAR-MAPA-DATOS                     *
      ******************************************************************
       8100-ENVIAR-MAPA-DATOS.
           EXEC CICS SEND MAP(CTE-MAPA)
                     MAPSET(CTE-MAPSET)
                     FROM(PE3M0155O)
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
                     LENGTH(162)
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
                     FROM('ERROR CICS EN PE3C0155')
                     LENGTH(22)
                     ERASE
                     FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.
