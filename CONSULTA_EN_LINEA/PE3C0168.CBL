       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0168.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL/CICS                               *
      *                                                                *
      *                         DESCRIPCION:
      *           TRANSACCION EN LINEA (PSEUDO-CONVERSACIONAL,
      *           HERMANA DE CP29/PE3C0145) DE REVISION DE LAS PAREJAS
      *           DE CLIENTES DUPLICADOS QUE DETECTA PE3C0167 EN
      *           PRDTWDUP. EL REVISOR CONSULTA LA PAREJA (POR NUMERO
      *           DE CASO, O LA PRIMERA PENDIENTE) CON LOS DATOS Y LA
      *           EVIDENCIA DE LOS DOS CODIGOS Y, CON NIVEL DE
      *           APROBACION, LA CONFIRMA O LA DESCARTA CON UNA
      *           OBSERVACION. AQUI NO SE FUSIONA NADA: LAS CONFIRMADAS
      *           LAS ESCRIBE PE3C0167 MODO 'F' EN EL ARCHIVO PAREJAS
      *           DE LA FUSION PE3C0079
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
          05 CTE-MAPSET                  PIC X(08) VALUE 'PE3M0168'.
          05 CTE-MAPA                    PIC X(08) VALUE 'PE3M0168'.
          05 CTE-TRANSID                 PIC X(04) VALUE 'CP35'.
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
      *                    AREA DE COMUNICACION CICS                   *
      ******************************************************************
       01 WS-RESP-CICS                   PIC S9(8) COMP.

      *    USUARIO CICS DE LA SESION (ASSIGN USERID), LLAVE DE LA
      *    HABILITACION EN PRDTWAUT; QUEDA COMO REVISOR DE LA PAREJA
       01 WS-USUARIO                     PIC X(8)  VALUE SPACES.

      *    ESTADO DEL SISTEMA (PRDTWSYS): EN 'Q' LA CADENA NOCTURNA
      *    ESTA CORRIENDO Y LA CAPTURA SE SUSPENDE
       01 PRDTW-SYS.
           05 SYS-ESTADO                 PIC X(1).
             88 SYS-QUIESCE                  VALUE 'Q'.
           05 SYS-MENSAJE                PIC X(40).

      ******************************************************************
      *   PAREJA DE CLIENTES DUPLICADOS (LA DETECTA PE3C0167)          *
      ******************************************************************
       01 PRDTW-DUP.
           05 DUP-CASO                   PIC S9(9) COMP-3.
           05 DUP-CLIENTE-A              PIC X(8).
           05 DUP-CLIENTE-B              PIC X(8).
           05 DUP-PUNTAJE                PIC S9(3) COMP-3.
           05 DUP-EVIDENCIA              PIC X(4).
           05 DUP-CONTRATOS-A            PIC S9(4) COMP.
           05 DUP-CONTRATOS-B            PIC S9(4) COMP.
           05 DUP-SALDO-A                PIC S9(13)V99 COMP-3.
           05 DUP-SALDO-B                PIC S9(13)V99 COMP-3.
           05 DUP-ULT-MOV-A              PIC X(10).
           05 DUP-ULT-MOV-B              PIC X(10).
           05 DUP-SOBREVIVE              PIC X(8).
           05 DUP-ESTADO                 PIC X(1).
             88 DUP-PENDIENTE                VALUE 'P'.
           05 DUP-FECHA-DETECCION        PIC X(10).
           05 DUP-REVISOR                PIC X(8).
           05 DUP-FECHA-REVISION         PIC X(10).
           05 DUP-ORIGEN-REVISION        PIC X(1).
           05 DUP-OBSERVACION            PIC X(40).

      *    NOMBRE Y DOCUMENTO DE CADA CODIGO (EL CODIGO PUDO BORRARSE
      *    DESPUES DE LA DETECCION)
       01 PRDTW-CLI.
           05 CLI-CODIGO                 PIC X(8).
           05 CLI-NOMBRE                 PIC X(40).
           05 CLI-DOCUMENTO              PIC X(15).

      *    CODIGOS DE LA PAREJA YA ABSORBIDOS POR OTRA FUSION
       01 WS-CONT-FUSIONADOS             PIC S9(9) COMP VALUE ZEROS.
      *    CODIGO QUE DESAPARECE SI SE CONFIRMA
       01 WS-CODIGO-ABSORBIDO            PIC X(8)  VALUE SPACES.

      *    FECHA DE MAQUINA DE LA REVISION
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
       01 WS-SALDO-EDITADO               PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCODUP
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCLI
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOXRF
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOSYS
           END-EXEC.

      ******************************************************************
      *                   COPY DEL MAPA SIMBOLICO                      *
      ******************************************************************
       COPY PE3M0168.

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
              MOVE LOW-VALUES   TO PE3M0168O
              MOVE SYS-MENSAJE  TO MSGSO
              SET CA-SIN-CAPTURA TO TRUE
              PERFORM 8100-ENVIAR-MAPA-DATOS
              PERFORM 9000-RETORNAR-TRANSACCION
           END-IF.

      ******************************************************************
      *                       1000-PRIMERA-VEZ                         *
      ******************************************************************
       1000-PRIMERA-VEZ.
           MOVE LOW-VALUES              TO PE3M0168O
           MOVE SPACES                  TO MSGSO
           SET CA-SIN-CAPTURA           TO TRUE
           PERFORM 8000-ENVIAR-MAPA-VACIO.

      ******************************************************************
      *                     2000-PROCESAR-ENTRADA                      *
      *   MUESTRA LA PAREJA Y, SI SE PIDIO CONFIRMAR O DESCARTAR Y     *
      *   SIGUE PENDIENTE, QUEDA EN ESPERA DE PF5                      *
      ******************************************************************
       2000-PROCESAR-ENTRADA.
           PERFORM 0200-VALIDAR-QUIESCE

           EXEC CICS RECEIVE MAP(CTE-MAPA)
                     MAPSET(CTE-MAPSET)
                     INTO(PE3M0168I)
           END-EXEC

           SET CA-SIN-CAPTURA TO TRUE
           PERFORM 2100-VALIDAR-CAMPOS

           IF NO-DATOS-VALIDOS
              PERFORM 8100-ENVIAR-MAPA-DATOS
              PERFORM 9000-RETORNAR-TRANSACCION
           END-IF

           PERFORM 2200-GUARDAR-CAPTURA
           MOVE LOW-VALUES TO PE3M0168O

           PERFORM 2300-VALIDAR-CASO
           PERFORM 7000-REFRESCAR-CAPTURA

           IF SI-DATOS-VALIDOS
              EVALUATE TRUE
                 WHEN CA-OP-CONFIRMAR
                      SET CA-ESPERA-CONFIRMA TO TRUE
                      STRING 'PF5 CONFIRMA: '   DELIMITED SIZE
                             WS-CODIGO-ABSORBIDO DELIMITED SIZE
                             ' SE FUSIONARA EN ' DELIMITED SIZE
                             DUP-SOBREVIVE      DELIMITED SIZE
                             INTO MSGSO
                      END-STRING
                 WHEN CA-OP-DESCARTAR
                      SET CA-ESPERA-CONFIRMA TO TRUE
                      MOVE 'PAREJA MOSTRADA, PF5 LA DESCARTA' TO MSGSO
                 WHEN OTHER
                      MOVE 'PAREJA MOSTRADA' TO MSGSO
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
      *   CASO EN CERO SE RESUELVE A LA PRIMERA PENDIENTE EN 2300      *
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
      *   LEE Y MUESTRA LA PAREJA CON LOS DATOS DE LOS DOS CODIGOS;    *
      *   CONFIRMAR Y DESCARTAR EXIGEN QUE SIGA PENDIENTE, Y CONFIRMAR *
      *   ADEMAS QUE NINGUNO DE LOS DOS CODIGOS HAYA SIDO ABSORBIDO    *
      *   YA POR OTRA FUSION                                           *
      ******************************************************************
       2300-VALIDAR-CASO.
           SET SI-DATOS-VALIDOS TO TRUE
           IF CA-CASO = ZEROS
              PERFORM 2310-UBICAR-PENDIENTE
           END-IF

           IF SI-DATOS-VALIDOS
              MOVE CA-CASO TO DUP-CASO
              PERFORM 2320-LEER-CASO
           END-IF

           IF SI-DATOS-VALIDOS
              PERFORM 7100-MOSTRAR-CASO
              PERFORM 2330-LEER-CLIENTES
           END-IF

           IF SI-DATOS-VALIDOS
              AND NOT CA-OP-CONSULTAR
              AND NOT DUP-PENDIENTE
                SET NO-DATOS-VALIDOS TO TRUE
                MOVE 'LA PAREJA YA FUE REVISADA' TO MSGSO
           END-IF

           IF SI-DATOS-VALIDOS
              AND CA-OP-CONFIRMAR
                PERFORM 2340-VALIDAR-FUSIONADOS
           END-IF.

       2310-UBICAR-PENDIENTE.
           EXEC SQL
               SELECT VALUE(MIN(DUP_CASO), 0)
               INTO  :DUP-CASO
               FROM  PRDTWDUP
               WHERE DUP_ESTADO = 'P'
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE NOT = ZEROS
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'NO SE PUDO LEER LAS PAREJAS PENDIENTES'
                                            TO MSGSO
              WHEN DUP-CASO = ZEROS
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'NO HAY PAREJAS PENDIENTES' TO MSGSO
                   MOVE -1                  TO CASOL
              WHEN OTHER
                   MOVE DUP-CASO            TO CA-CASO
           END-EVALUATE.

       2320-LEER-CASO.
           EXEC SQL
               SELECT DUP_CLIENTE_A, DUP_CLIENTE_B, DUP_PUNTAJE,
                      DUP_EVIDENCIA, DUP_CONTRATOS_A, DUP_CONTRATOS_B,
                      DUP_SALDO_A, DUP_SALDO_B,
                      DUP_ULT_MOV_A, DUP_ULT_MOV_B, DUP_SOBREVIVE,
                      DUP_ESTADO, DUP_FECHA_DETECCION, DUP_REVISOR,
                      DUP_FECHA_REVISION, DUP_ORIGEN_REVISION,
                      DUP_OBSERVACION
               INTO  :DUP-CLIENTE-A, :DUP-CLIENTE-B, :DUP-PUNTAJE,
                     :DUP-EVIDENCIA, :DUP-CONTRATOS-A, :DUP-CONTRATOS-B,
                     :DUP-SALDO-A, :DUP-SALDO-B,
                     :DUP-ULT-MOV-A, :DUP-ULT-MOV-B, :DUP-SOBREVIVE,
                     :DUP-ESTADO, :DUP-FECHA-DETECCION, :DUP-REVISOR,
                     :DUP-FECHA-REVISION, :DUP-ORIGEN-REVISION,
                     :DUP-OBSERVACION
               FROM  PRDTWDUP
               WHERE DUP_CASO = :DUP-CASO
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = +100
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'NO EXISTE EL CASO DIGITADO' TO MSGSO
                   MOVE -1                  TO CASOL
              WHEN SQLCODE NOT = ZEROS
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'NO SE PUDO LEER EL CASO' TO MSGSO
              WHEN DUP-SOBREVIVE = DUP-CLIENTE-A
                   MOVE DUP-CLIENTE-B       TO WS-CODIGO-ABSORBIDO
              WHEN OTHER
                   MOVE DUP-CLIENTE-A       TO WS-CODIGO-ABSORBIDO
           END-EVALUATE.

       2330-LEER-CLIENTES.
           MOVE DUP-CLIENTE-A  TO CLI-CODIGO
           PERFORM 2331-LEER-CLIENTE
           MOVE CLI-NOMBRE     TO ANOMO
           MOVE CLI-DOCUMENTO  TO ADOCO

           MOVE DUP-CLIENTE-B  TO CLI-CODIGO
           PERFORM 2331-LEER-CLIENTE
           MOVE CLI-NOMBRE     TO BNOMO
           MOVE CLI-DOCUMENTO  TO BDOCO.

       2331-LEER-CLIENTE.
           EXEC SQL
               SELECT CLI_NOMBRE, CLI_DOCUMENTO
               INTO  :CLI-NOMBRE, :CLI-DOCUMENTO
               FROM  PRDTWCLI
               WHERE CLI_CODIGO = :CLI-CODIGO
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = ZEROS
                   CONTINUE
              WHEN SQLCODE = +100
                   MOVE '(EL CODIGO YA NO ESTA EN PRDTWCLI)'
                                            TO CLI-NOMBRE
                   MOVE SPACES              TO CLI-DOCUMENTO
              WHEN OTHER
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE SPACES              TO CLI-NOMBRE
                                               CLI-DOCUMENTO
                   MOVE 'NO SE PUDO LEER LOS DATOS DEL CLIENTE'
                                            TO MSGSO
           END-EVALUATE.

       2340-VALIDAR-FUSIONADOS.
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CONT-FUSIONADOS
               FROM  PRDTWXRF
               WHERE XRF_CLIENTE_ANT IN (:DUP-CLIENTE-A, :DUP-CLIENTE-B)
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE NOT = ZEROS
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'NO SE PUDO LEER LAS FUSIONES ANTERIORES'
                                            TO MSGSO
              WHEN WS-CONT-FUSIONADOS > ZEROS
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'UN CODIGO YA FUE FUSIONADO, SOLO SE DESCARTA'
                                            TO MSGSO
                   MOVE -1                  TO OPERL
           END-EVALUATE.

      ******************************************************************
      *                 3000-CONFIRMAR-OPERACION                       *
      *   PF5: LA PAREJA SE RELEE Y SE REVALIDA (PUDO REVISARLA OTRA   *
      *   SESION, EL ARCHIVO DEVUELTO O UNA DETECCION NUEVA) ANTES DE  *
      *   GRABAR                                                       *
      ******************************************************************
       3000-CONFIRMAR-OPERACION.
           PERFORM 0200-VALIDAR-QUIESCE

           MOVE LOW-VALUES TO PE3M0168O
           SET CA-SIN-CAPTURA TO TRUE

           ACCEPT WS-FECHA-COMPACTA FROM DATE YYYYMMDD
           MOVE FCO-ANO TO FGU-ANO
           MOVE FCO-MES TO FGU-MES
           MOVE FCO-DIA TO FGU-DIA

           PERFORM 2300-VALIDAR-CASO
           IF SI-DATOS-VALIDOS
              PERFORM 3100-MARCAR-DECISION
           END-IF

           PERFORM 7000-REFRESCAR-CAPTURA
           PERFORM 8100-ENVIAR-MAPA-DATOS.

      ******************************************************************
      *                   3100-MARCAR-DECISION                         *
      *   SOLO SE MARCA LA PAREJA; LA FUSION LA PIDE PE3C0167 MODO 'F' *
      ******************************************************************
       3100-MARCAR-DECISION.
           MOVE CA-OPERACION       TO DUP-ESTADO
           EXEC SQL
               UPDATE PRDTWDUP
               SET    DUP_ESTADO          = :DUP-ESTADO,
                      DUP_REVISOR         = :WS-USUARIO,
                      DUP_FECHA_REVISION  = :WS-FECHA-GUIONES,
                      DUP_ORIGEN_REVISION = 'L',
                      DUP_OBSERVACION     = :CA-OBSERVACION
               WHERE  DUP_CASO            = :DUP-CASO
               AND    DUP_ESTADO          = 'P'
           END-EXEC

           IF SQLCODE = ZEROS AND SQLERRD (3) > ZEROS
              MOVE WS-USUARIO         TO DUP-REVISOR
              MOVE WS-FECHA-GUIONES   TO DUP-FECHA-REVISION
              MOVE 'L'                TO DUP-ORIGEN-REVISION
              MOVE CA-OBSERVACION     TO DUP-OBSERVACION
              PERFORM 7100-MOSTRAR-CASO
              IF CA-OP-CONFIRMAR
                 MOVE 'PAREJA CONFIRMADA, PASA A LA SIGUIENTE FUSION'
                                      TO MSGSO
              ELSE
                 MOVE 'PAREJA DESCARTADA' TO MSGSO
              END-IF
           ELSE
              MOVE 'P'                TO DUP-ESTADO
              MOVE 'NO SE PUDO MARCAR LA PAREJA, NADA SE APLICO'
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
           MOVE DUP-CLIENTE-A         TO ACLIO
           MOVE DUP-CONTRATOS-A       TO WS-CONTRATOS-EDITADO
           MOVE WS-CONTRATOS-EDITADO  TO ACONO
           MOVE DUP-SALDO-A           TO WS-SALDO-EDITADO
           MOVE WS-SALDO-EDITADO      TO ASALO
           MOVE DUP-ULT-MOV-A         TO AUMVO
           MOVE DUP-CLIENTE-B         TO BCLIO
           MOVE DUP-CONTRATOS-B       TO WS-CONTRATOS-EDITADO
           MOVE WS-CONTRATOS-EDITADO  TO BCONO
           MOVE DUP-SALDO-B           TO WS-SALDO-EDITADO
           MOVE WS-SALDO-EDITADO      TO BSALO
           MOVE DUP-ULT-MOV-B         TO BUMVO
           MOVE DUP-PUNTAJE           TO WS-PUNTAJE-EDITADO
           MOVE WS-PUNTAJE-EDITADO    TO SPUNO
           MOVE DUP-EVIDENCIA         TO SEVIO
           MOVE DUP-SOBREVIVE         TO SSOBO
           MOVE DUP-ESTADO            TO SESTO
           MOVE DUP-FECHA-DETECCION   TO SFDEO
           MOVE DUP-REVISOR           TO SREVO
           MOVE DUP-FECHA-REVISION    TO SFREO
           MOVE DUP-ORIGEN-REVISION   TO SORIO
           MOVE DUP-OBSERVACION       TO SOBSO.

      ******************************************************************
      *                     8000-ENVIAR-MAPA-VACIO                     *
      ******************************************************************
       8000-ENVIAR-MAPA-VACIO.
           EXEC CICS SEND MAP(CTE-MAPA)
                     MAPSET(CTE-MAPSET)
                     FROM(PE3M0168O)
                     ERASE
           END-EXEC.

      ******************************************************************
      *                     8100-ENVIAR-MAPA-DATOS                     *
      ******************************************************************
       8100-ENVIAR-MAPA-DATOS.
           EXEC CICS SEND MAP(CTE-MAPA)
                     MAPSET(CTE-MAPSET)
                     FROM(PE3M0168O)
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
                     FROM('CLIENTES DUPLICADOS FINALIZADO')
                     LENGTH(30)
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
                     FROM('USUARIO SIN HABILITACION EN CP35')
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
                     FROM('ERROR CICS EN PE3C0168')
                     LENGTH(23)
                     ERASE
                     FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.
