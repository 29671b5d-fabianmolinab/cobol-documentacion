       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0157.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL/CICS                               *
      *                                                                *
      *                         DESCRIPCION:
      *           TRANSACCION EN LINEA CP32 (PSEUDO-CONVERSACIONAL,
      *           HERMANA DE CP20/PE3C0046) DE MANTENIMIENTO DEL
      *           CALENDARIO DE FECHAS PROGRAMADAS PRDTW03: CAPTURA
      *           UN ALTA, INACTIVACION, RE-FECHADO, BAJA O CAMBIO
      *           DE VALOR ESPERADO, MUESTRA LA FILA ACTUAL PARA
      *           CONFIRMACION Y SOLO CON PF5 LLAMA A PE3C0033 POR
      *           CAI-PE9CCAM2; EL COD-RET SALE EN PANTALLA CON SU
      *           TEXTO DE LA LEYENDA CENTRAL PE3COLEY
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
          05 CTE-MAPSET                  PIC X(08) VALUE 'PE3M0157'.
          05 CTE-MAPA                    PIC X(08) VALUE 'PE3M0157'.
          05 CTE-TRANSID                 PIC X(04) VALUE 'CP32'.
          05 CTE-RUTINA-MANTENIM         PIC X(08) VALUE 'PE3C0033'.
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
          05 SW-VALOR-VALIDO        PIC X       VALUE 'S'.
             88 SI-VALOR-VALIDO                 VALUE 'S'.
             88 NO-VALOR-VALIDO                 VALUE 'N'.

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

       01 PRDTW-W03.
           05 W03-CLIENTE                PIC X(8).
           05 W03-PRODUCTO               PIC XX.
           05 W03-FECHA                  PIC X(10).
           05 W03-ESTADO                 PIC X(1).
           05 W03-VALOR-ESPERADO         PIC S9(9)V99 COMP-3.
           05 W03-VALOR-APLICADO         PIC S9(9)V99 COMP-3.
           05 W03-COBERTURA              PIC X(1).

      *    ALCANCE DE OFICINA: CONTRATOS DEL CLIENTE EN LA OFICINA
      *    DEL USUARIO PARA EL MISMO PRODUCTO
       01 WS-OFICINA-USUARIO             PIC X(4)  VALUE SPACES.
       01 WS-CLIENTE-OFICINA             PIC X(8)  VALUE SPACES.
       01 WS-PRODUCTO-OFICINA            PIC XX    VALUE SPACES.
       01 WS-CONTRATOS-OFICINA           PIC S9(9) COMP VALUE ZEROS.

       01 WS-SQLCODE-EDIT                PIC -ZZZ9.
       01 WS-VALOR-EDITADO               PIC -ZZZ,ZZZ,ZZ9.99.

      ******************************************************************
      *   NORMALIZACION DEL VALOR DIGITADO, LA MISMA DE CP20: EL       *
      *   CAMPO VALO ES LIBRE, SE AJUSTA A LA DERECHA Y SE RELLENA     *
      *   CON CEROS ANTES DE LA PRUEBA NUMERICA. LA PANTALLA CAPTURA   *
      *   UNIDADES ENTERAS (MAXIMO 9 DIGITOS); LOS CENTAVOS QUEDAN EN  *
      *   CERO                                                         *
      ******************************************************************
       01 WS-NORMALIZA-VALOR.
          05 WS-VAL-SALIDA               PIC X(13).
          05 WS-VAL-POS                  PIC 9(02) VALUE ZEROS.
          05 WS-VAL-DESTINO              PIC 9(02) VALUE ZEROS.
          05 WS-VAL-CARACTER             PIC X(01).
          05 WS-VAL-DIGITOS              PIC 9(02) VALUE ZEROS.

       01 WS-VALOR-ENTERO                PIC 9(13) VALUE ZEROS.

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
               INCLUDE PETCOW03
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCON
           END-EXEC.

      ******************************************************************
      *                   COPY DEL MAPA SIMBOLICO                      *
      ******************************************************************
       COPY PE3M0157.

      ******************************************************************
      *          INTERFAZ CAI-PE9CCAM2 (MANTENIMIENTO, PE3COEVW)       *
      ******************************************************************
       COPY PE3COEVW.

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
          05 CA-CLIENTE                  PIC X(8).
          05 CA-PRODUCTO                 PIC XX.
          05 CA-FECHA                    PIC X(10).
          05 CA-FECHA-NUEVA              PIC X(10).
          05 CA-VALOR                    PIC X(13).

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
              MOVE LOW-VALUES   TO PE3M0157O
              MOVE SYS-MENSAJE  TO MSGSO
              SET CA-SIN-CAPTURA TO TRUE
              PERFORM 8100-ENVIAR-MAPA-DATOS
              PERFORM 9000-RETORNAR-TRANSACCION
           END-IF.

      ******************************************************************
      *                       1000-PRIMERA-VEZ                         *
      ******************************************************************
       1000-PRIMERA-VEZ.
           MOVE LOW-VALUES              TO PE3M0157O
           MOVE SPACES                  TO MSGSO
           SET CA-SIN-CAPTURA           TO TRUE
           PERFORM 8000-ENVIAR-MAPA-VACIO.

      ******************************************************************
      *                     2000-PROCESAR-ENTRADA                      *
      *   CAPTURA LA OPERACION, VALIDA EL ALCANCE DE OFICINA, MUESTRA  *
      *   LA FILA ACTUAL DE PRDTW03 Y QUEDA EN ESPERA DE PF5           *
      ******************************************************************
       2000-PROCESAR-ENTRADA.
           PERFORM 0200-VALIDAR-QUIESCE

           EXEC CICS RECEIVE MAP(CTE-MAPA)
                     MAPSET(CTE-MAPSET)
                     INTO(PE3M0157I)
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
              IF NO-VALOR-VALIDO
                 PERFORM 2410-MOSTRAR-ERROR-VALOR
              ELSE
                 PERFORM 2400-MOSTRAR-ERROR-CAMPOS
              END-IF
           END-IF.

      ******************************************************************
      *                     2100-VALIDAR-CAMPOS                        *
      *   CLIENTE Y PRODUCTO VIAJAN COMPLETOS (NUMERICOS, COMO LOS     *
      *   EXIGE PE3C0033); EL RE-FECHADO LLEVA LA FECHA NUEVA Y LA     *
      *   OPERACION 'V' EL VALOR. EN EL ALTA EL VALOR ES OPCIONAL      *
      *   (EN BLANCO = SIN VALOR DECLARADO)                            *
      ******************************************************************
       2100-VALIDAR-CAMPOS.
           SET SI-DATOS-VALIDOS TO TRUE

           IF OPERI NOT = 'A' AND NOT = 'I' AND NOT = 'R'
                        AND NOT = 'D' AND NOT = 'V'
              SET NO-DATOS-VALIDOS TO TRUE
           END-IF
           IF CLIEI IS NOT NUMERIC
              SET NO-DATOS-VALIDOS TO TRUE
           END-IF
           IF PRODI IS NOT NUMERIC
              SET NO-DATOS-VALIDOS TO TRUE
           END-IF
           IF FECHI = SPACES OR LOW-VALUES
              SET NO-DATOS-VALIDOS TO TRUE
           END-IF
           IF OPERI = 'R'
              AND (FNUEI = SPACES OR LOW-VALUES)
                SET NO-DATOS-VALIDOS TO TRUE
           END-IF
      *    EL VALOR SE NORMALIZA (AJUSTE A LA DERECHA, RELLENO DE
      *    CEROS) Y SE RECHAZA SI NO QUEDA NUMERICO O SUPERA LOS 9
      *    ENTEROS, COMO EN CP20
           SET SI-VALOR-VALIDO TO TRUE
           IF OPERI = 'A' OR 'V'
              IF VALOI = SPACES OR LOW-VALUES
                 IF OPERI = 'V'
                    SET NO-VALOR-VALIDO  TO TRUE
                    SET NO-DATOS-VALIDOS TO TRUE
                 END-IF
              ELSE
                 PERFORM 2150-NORMALIZAR-VALOR
                 IF SI-VALOR-VALIDO
                    MOVE WS-VAL-SALIDA TO VALOI
                 ELSE
                    SET NO-DATOS-VALIDOS TO TRUE
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      *                   2150-NORMALIZAR-VALOR                        *
      *   RECORRE EL CAMPO DE DERECHA A IZQUIERDA ACOMODANDO LOS       *
      *   DIGITOS AL FINAL; LOS ESPACIOS SE IGNORAN Y CUALQUIER OTRO   *
      *   CARACTER INVALIDA EL VALOR. LOS 4 PRIMEROS DIGITOS DEL       *
      *   RESULTADO DEBEN SER CERO (TOPE DE 9 ENTEROS DE               *
      *   AM2-VALOR-ESPERADO)                                          *
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
           MOVE VALOI(WS-VAL-POS:1) TO WS-VAL-CARACTER
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

       2200-GUARDAR-CAPTURA.
           MOVE OPERI TO CA-OPERACION
           MOVE CLIEI TO CA-CLIENTE
           MOVE PRODI TO CA-PRODUCTO
           MOVE FECHI TO CA-FECHA
           MOVE FNUEI TO CA-FECHA-NUEVA
           MOVE VALOI TO CA-VALOR
           INSPECT CA-FECHA-NUEVA REPLACING ALL LOW-VALUES BY SPACES
           INSPECT CA-VALOR       REPLACING ALL LOW-VALUES BY SPACES
           SET CA-ESPERA-CONFIRMA TO TRUE.

      ******************************************************************
      *                 2300-CONSULTAR-FILA-ACTUAL                     *
      *   LA FILA ACTUAL SE LEE DIRECTO DE PRDTW03 POR CLIENTE/        *
      *   PRODUCTO/FECHA. UN ALTA SOBRE UNA FECHA QUE YA EXISTE Y      *
      *   CUALQUIER OTRA OPERACION SOBRE UNA QUE NO EXISTE SE          *
      *   DEVUELVEN SIN PASAR A LA CONFIRMACION                        *
      ******************************************************************
       2300-CONSULTAR-FILA-ACTUAL.
           MOVE CA-CLIENTE              TO W03-CLIENTE
           MOVE CA-PRODUCTO             TO W03-PRODUCTO
           MOVE CA-FECHA                TO W03-FECHA

           EXEC SQL
               SELECT W03_ESTADO, W03_VALOR_ESPERADO,
                      W03_VALOR_APLICADO, W03_COBERTURA
               INTO  :W03-ESTADO, :W03-VALOR-ESPERADO,
                     :W03-VALOR-APLICADO, :W03-COBERTURA
               FROM  PRDTW03
               WHERE W03_CLIENTE  = :W03-CLIENTE
               AND   W03_PRODUCTO = :W03-PRODUCTO
               AND   W03_FECHA    = :W03-FECHA
           END-EXEC

           MOVE LOW-VALUES              TO PE3M0157O

           EVALUATE SQLCODE
              WHEN ZEROS
                   PERFORM 2310-MOSTRAR-FILA-ACTUAL
                   IF CA-OPERACION = 'A'
                      MOVE 'LA FECHA YA EXISTE, NO ES UN ALTA'
                                        TO MSGSO
                      SET CA-SIN-CAPTURA TO TRUE
                   ELSE
                      MOVE 'FILA ACTUAL MOSTRADA, PF5 CONFIRMA'
                                        TO MSGSO
                   END-IF
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
                   STRING 'ERROR SELECT PRDTW03 SQLCODE '
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
           MOVE W03-ESTADO              TO AESTO
           MOVE W03-VALOR-ESPERADO      TO WS-VALOR-EDITADO
           MOVE WS-VALOR-EDITADO        TO AVESO
           MOVE W03-VALOR-APLICADO      TO WS-VALOR-EDITADO
           MOVE WS-VALOR-EDITADO        TO AVAPO
           MOVE W03-COBERTURA           TO ACOBO.

      ******************************************************************
      *                   2500-VALIDAR-OFICINA                         *
      *   LA FECHA PROGRAMADA NO TIENE OFICINA PROPIA: UN USUARIO CON  *
      *   ALCANCE DE OFICINA (PRDTWAUT) SOLO TOCA EL CALENDARIO DE UN  *
      *   CLIENTE/PRODUCTO CON CONTRATO EN SU OFICINA (PRDTWCON,       *
      *   OFICINA EN LAS POSICIONES 5-8 Y PRODUCTO EN LAS 9-10). SE    *
      *   REVALIDA EN LA CONFIRMACION                                  *
      ******************************************************************
       2500-VALIDAR-OFICINA.
           SET SI-OFICINA-VALIDA        TO TRUE

           IF AUT0-OFICINA NOT = SPACES
                MOVE AUT0-OFICINA       TO WS-OFICINA-USUARIO
                MOVE CA-CLIENTE         TO WS-CLIENTE-OFICINA
                MOVE CA-PRODUCTO        TO WS-PRODUCTO-OFICINA
                MOVE ZEROS              TO WS-CONTRATOS-OFICINA

                EXEC SQL
                    SELECT COUNT(*)
                    INTO  :WS-CONTRATOS-OFICINA
                    FROM  PRDTWCON
                    WHERE CON_CLIENTE = :WS-CLIENTE-OFICINA
                    AND   SUBSTR(CON_CONTRATO, 5, 4)
                                      = :WS-OFICINA-USUARIO
                    AND   SUBSTR(CON_CONTRATO, 9, 2)
                                      = :WS-PRODUCTO-OFICINA
                END-EXEC

                IF SQLCODE NOT = ZEROS
                   OR WS-CONTRATOS-OFICINA = ZEROS
                     SET NO-OFICINA-VALIDA TO TRUE
                END-IF
           END-IF.

      ******************************************************************
      *                 3000-CONFIRMAR-OPERACION                       *
      *   PF5: APLICA LA OPERACION CAPTURADA LLAMANDO A PE3C0033       *
      ******************************************************************
       3000-CONFIRMAR-OPERACION.
           PERFORM 0200-VALIDAR-QUIESCE

      *    EL ALCANCE SE REVALIDA EN LA CONFIRMACION: LA CAPTURA
      *    VIAJO EN EL COMMAREA Y LA HABILITACION PUDO CAMBIAR
           PERFORM 2500-VALIDAR-OFICINA
           IF NO-OFICINA-VALIDA
              MOVE LOW-VALUES TO PE3M0157O
              PERFORM 7000-REFRESCAR-CAPTURA
              PERFORM 2420-MOSTRAR-ERROR-OFICINA
              SET CA-SIN-CAPTURA TO TRUE
              PERFORM 9000-RETORNAR-TRANSACCION
           END-IF

           INITIALIZE CAI-PE9CCAM2
           MOVE CA-OPERACION    TO AM2-OPERACION
           MOVE CA-CLIENTE      TO AM2-CLIENTE
           MOVE CA-PRODUCTO     TO AM2-PRODUCTO
           MOVE CA-FECHA        TO AM2-FECHA
           MOVE CA-FECHA-NUEVA  TO AM2-FECHA-NUEVA
      *    CA-VALOR YA VIENE NORMALIZADO Y VALIDADO DESDE LA CAPTURA
      *    (VER 2150-NORMALIZAR-VALOR); EN BLANCO VIAJA EN CERO, SIN
      *    VALOR DECLARADO
           IF CA-VALOR IS NUMERIC
              MOVE CA-VALOR        TO WS-VALOR-ENTERO
              COMPUTE AM2-VALOR-ESPERADO = WS-VALOR-ENTERO
           END-IF

           CALL CTE-RUTINA-MANTENIM USING CAI-PE9CCAM2

           MOVE LOW-VALUES      TO PE3M0157O
           PERFORM 7000-REFRESCAR-CAPTURA
           PERFORM 3100-ARMAR-MENSAJE-RUTINA

           SET CA-SIN-CAPTURA   TO TRUE
           PERFORM 8100-ENVIAR-MAPA-DATOS.

      ******************************************************************
      *                 3100-ARMAR-MENSAJE-RUTINA                      *
      *   EL COD-RET DE PE3C0033 SALE CON SU TEXTO DE LA LEYENDA       *
      *   CENTRAL Y EL PRIMER DETALLE DE ERROR QUE TRAIGA              *
      ******************************************************************
       3100-ARMAR-MENSAJE-RUTINA.
           MOVE AM2-COD-RET             TO MSR-COD-RET
           MOVE 'CODIGO NO DOCUMENTADO' TO MSR-LEYENDA
           PERFORM 3110-BUSCAR-LEYENDA
                   VARYING LEY-IND FROM 1 BY 1
                   UNTIL LEY-IND > CTE-MAX-LEYENDA

           IF AM2-ERROR1 NOT = SPACES
              MOVE AM2-ERROR1           TO MSR-DETALLE
           ELSE
              MOVE AM2-ERROR2           TO MSR-DETALLE
           END-IF

           MOVE WS-MENSAJE-RUTINA       TO MSGSO.

       3110-BUSCAR-LEYENDA.
           IF LEY-COD(LEY-IND) = AM2-COD-RET
              MOVE LEY-DESC(LEY-IND)    TO MSR-LEYENDA
           END-IF.

      ******************************************************************
      *                 7000-REFRESCAR-CAPTURA                         *
      *   REPINTA EN PANTALLA LO CAPTURADO, QUE VIAJA EN EL COMMAREA   *
      ******************************************************************
       7000-REFRESCAR-CAPTURA.
           MOVE CA-OPERACION    TO OPERO
           MOVE CA-CLIENTE      TO CLIEO
           MOVE CA-PRODUCTO     TO PRODO
           MOVE CA-FECHA        TO FECHO
           MOVE CA-FECHA-NUEVA  TO FNUEO
           MOVE CA-VALOR        TO VALOO.

      ******************************************************************
      *                 2410-MOSTRAR-ERROR-VALOR                       *
      ******************************************************************
       2410-MOSTRAR-ERROR-VALOR.
           MOVE 'VALOR INVALIDO: SOLO DIGITOS, MAXIMO 9 ENTEROS'
                                         TO MSGSO
           MOVE -1                      TO VALOL
           PERFORM 8100-ENVIAR-MAPA-DATOS.

      ******************************************************************
      *                2420-MOSTRAR-ERROR-OFICINA                      *
      ******************************************************************
       2420-MOSTRAR-ERROR-OFICINA.
           MOVE 'CLIENTE/PRODUCTO SIN CONTRATO EN SU OFICINA'
                                         TO MSGSO
           MOVE -1                      TO CLIEL
           PERFORM 8100-ENVIAR-MAPA-DATOS.

      ******************************************************************
      *                 2400-MOSTRAR-ERROR-CAMPOS                      *
      ******************************************************************
       2400-MOSTRAR-ERROR-CAMPOS.
           MOVE 'DIGITE OPERACION, CLIENTE, PRODUCTO Y FECHA'
                                         TO MSGSO
           MOVE -1                      TO OPERL
           PERFORM 8100-ENVIAR-MAPA-DATOS.

      ******************************************************************
      *                     8000-ENVIAR-MAPA-VACIO                     *
      ******************************************************************
       8000-ENVIAR-MAPA-VACIO.
           EXEC CICS SEND MAP(CTE-MAPA)
                     MAPSET(CTE-MAPSET)
                     FROM(PE3M0157O)
                     ERASE
           END-EXEC.

      ******************************************************************
      *                     8100-ENVIAR-MAPA-DATOS                     *
      ******************************************************************
       8100-ENVIAR-MAPA-DATOS.
           EXEC CICS SEND MAP(CTE-MAPA)
                     MAPSET(CTE-MAPSET)
                     FROM(PE3M0157O)
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
                     LENGTH(46)
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
                     FROM('ERROR CICS EN PE3C0157')
                     LENGTH(22)
                     ERASE
                     FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.
