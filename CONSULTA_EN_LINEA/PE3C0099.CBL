       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0099.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL/CICS                               *
      *                                                                *
      *                         DESCRIPCION:
      *           TRANSACCION EN LINEA (PSEUDO-CONVERSACIONAL,
      *           HERMANA DE CP20/PE3C0046) DE RESOLUCION DE LA
      *           CUENTA DE SUSPENSO DE RECAUDO PRDTWSUS: TESORERIA
      *           CONSULTA EL ITEM POR BANCO Y REFERENCIA Y, CON
      *           PF5, LO APLICA AL CLIENTE/CONTRATO CORRECTO (ALTA
      *           'N' POR PE3C0022 Y CAI-PE9CCAM0, CON VALIDACION,
      *           LIMITES Y BITACORA INCLUIDOS) O LO MARCA PARA
      *           DEVOLUCION AL BANCO. SOLO UN ITEM PENDIENTE ('P')
      *           SE PUEDE RESOLVER, Y UNA SOLA VEZ
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
          05 CTE-MAPSET                  PIC X(08) VALUE 'PE3M0099'.
          05 CTE-MAPA                    PIC X(08) VALUE 'PE3M0099'.
          05 CTE-TRANSID                 PIC X(04) VALUE 'CP23'.
          05 CTE-RUTINA-MANTENIM         PIC X(08) VALUE 'PE3C0022'.
          05 CTE-RUTINA-HABILITA         PIC X(08) VALUE 'PE3C0081'.

      ******************************************************************
      *                           SWITCHES                             *
      ******************************************************************
       01 SWITCHES.
          05 SW-DATOS-VALIDOS       PIC X       VALUE 'S'.
             88 SI-DATOS-VALIDOS                VALUE 'S'.
             88 NO-DATOS-VALIDOS                VALUE 'N'.

      ******************************************************************
      *                    AREA DE COMUNICACION CICS                   *
      ******************************************************************
       01 WS-RESP-CICS                   PIC S9(8) COMP.

      *    USUARIO CICS DE LA SESION (ASSIGN USERID), LLAVE DE LA
      *    HABILITACION EN PRDTWAUT Y RESPONSABLE DE LA RESOLUCION
       01 WS-USUARIO                     PIC X(8)  VALUE SPACES.

      *    ESTADO DEL SISTEMA (PRDTWSYS): EN 'Q' LA CADENA NOCTURNA
      *    ESTA CORRIENDO Y LA CAPTURA SE SUSPENDE
       01 PRDTW-SYS.
           05 SYS-ESTADO                 PIC X(1).
             88 SYS-QUIESCE                  VALUE 'Q'.
           05 SYS-MENSAJE                PIC X(40).

      ******************************************************************
      *   ITEM DE LA CUENTA DE SUSPENSO                                *
      ******************************************************************
       01 PRDTW-SUS.
           05 SUS-BANCO                  PIC X(4).
           05 SUS-REFERENCIA             PIC X(16).
           05 SUS-CLIENTE                PIC X(8).
           05 SUS-CONTRATO               PIC X(18).
           05 SUS-FECHA-COBRO            PIC X(10).
           05 SUS-VALOR                  PIC S9(9)V99 COMP-3.
           05 SUS-FECHA-RECIBIDO         PIC X(10).
           05 SUS-MOTIVO                 PIC X(2).
           05 SUS-ESTADO                 PIC X(1).
             88 SUS-PENDIENTE                VALUE 'P'.
           05 SUS-CLIENTE-APL            PIC X(8).
           05 SUS-CONTRATO-APL           PIC X(18).
           05 SUS-FECHA-RESOL            PIC X(8).

      *    EL BANCO INFORMA UNIDADES ENTERAS (RSP-DET-VALOR 9(13)):
      *    AM0-VALOR VIAJA EN ESE MISMO FORMATO, COMO LO ARMA PE3C0073
       01 WS-VALOR-ENTERO                PIC 9(13) VALUE ZEROS.
       01 WS-VALOR-EDITADO               PIC Z(10)9.99.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOSUS
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOSYS
           END-EXEC.

      ******************************************************************
      *                   COPY DEL MAPA SIMBOLICO                      *
      ******************************************************************
       COPY PE3M0099.

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
          05 CA-BANCO                    PIC X(4).
          05 CA-REFERENCIA               PIC X(16).
          05 CA-ACCION                   PIC X(1).
             88 CA-ACC-APLICAR                 VALUE 'A'.
             88 CA-ACC-DEVOLVER                VALUE 'D'.
          05 CA-CLIENTE                  PIC X(8).
          05 CA-CONTRATO                 PIC X(18).

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
                   PERFORM 3000-CONFIRMAR-RESOLUCION
              WHEN OTHER
                   PERFORM 2000-PROCESAR-ENTRADA
           END-EVALUATE

           PERFORM 9000-RETORNAR-TRANSACCION.

      ******************************************************************
      *                 0100-VALIDAR-HABILITACION                      *
      *   EL USUARIO DEBE TENER FILA EN PRDTWAUT PARA ESTA             *
      *   TRANSACCION CON NIVEL DE CAPTURA O SUPERIOR                  *
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
              MOVE LOW-VALUES   TO PE3M0099O
              MOVE SYS-MENSAJE  TO MSGSO
              SET CA-SIN-CAPTURA TO TRUE
              PERFORM 8100-ENVIAR-MAPA-DATOS
              PERFORM 9000-RETORNAR-TRANSACCION
           END-IF.

      ******************************************************************
      *                       1000-PRIMERA-VEZ                         *
      ******************************************************************
       1000-PRIMERA-VEZ.
           MOVE LOW-VALUES              TO PE3M0099O
           MOVE SPACES                  TO MSGSO
           SET CA-SIN-CAPTURA           TO TRUE
           PERFORM 8000-ENVIAR-MAPA-VACIO.

      ******************************************************************
      *                     2000-PROCESAR-ENTRADA                      *
      *   MUESTRA EL ITEM DE SUSPENSO; SI VIENE UNA ACCION VALIDA      *
      *   SOBRE UN ITEM PENDIENTE, QUEDA EN ESPERA DE PF5              *
      ******************************************************************
       2000-PROCESAR-ENTRADA.
           PERFORM 0200-VALIDAR-QUIESCE

           EXEC CICS RECEIVE MAP(CTE-MAPA)
                     MAPSET(CTE-MAPSET)
                     INTO(PE3M0099I)
           END-EXEC

           SET CA-SIN-CAPTURA TO TRUE
           PERFORM 2100-VALIDAR-CAMPOS

           IF NO-DATOS-VALIDOS
              PERFORM 8100-ENVIAR-MAPA-DATOS
              PERFORM 9000-RETORNAR-TRANSACCION
           END-IF

           MOVE BANCI TO CA-BANCO
           MOVE REFEI TO CA-REFERENCIA
           MOVE ACCII TO CA-ACCION
           IF CA-ACC-APLICAR
              MOVE CLIAI  TO CA-CLIENTE
              MOVE CNTAI  TO CA-CONTRATO
           ELSE
              MOVE SPACES TO CA-CLIENTE CA-CONTRATO
           END-IF

           PERFORM 2300-LEER-ITEM
           MOVE LOW-VALUES TO PE3M0099O
           PERFORM 7000-REFRESCAR-CAPTURA

           EVALUATE TRUE
              WHEN SQLCODE = +100
                   MOVE 'NO EXISTE ITEM EN SUSPENSO CON ESA REFERENCIA'
                                        TO MSGSO
              WHEN SQLCODE NOT = ZEROS
                   MOVE 'NO SE PUDO LEER LA CUENTA DE SUSPENSO'
                                        TO MSGSO
              WHEN OTHER
                   PERFORM 7100-MOSTRAR-ITEM
                   EVALUATE TRUE
                      WHEN NOT SUS-PENDIENTE
                           MOVE 'ITEM YA RESUELTO, NO ADMITE ACCION'
                                        TO MSGSO
                      WHEN CA-ACC-APLICAR OR CA-ACC-DEVOLVER
                           SET CA-ESPERA-CONFIRMA TO TRUE
                           MOVE 'ITEM MOSTRADO, PF5 CONFIRMA LA ACCION'
                                        TO MSGSO
                      WHEN OTHER
                           MOVE 'ITEM PENDIENTE: DIGITE ACCION A O D'
                                        TO MSGSO
                   END-EVALUATE
           END-EVALUATE

           PERFORM 8100-ENVIAR-MAPA-DATOS.

      ******************************************************************
      *                     2100-VALIDAR-CAMPOS                        *
      *   BANCO Y REFERENCIA SON OBLIGATORIOS; LA ACCION VA EN BLANCO  *
      *   (SOLO CONSULTA), A O D. APLICAR EXIGE CLIENTE/CONTRATO       *
      *   DESTINO DENTRO DE LA OFICINA DEL USUARIO                     *
      ******************************************************************
       2100-VALIDAR-CAMPOS.
           SET SI-DATOS-VALIDOS TO TRUE

           IF ACCII = LOW-VALUES
              MOVE SPACES TO ACCII
           END-IF

           EVALUATE TRUE
              WHEN BANCI = SPACES OR LOW-VALUES
                OR REFEI = SPACES OR LOW-VALUES
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'DIGITE BANCO Y REFERENCIA DEL ITEM'
                                            TO MSGSO
                   MOVE -1                  TO BANCL
              WHEN ACCII NOT = SPACES AND NOT = 'A' AND NOT = 'D'
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'ACCION INVALIDA: A=APLICAR  D=DEVOLVER'
                                            TO MSGSO
                   MOVE -1                  TO ACCIL
              WHEN ACCII = 'A'
               AND (CLIAI = SPACES OR LOW-VALUES
                OR  CNTAI = SPACES OR LOW-VALUES)
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'PARA APLICAR DIGITE CLIENTE Y CONTRATO DESTINO'
                                            TO MSGSO
                   MOVE -1                  TO CLIAL
      *       EL ALCANCE DE OFICINA DEL USUARIO (PRDTWAUT): NO SE
      *       APLICA A UN CONTRATO DE OTRA OFICINA DESDE ESTA SESION
              WHEN ACCII = 'A'
               AND AUT0-OFICINA NOT = SPACES
               AND CNTAI(5:4) NOT = AUT0-OFICINA
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'CONTRATO FUERA DE LA OFICINA DE SU USUARIO'
                                            TO MSGSO
                   MOVE -1                  TO CNTAL
           END-EVALUATE.

      ******************************************************************
      *                        2300-LEER-ITEM                          *
      ******************************************************************
       2300-LEER-ITEM.
           MOVE CA-BANCO       TO SUS-BANCO
           MOVE CA-REFERENCIA  TO SUS-REFERENCIA

           EXEC SQL
               SELECT SUS_CLIENTE, SUS_CONTRATO, SUS_FECHA_COBRO,
                      SUS_VALOR, SUS_FECHA_RECIBIDO, SUS_MOTIVO,
                      SUS_ESTADO
               INTO  :SUS-CLIENTE, :SUS-CONTRATO, :SUS-FECHA-COBRO,
                     :SUS-VALOR, :SUS-FECHA-RECIBIDO, :SUS-MOTIVO,
                     :SUS-ESTADO
               FROM  PRDTWSUS
               WHERE SUS_BANCO      = :SUS-BANCO
               AND   SUS_REFERENCIA = :SUS-REFERENCIA
           END-EXEC.

      ******************************************************************
      *                 3000-CONFIRMAR-RESOLUCION                      *
      *   PF5: EL ITEM SE RELEE (PUDO RESOLVERLO OTRA SESION) Y SE     *
      *   APLICA O SE MARCA PARA DEVOLUCION. EL ALTA DE PE3C0022 Y LA  *
      *   MARCA EN PRDTWSUS VAN EN LA MISMA UNIDAD DE TRABAJO: SI LA   *
      *   MARCA NO QUEDA, SE DESHACE TODO                              *
      ******************************************************************
       3000-CONFIRMAR-RESOLUCION.
           PERFORM 0200-VALIDAR-QUIESCE

           PERFORM 2300-LEER-ITEM
           MOVE LOW-VALUES TO PE3M0099O
           PERFORM 7000-REFRESCAR-CAPTURA

           IF SQLCODE NOT = ZEROS
              MOVE 'NO SE PUDO RELEER EL ITEM EN SUSPENSO' TO MSGSO
              SET CA-SIN-CAPTURA TO TRUE
              PERFORM 8100-ENVIAR-MAPA-DATOS
              PERFORM 9000-RETORNAR-TRANSACCION
           END-IF

           PERFORM 7100-MOSTRAR-ITEM
           IF NOT SUS-PENDIENTE
              MOVE 'ITEM YA RESUELTO, NO ADMITE ACCION' TO MSGSO
              SET CA-SIN-CAPTURA TO TRUE
              PERFORM 8100-ENVIAR-MAPA-DATOS
              PERFORM 9000-RETORNAR-TRANSACCION
           END-IF

      *    EL ALCANCE SE REVALIDA EN LA CONFIRMACION: LA CAPTURA
      *    VIAJO EN EL COMMAREA Y LA HABILITACION PUDO CAMBIAR
           IF CA-ACC-APLICAR
              AND AUT0-OFICINA NOT = SPACES
              AND CA-CONTRATO(5:4) NOT = AUT0-OFICINA
                MOVE 'CONTRATO FUERA DE LA OFICINA DE SU USUARIO'
                                         TO MSGSO
                SET CA-SIN-CAPTURA TO TRUE
                PERFORM 8100-ENVIAR-MAPA-DATOS
                PERFORM 9000-RETORNAR-TRANSACCION
           END-IF

           ACCEPT SUS-FECHA-RESOL FROM DATE YYYYMMDD

           IF CA-ACC-APLICAR
              PERFORM 3100-APLICAR-ITEM
           ELSE
              PERFORM 3200-MARCAR-DEVOLUCION
           END-IF

           SET CA-SIN-CAPTURA   TO TRUE
           PERFORM 8100-ENVIAR-MAPA-DATOS.

      ******************************************************************
      *                    3100-APLICAR-ITEM                           *
      *   ALTA 'N' POR EL CAMINO DE SIEMPRE (PE3C0022), CON LA FECHA   *
      *   DE COBRO Y EL VALOR QUE INFORMO EL BANCO                     *
      ******************************************************************
       3100-APLICAR-ITEM.
           INITIALIZE CAI-PE9CCAM0
           SET AM0-OP-ALTA        TO TRUE
           MOVE WS-USUARIO        TO AM0-USUARIO
           MOVE CA-CLIENTE        TO AM0-CLIENTE
           MOVE CA-CONTRATO       TO AM0-CONTRATO
           MOVE SUS-FECHA-COBRO   TO AM0-FECHA-MOV
           MOVE SUS-VALOR         TO WS-VALOR-ENTERO
           MOVE WS-VALOR-ENTERO   TO AM0-VALOR
           MOVE SUS-VALOR         TO AM0-VALOR-NUM
           MOVE 'N'               TO AM0-TIPO-MOV
           MOVE 'COP'             TO AM0-MONEDA

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
              MOVE CA-CLIENTE  TO SUS-CLIENTE-APL
              MOVE CA-CONTRATO TO SUS-CONTRATO-APL
              EXEC SQL
                  UPDATE PRDTWSUS
                  SET    SUS_ESTADO       = 'A',
                         SUS_CLIENTE_APL  = :SUS-CLIENTE-APL,
                         SUS_CONTRATO_APL = :SUS-CONTRATO-APL,
                         SUS_USUARIO      = :WS-USUARIO,
                         SUS_FECHA_RESOL  = :SUS-FECHA-RESOL
                  WHERE  SUS_BANCO        = :SUS-BANCO
                  AND    SUS_REFERENCIA   = :SUS-REFERENCIA
                  AND    SUS_ESTADO       = 'P'
              END-EXEC
              IF SQLCODE = ZEROS AND SQLERRD (3) > ZEROS
                 MOVE 'A'                TO SUS-ESTADO
                 MOVE SUS-ESTADO         TO IESTO
                 MOVE 'ITEM APLICADO AL CONTRATO DESTINO' TO MSGSO
              ELSE
                 EXEC CICS SYNCPOINT ROLLBACK
                 END-EXEC
                 MOVE 'NO SE PUDO MARCAR EL ITEM, NADA SE APLICO'
                                         TO MSGSO
              END-IF
           END-IF.

      ******************************************************************
      *                 3200-MARCAR-DEVOLUCION                         *
      *   EL ITEM QUEDA PARA DEVOLVER AL BANCO; SALE DEL SUSPENSO      *
      *   PENDIENTE PERO SIGUE EN EL ENVEJECIMIENTO HASTA QUE SE       *
      *   DEVUELVA                                                     *
      ******************************************************************
       3200-MARCAR-DEVOLUCION.
           EXEC SQL
               UPDATE PRDTWSUS
               SET    SUS_ESTADO       = 'D',
                      SUS_USUARIO      = :WS-USUARIO,
                      SUS_FECHA_RESOL  = :SUS-FECHA-RESOL
               WHERE  SUS_BANCO        = :SUS-BANCO
               AND    SUS_REFERENCIA   = :SUS-REFERENCIA
               AND    SUS_ESTADO       = 'P'
           END-EXEC

           IF SQLCODE = ZEROS AND SQLERRD (3) > ZEROS
              MOVE 'D'                TO SUS-ESTADO
              MOVE SUS-ESTADO         TO IESTO
              MOVE 'ITEM MARCADO PARA DEVOLUCION AL BANCO' TO MSGSO
           ELSE
              MOVE 'NO SE PUDO MARCAR EL ITEM PARA DEVOLUCION'
                                      TO MSGSO
           END-IF.

      ******************************************************************
      *                 7000-REFRESCAR-CAPTURA                         *
      *   REPINTA EN PANTALLA LO CAPTURADO, QUE VIAJA EN EL COMMAREA   *
      ******************************************************************
       7000-REFRESCAR-CAPTURA.
           MOVE CA-BANCO        TO BANCO
           MOVE CA-REFERENCIA   TO REFEO
           MOVE CA-ACCION       TO ACCIO
           MOVE CA-CLIENTE      TO CLIAO
           MOVE CA-CONTRATO     TO CNTAO.

      ******************************************************************
      *                   7100-MOSTRAR-ITEM                            *
      ******************************************************************
       7100-MOSTRAR-ITEM.
           MOVE SUS-CLIENTE         TO ICLIO
           MOVE SUS-CONTRATO        TO ICONO
           MOVE SUS-FECHA-COBRO     TO IFCOO
           MOVE SUS-VALOR           TO WS-VALOR-EDITADO
           MOVE WS-VALOR-EDITADO    TO IVALO
           MOVE SUS-FECHA-RECIBIDO  TO IFREO
           MOVE SUS-MOTIVO          TO IMOTO
           MOVE SUS-ESTADO          TO IESTO.

      ******************************************************************
      *                     8000-ENVIAR-MAPA-VACIO                     *
      ******************************************************************
       8000-ENVIAR-MAPA-VACIO.
           EXEC CICS SEND MAP(CTE-MAPA)
                     MAPSET(CTE-MAPSET)
                     FROM(PE3M0099O)
                     ERASE
           END-EXEC.

      ******************************************************************
      *                     8100-ENVIAR-MAPA-DATOS                     *
      ******************************************************************
       8100-ENVIAR-MAPA-DATOS.
           EXEC CICS SEND MAP(CTE-MAPA)
                     MAPSET(CTE-MAPSET)
                     FROM(PE3M0099O)
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
                     LENGTH(49)
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
                     FROM('SUSPENSO FINALIZADO')
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
                     FROM('ERROR CICS EN PE3C0099')
                     LENGTH(23)
                     ERASE
                     FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.
