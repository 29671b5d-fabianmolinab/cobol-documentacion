       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0152.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           RUTINA DE MANTENIMIENTO (ALTA/CAMBIO/BAJA) DE LA
      *           TABLA DE HABILITACIONES PRDTWAUT QUE RESUELVE
      *           PE3C0081 PARA TODA TRANSACCION EN LINEA, HERMANA DE
      *           PE3C0032: VALIDA NIVEL (I/C/A), OFICINA CONTRA
      *           PRDTWOFI Y QUE NADIE SE HABILITE A SI MISMO, Y DEJA
      *           BITACORA DE VIEJO/NUEVO EN MANTLOGH CON EL
      *           SOLICITANTE. HASTA HOY LAS HABILITACIONES LAS
      *           INSERTABA EL DBA CON SQL CRUDO Y SIN RASTRO
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
      *                    INPUT OUTPUT SECTION                        *
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ***********BITACORA DE MANTENIMIENTO DE HABILITACIONES***********
           SELECT MANTLOGH  ASSIGN TO MANTLOGH
                            FILE STATUS IS WS-ESTADO-LOG.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  MANTLOGH
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
      *    NIVEL Y OFICINA ANTES Y DESPUES DEL CAMBIO, Y QUIEN LO PIDIO:
      *    LO QUE LA AUDITORIA PREGUNTA DE CADA HABILITACION
       01 REG-MANTLOGH.
           05 LGH-OPERACION                     PIC X(1).
           05 LGH-USUARIO                       PIC X(8).
           05 LGH-TRANSACCION                   PIC X(4).
           05 LGH-NIVEL-ANTERIOR                PIC X(1).
           05 LGH-OFICINA-ANTERIOR              PIC X(4).
           05 LGH-NIVEL-NUEVO                   PIC X(1).
           05 LGH-OFICINA-NUEVA                 PIC X(4).
           05 LGH-SOLICITANTE                   PIC X(8).
           05 LGH-COD-RET                       PIC XX.
           05 LGH-FECHA-PROCESO                 PIC X(8).
           05 LGH-HORA-PROCESO                  PIC X(6).
           05 LGH-FECHA-MAQUINA                 PIC X(8).
      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-ESTADO-LOG                  PIC XX    VALUE '00'.

       01 WS-CONT-OFICINAS               PIC S9(9) COMP VALUE ZEROS.

       01 PRDTW-AUT.
           05 AUT-USUARIO                       PIC X(8).
           05 AUT-TRANSACCION                   PIC X(4).
           05 AUT-NIVEL                         PIC X(1).
           05 AUT-OFICINA                       PIC X(4).

       01 WS-OFICINA                     PIC X(4).

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE FECHA DE PROCESO PE3C0060 (FECHADO  *
      *   DE LA BITACORA CON LA FECHA DE NEGOCIO)                      *
      ******************************************************************
       COPY PE3CFPRO.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOAUT
           END-EXEC.

           EXEC SQL
               INCLUDE PETCWOFI
           END-EXEC.

       LINKAGE SECTION.
       COPY PE3COEVH.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING CAI-PE9CCAMH.
           PERFORM 000000-INICIO
           PERFORM 100000-PROCESO
           PERFORM 200000-FINAL.
      ******************************************************************
      *                     000000-INICIO                              *
      ******************************************************************
       000000-INICIO.
           MOVE '00'            TO AMH-COD-RET
           MOVE SPACES          TO AMH-ERROR1 AMH-ERROR2
           INITIALIZE REG-MANTLOGH
           PERFORM 000001-VALIDACION-DE-VARIABLES.

       000001-VALIDACION-DE-VARIABLES.
           IF NOT AMH-OP-ALTA AND NOT AMH-OP-CAMBIO AND NOT AMH-OP-BAJA
             MOVE '10'                TO AMH-COD-RET
             MOVE 'OPERACION INVALIDA' TO AMH-ERROR2
             PERFORM 200000-FINAL
           END-IF

           IF AMH-USUARIO = SPACES OR LOW-VALUES
              OR AMH-TRANSACCION = SPACES OR LOW-VALUES
                MOVE '10'                TO AMH-COD-RET
                MOVE 'LLAVE INVALIDA'    TO AMH-ERROR2
                PERFORM 200000-FINAL
           END-IF

           IF AMH-SOLICITANTE = SPACES OR LOW-VALUES
              MOVE '10'                   TO AMH-COD-RET
              MOVE 'FALTA SOLICITANTE'    TO AMH-ERROR2
              PERFORM 200000-FINAL
           END-IF

      *    SEGREGACION DE FUNCIONES: QUIEN PIDE NO PUEDE SER QUIEN
      *    RECIBE. LA BAJA SI SE ADMITE (RENUNCIAR A UN PERMISO NO
      *    AMPLIA NADA) Y QUEDA EN LA BITACORA
           IF (AMH-OP-ALTA OR AMH-OP-CAMBIO)
              AND AMH-SOLICITANTE = AMH-USUARIO
                MOVE '45'                   TO AMH-COD-RET
                MOVE 'AUTOHABILITACION'     TO AMH-ERROR1
                MOVE 'SOLICITANTE=USUARIO'  TO AMH-ERROR2
                PERFORM 100008-GRABAR-BITACORA
                PERFORM 200000-FINAL
           END-IF

           IF AMH-OP-ALTA OR AMH-OP-CAMBIO
              IF NOT AMH-NIV-VALIDO
                 MOVE '45'                TO AMH-COD-RET
                 MOVE 'NIVEL INVALIDO'    TO AMH-ERROR1
                 MOVE 'USAR I/C/A'        TO AMH-ERROR2
                 PERFORM 200000-FINAL
              END-IF
              IF AMH-OFICINA = LOW-VALUES
                 MOVE SPACES TO AMH-OFICINA
              END-IF
              IF AMH-OFICINA NOT = SPACES
                 PERFORM 000002-VALIDAR-OFICINA
              END-IF
           END-IF.

      *    LA OFICINA DEL ALCANCE DEBE ESTAR EN LA MAESTRA: UNA OFICINA
      *    MAL DIGITADA DEJA AL USUARIO SIN VER NADA, O PEOR, CON UN
      *    ALCANCE QUE NADIE RECERTIFICA
       000002-VALIDAR-OFICINA.
           MOVE AMH-OFICINA TO WS-OFICINA
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-CONT-OFICINAS
               FROM   PRDTWOFI
               WHERE  OFI_CODIGO = :WS-OFICINA
           END-EXEC
           IF SQLCODE NOT = ZEROS
              MOVE '30'                   TO AMH-COD-RET
              MOVE 'ERROR SELECT PRDTWOFI' TO AMH-ERROR1
              MOVE SQLCODE                TO AMH-MAS-SQLCODE
              PERFORM 200000-FINAL
           END-IF
           IF WS-CONT-OFICINAS = ZEROS
              MOVE '56'                   TO AMH-COD-RET
              MOVE 'OFICINA NO EXISTE'    TO AMH-ERROR1
              MOVE AMH-OFICINA            TO AMH-ERROR2
              PERFORM 200000-FINAL
           END-IF.

      ******************************************************************
      *                        100000-PROCESO                          *
      ******************************************************************
       100000-PROCESO.
           MOVE AMH-USUARIO     TO AUT-USUARIO
           MOVE AMH-TRANSACCION TO AUT-TRANSACCION
           PERFORM 100009-CAPTURAR-IMAGEN-ANT

           MOVE AMH-NIVEL       TO AUT-NIVEL
           MOVE AMH-OFICINA     TO AUT-OFICINA

           EVALUATE TRUE
              WHEN AMH-OP-ALTA
                   PERFORM 100001-INSERTAR
              WHEN AMH-OP-CAMBIO
                   PERFORM 100002-ACTUALIZAR
              WHEN AMH-OP-BAJA
                   PERFORM 100003-BORRAR
           END-EVALUATE

           PERFORM 109000-EVALUAR-SQLCODE
           PERFORM 100008-GRABAR-BITACORA.

      ******************************************************************
      *                100009-CAPTURAR-IMAGEN-ANT                      *
      *   EL NIVEL Y LA OFICINA VIGENTES VAN A LA BITACORA ANTES DE    *
      *   TOCAR LA FILA; EN UN ALTA NO HAY FILA Y QUEDAN EN BLANCO     *
      ******************************************************************
       100009-CAPTURAR-IMAGEN-ANT.
           EXEC SQL
               SELECT AUT_NIVEL, AUT_OFICINA
               INTO  :AUT-NIVEL, :AUT-OFICINA
               FROM  PRDTWAUT
               WHERE AUT_USUARIO     = :AUT-USUARIO
               AND   AUT_TRANSACCION = :AUT-TRANSACCION
           END-EXEC
           IF SQLCODE = ZEROS
              MOVE AUT-NIVEL   TO LGH-NIVEL-ANTERIOR
              MOVE AUT-OFICINA TO LGH-OFICINA-ANTERIOR
           END-IF.

       100001-INSERTAR.
           EXEC SQL
               INSERT INTO PRDTWAUT
                   (AUT_USUARIO, AUT_TRANSACCION,
                    AUT_NIVEL, AUT_OFICINA)
               VALUES
                   (:AUT-USUARIO, :AUT-TRANSACCION,
                    :AUT-NIVEL, :AUT-OFICINA)
           END-EXEC.

       100002-ACTUALIZAR.
           EXEC SQL
               UPDATE PRDTWAUT
               SET    AUT_NIVEL       = :AUT-NIVEL,
                      AUT_OFICINA     = :AUT-OFICINA
               WHERE  AUT_USUARIO     = :AUT-USUARIO
               AND    AUT_TRANSACCION = :AUT-TRANSACCION
           END-EXEC.

       100003-BORRAR.
           EXEC SQL
               DELETE FROM PRDTWAUT
               WHERE  AUT_USUARIO     = :AUT-USUARIO
               AND    AUT_TRANSACCION = :AUT-TRANSACCION
           END-EXEC.

      ******************************************************************
      *                109000-EVALUAR-SQLCODE                          *
      *   MISMOS CODIGOS QUE LAS DEMAS RUTINAS DE MANTENIMIENTO        *
      ******************************************************************
       109000-EVALUAR-SQLCODE.
           EVALUATE SQLCODE
              WHEN ZEROS
                   IF (AMH-OP-CAMBIO OR AMH-OP-BAJA)
                      AND SQLERRD (3) = ZEROS
                        MOVE '35'              TO AMH-COD-RET
                        MOVE 'NO ENCONTRE REG ' TO AMH-ERROR1
                   END-IF
              WHEN -803
                   MOVE '45'                   TO AMH-COD-RET
                   MOVE 'LLAVE YA EXISTE'      TO AMH-ERROR1
                   MOVE SQLCODE                TO AMH-MAS-SQLCODE
              WHEN OTHER
                   MOVE '30'                   TO AMH-COD-RET
                   MOVE 'ERROR SQL PRDTWAUT'   TO AMH-ERROR1
                   MOVE SQLCODE                TO AMH-MAS-SQLCODE
           END-EVALUATE.

      ******************************************************************
      *                100008-GRABAR-BITACORA                          *
      *   SE GRABA TAMBIEN LO RECHAZADO: UN INTENTO DE                 *
      *   AUTOHABILITACION ES JUSTO LO QUE LA AUDITORIA QUIERE VER     *
      ******************************************************************
       100008-GRABAR-BITACORA.
           MOVE AMH-OPERACION   TO LGH-OPERACION
           MOVE AMH-USUARIO     TO LGH-USUARIO
           MOVE AMH-TRANSACCION TO LGH-TRANSACCION
           IF NOT AMH-OP-BAJA
              MOVE AMH-NIVEL    TO LGH-NIVEL-NUEVO
              MOVE AMH-OFICINA  TO LGH-OFICINA-NUEVA
           END-IF
           MOVE AMH-SOLICITANTE TO LGH-SOLICITANTE
           MOVE AMH-COD-RET     TO LGH-COD-RET

           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-COMPACTA TO LGH-FECHA-PROCESO
           MOVE FPR0-FECHA-MAQUINA  TO LGH-FECHA-MAQUINA
           ACCEPT LGH-HORA-PROCESO  FROM TIME

           OPEN EXTEND MANTLOGH
           IF WS-ESTADO-LOG = '35'
              OPEN OUTPUT MANTLOGH
           END-IF

           IF WS-ESTADO-LOG NOT = '00'
              DISPLAY 'AVISO: NO SE PUDO GRABAR MANTLOGH '
                      WS-ESTADO-LOG
           ELSE
              WRITE REG-MANTLOGH
              CLOSE MANTLOGH
           END-IF.

      ******************************************************************
      *                       200000-FINAL                             *
      ******************************************************************
       200000-FINAL.
           GOBACK.
