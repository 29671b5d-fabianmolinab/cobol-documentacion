       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0116.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           RUTINA DE MANTENIMIENTO (ALTA/CAMBIO/BAJA) DEL
      *           REGISTRO DE EMBARGOS JUDICIALES PRDTWEMB, HERMANA DE
      *           PE3C0102: UNA FILA POR ORDEN DEL JUZGADO (JUZGADO +
      *           NUMERO DE PROCESO) Y POR CLIENTE O CONTRATO, CON EL
      *           VALOR ORDENADO Y SU VIGENCIA. EL ALTA EXIGE UN
      *           CLIENTE REGISTRADO EN PRDTWCLI Y, SI TRAE CONTRATO,
      *           QUE SEA DEL CLIENTE EN PRDTWCON. LA BAJA NO BORRA LA
      *           FILA, LEVANTA EL EMBARGO. DEJA BITACORA CON EL
      *           ESTADO ANTERIOR Y EL NUEVO EN MANTLOGE
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
      ***********BITACORA DE MANTENIMIENTO DE EMBARGOS*****************
           SELECT MANTLOGE  ASSIGN TO MANTLOGE
                            FILE STATUS IS WS-ESTADO-LOG.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  MANTLOGE
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-MANTLOGE.
           05 LGE-OPERACION                     PIC X(1).
           05 LGE-JUZGADO                       PIC X(10).
           05 LGE-PROCESO                       PIC X(23).
           05 LGE-CLIENTE                       PIC X(8).
           05 LGE-CONTRATO                      PIC X(18).
           05 LGE-VALOR                         PIC S9(11)V99 COMP-3.
           05 LGE-ESTADO-ANTERIOR               PIC X(1).
           05 LGE-ESTADO-NUEVO                  PIC X(1).
           05 LGE-FECHA-EFECTIVA                PIC X(10).
           05 LGE-FECHA-LEVANTA                 PIC X(10).
           05 LGE-USUARIO                       PIC X(8).
           05 LGE-COD-RET                       PIC XX.
           05 LGE-FECHA-PROCESO                 PIC X(8).
           05 LGE-HORA-PROCESO                  PIC X(6).
      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-ESTADO-LOG                  PIC XX    VALUE '00'.

       01 CTE-SIN-LEVANTAMIENTO          PIC X(10) VALUE '9999-12-31'.

       01 WS-EXISTE-CLIENTE              PIC S9(9) COMP VALUE ZEROS.

       01 PRDTW-EMB.
           05 EMB-JUZGADO                       PIC X(10).
           05 EMB-PROCESO                       PIC X(23).
           05 EMB-CLIENTE                       PIC X(8).
           05 EMB-CONTRATO                      PIC X(18).
           05 EMB-VALOR                         PIC S9(11)V99 COMP-3.
           05 EMB-FECHA-EFECTIVA                PIC X(10).
           05 EMB-FECHA-LEVANTA                 PIC X(10).
           05 EMB-ESTADO                        PIC X(1).
           05 EMB-FECHA-CAMBIO                  PIC X(8).
           05 EMB-USUARIO                       PIC X(8).

      *    CONTRATO EMBARGADO CONTRA LA MAESTRA PRDTWCON
       01 PRDTW-CON.
           05 CON-CONTRATO                      PIC X(18).
           05 CON-CLIENTE                       PIC X(8).
           05 CON-ESTADO                        PIC X(1).

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE FECHA DE PROCESO PE3C0060 (FECHA    *
      *   DE LEVANTAMIENTO POR DEFECTO EN LA BAJA)                     *
      ******************************************************************
       COPY PE3CFPRO.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOEMB
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCON
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCLI
           END-EXEC.

       LINKAGE SECTION.
       COPY PE3COEVE.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING CAI-PE9CCAM8.
           PERFORM 000000-INICIO
           PERFORM 100000-PROCESO
           PERFORM 200000-FINAL.
      ******************************************************************
      *                     000000-INICIO                              *
      ******************************************************************
       000000-INICIO.
           MOVE '00'            TO AM8-COD-RET
           MOVE SPACES          TO AM8-ERROR1 AM8-ERROR2
           PERFORM 000001-VALIDACION-DE-VARIABLES.

       000001-VALIDACION-DE-VARIABLES.
           IF NOT AM8-OP-ALTA AND NOT AM8-OP-CAMBIO AND NOT AM8-OP-BAJA
             MOVE '10'                TO AM8-COD-RET
             MOVE 'OPERACION INVALIDA' TO AM8-ERROR2
             PERFORM 200000-FINAL
           END-IF

           IF AM8-JUZGADO = SPACES OR LOW-VALUES
             MOVE '10'                TO AM8-COD-RET
             MOVE 'JUZGADO INVALIDO'  TO AM8-ERROR2
             PERFORM 200000-FINAL
           END-IF

           IF AM8-PROCESO = SPACES OR LOW-VALUES
             MOVE '10'                TO AM8-COD-RET
             MOVE 'PROCESO INVALIDO'  TO AM8-ERROR2
             PERFORM 200000-FINAL
           END-IF

           IF AM8-CLIENTE = SPACES OR LOW-VALUES
             MOVE '10'                TO AM8-COD-RET
             MOVE 'CLIENTE INVALIDO'  TO AM8-ERROR2
             PERFORM 200000-FINAL
           END-IF

           IF AM8-CONTRATO = LOW-VALUES
             MOVE SPACES              TO AM8-CONTRATO
           END-IF

           IF AM8-OP-ALTA OR AM8-OP-CAMBIO
              PERFORM 000002-VALIDAR-DATOS
           END-IF.

       000002-VALIDAR-DATOS.
           IF AM8-VALOR NOT > ZEROS
              MOVE '10'                TO AM8-COD-RET
              MOVE 'VALOR INVALIDO'    TO AM8-ERROR2
              PERFORM 200000-FINAL
           END-IF

           IF AM8-FECHA-EFECTIVA = SPACES OR LOW-VALUES
              MOVE '10'                TO AM8-COD-RET
              MOVE 'FECHA EFECTIVA INV.' TO AM8-ERROR2
              PERFORM 200000-FINAL
           END-IF

           IF AM8-FECHA-LEVANTA = SPACES OR LOW-VALUES
              MOVE CTE-SIN-LEVANTAMIENTO TO AM8-FECHA-LEVANTA
           END-IF
           IF AM8-FECHA-LEVANTA NOT > AM8-FECHA-EFECTIVA
              MOVE '45'                TO AM8-COD-RET
              MOVE 'VIGENCIA INVALIDA' TO AM8-ERROR1
              MOVE 'LEVANTA ANTES DE EF.' TO AM8-ERROR2
              PERFORM 200000-FINAL
           END-IF.

      ******************************************************************
      *                        100000-PROCESO                          *
      ******************************************************************
       100000-PROCESO.
           INITIALIZE REG-MANTLOGE
           MOVE AM8-JUZGADO         TO EMB-JUZGADO
           MOVE AM8-PROCESO         TO EMB-PROCESO
           MOVE AM8-CLIENTE         TO EMB-CLIENTE
           MOVE AM8-CONTRATO        TO EMB-CONTRATO
           MOVE AM8-VALOR           TO EMB-VALOR
           MOVE AM8-FECHA-EFECTIVA  TO EMB-FECHA-EFECTIVA
           MOVE AM8-FECHA-LEVANTA   TO EMB-FECHA-LEVANTA
           MOVE 'A'                 TO EMB-ESTADO
           MOVE AM8-USUARIO         TO EMB-USUARIO
           ACCEPT EMB-FECHA-CAMBIO  FROM DATE YYYYMMDD

           PERFORM 100009-CAPTURAR-IMAGEN-ANT

           EVALUATE TRUE
              WHEN AM8-OP-ALTA
                   PERFORM 100004-VALIDAR-CLIENTE
                   IF AM8-COD-RET = '00'
                      PERFORM 100001-INSERTAR
                   END-IF
              WHEN AM8-OP-CAMBIO
                   PERFORM 100002-ACTUALIZAR
              WHEN AM8-OP-BAJA
                   PERFORM 100003-LEVANTAR
           END-EVALUATE

           PERFORM 100008-GRABAR-BITACORA.

      *    EL ESTADO ANTERIOR VA A LA BITACORA ANTES DE TOCAR LA FILA
       100009-CAPTURAR-IMAGEN-ANT.
           EXEC SQL
               SELECT EMB_ESTADO
               INTO  :LGE-ESTADO-ANTERIOR
               FROM  PRDTWEMB
               WHERE EMB_JUZGADO  = :EMB-JUZGADO
               AND   EMB_PROCESO  = :EMB-PROCESO
               AND   EMB_CLIENTE  = :EMB-CLIENTE
               AND   EMB_CONTRATO = :EMB-CONTRATO
           END-EXEC
           IF SQLCODE NOT = ZEROS
              MOVE SPACE TO LGE-ESTADO-ANTERIOR
           END-IF.

      ******************************************************************
      *                100004-VALIDAR-CLIENTE                          *
      *   EL EMBARGO RECAE SOBRE UN CLIENTE REGISTRADO; SI TRAE        *
      *   CONTRATO, ESTE DEBE EXISTIR EN PRDTWCON Y SER DEL MISMO      *
      *   CLIENTE (SE ACEPTA EN CUALQUIER ESTADO: LA ORDEN DEL         *
      *   JUZGADO NO DEPENDE DE LA SITUACION DEL CONTRATO)             *
      ******************************************************************
       100004-VALIDAR-CLIENTE.
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-EXISTE-CLIENTE
               FROM  PRDTWCLI
               WHERE CLI_CODIGO = :EMB-CLIENTE
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE NOT = ZEROS
                   MOVE '30'                    TO AM8-COD-RET
                   MOVE 'ERROR SELECT PRDTWCLI' TO AM8-ERROR1
                   MOVE SQLCODE                 TO AM8-MAS-SQLCODE
              WHEN WS-EXISTE-CLIENTE = ZEROS
                   MOVE '35'                    TO AM8-COD-RET
                   MOVE 'CLIENTE NO REGISTR.'   TO AM8-ERROR1
                   MOVE AM8-CLIENTE             TO AM8-ERROR2
              WHEN AM8-CONTRATO NOT = SPACES
                   PERFORM 100005-VALIDAR-CONTRATO
           END-EVALUATE.

       100005-VALIDAR-CONTRATO.
           MOVE AM8-CONTRATO TO CON-CONTRATO
           EXEC SQL
               SELECT CON_CLIENTE, CON_ESTADO
               INTO  :CON-CLIENTE, :CON-ESTADO
               FROM  PRDTWCON
               WHERE CON_CONTRATO = :CON-CONTRATO
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = +100
                   MOVE '56'                    TO AM8-COD-RET
                   MOVE 'CONTRATO NO REGISTR.'  TO AM8-ERROR1
                   MOVE AM8-CONTRATO            TO AM8-ERROR2
              WHEN SQLCODE NOT = ZEROS
                   MOVE '30'                    TO AM8-COD-RET
                   MOVE 'ERROR SELECT PRDTWCON' TO AM8-ERROR1
                   MOVE SQLCODE                 TO AM8-MAS-SQLCODE
              WHEN AM8-CLIENTE NOT = CON-CLIENTE
                   MOVE '45'                    TO AM8-COD-RET
                   MOVE 'CLIENTE NO ES EL DEL'  TO AM8-ERROR1
                   MOVE 'CONTRATO'              TO AM8-ERROR2
           END-EVALUATE.

       100001-INSERTAR.
           EXEC SQL
               INSERT INTO PRDTWEMB
                   (EMB_JUZGADO, EMB_PROCESO, EMB_CLIENTE,
                    EMB_CONTRATO, EMB_VALOR, EMB_FECHA_EFECTIVA,
                    EMB_FECHA_LEVANTA, EMB_ESTADO, EMB_FECHA_CAMBIO,
                    EMB_USUARIO)
               VALUES
                   (:EMB-JUZGADO, :EMB-PROCESO, :EMB-CLIENTE,
                    :EMB-CONTRATO, :EMB-VALOR, :EMB-FECHA-EFECTIVA,
                    :EMB-FECHA-LEVANTA, :EMB-ESTADO,
                    :EMB-FECHA-CAMBIO, :EMB-USUARIO)
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN -803
                   MOVE '45'                   TO AM8-COD-RET
                   MOVE 'EMBARGO YA EXISTE'    TO AM8-ERROR1
                   MOVE SQLCODE                TO AM8-MAS-SQLCODE
              WHEN OTHER
                   MOVE '30'                   TO AM8-COD-RET
                   MOVE 'ERROR INSERT PRDTWEMB' TO AM8-ERROR1
                   MOVE SQLCODE                TO AM8-MAS-SQLCODE
           END-EVALUATE.

      *    EL CAMBIO SOLO CORRIGE VALOR ORDENADO Y VIGENCIA DE UN
      *    EMBARGO ACTIVO; UNO LEVANTADO NO SE REABRE, SE DA DE ALTA
      *    LA NUEVA ORDEN
       100002-ACTUALIZAR.
           EXEC SQL
               UPDATE PRDTWEMB
               SET    EMB_VALOR          = :EMB-VALOR,
                      EMB_FECHA_EFECTIVA = :EMB-FECHA-EFECTIVA,
                      EMB_FECHA_LEVANTA  = :EMB-FECHA-LEVANTA,
                      EMB_FECHA_CAMBIO   = :EMB-FECHA-CAMBIO,
                      EMB_USUARIO        = :EMB-USUARIO
               WHERE  EMB_JUZGADO        = :EMB-JUZGADO
               AND    EMB_PROCESO        = :EMB-PROCESO
               AND    EMB_CLIENTE        = :EMB-CLIENTE
               AND    EMB_CONTRATO       = :EMB-CONTRATO
               AND    EMB_ESTADO         = 'A'
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                   IF SQLERRD (3) = ZEROS
                      MOVE '35'                    TO AM8-COD-RET
                      MOVE 'SIN EMBARGO ACTIVO'    TO AM8-ERROR1
                   END-IF
              WHEN OTHER
                   MOVE '30'                   TO AM8-COD-RET
                   MOVE 'ERROR UPDATE PRDTWEMB' TO AM8-ERROR1
                   MOVE SQLCODE                TO AM8-MAS-SQLCODE
           END-EVALUATE.

      ******************************************************************
      *                      100003-LEVANTAR                           *
      *   LA BAJA DEJA EL EMBARGO LEVANTADO EN VEZ DE BORRARLO (EL     *
      *   REPORTE MENSUAL PE3C0117 LO SIGUE MOSTRANDO EN EL MES DEL    *
      *   LEVANTAMIENTO). SIN FECHA DE LEVANTAMIENTO SE TOMA LA DE     *
      *   NEGOCIO                                                      *
      ******************************************************************
       100003-LEVANTAR.
           IF AM8-FECHA-LEVANTA = SPACES OR LOW-VALUES
              CALL 'PE3C0060' USING CAI-PE9CFPR0
              MOVE FPR0-FECHA-PROCESO TO EMB-FECHA-LEVANTA
           END-IF
           MOVE 'L' TO EMB-ESTADO
           EXEC SQL
               UPDATE PRDTWEMB
               SET    EMB_ESTADO         = :EMB-ESTADO,
                      EMB_FECHA_LEVANTA  = :EMB-FECHA-LEVANTA,
                      EMB_FECHA_CAMBIO   = :EMB-FECHA-CAMBIO,
                      EMB_USUARIO        = :EMB-USUARIO
               WHERE  EMB_JUZGADO        = :EMB-JUZGADO
               AND    EMB_PROCESO        = :EMB-PROCESO
               AND    EMB_CLIENTE        = :EMB-CLIENTE
               AND    EMB_CONTRATO       = :EMB-CONTRATO
               AND    EMB_ESTADO         = 'A'
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                   IF SQLERRD (3) = ZEROS
                      MOVE '35'                    TO AM8-COD-RET
                      MOVE 'SIN EMBARGO ACTIVO'    TO AM8-ERROR1
                   END-IF
              WHEN OTHER
                   MOVE '30'                   TO AM8-COD-RET
                   MOVE 'ERROR UPDATE PRDTWEMB' TO AM8-ERROR1
                   MOVE SQLCODE                TO AM8-MAS-SQLCODE
           END-EVALUATE.

       100008-GRABAR-BITACORA.
           MOVE AM8-OPERACION      TO LGE-OPERACION
           MOVE EMB-JUZGADO        TO LGE-JUZGADO
           MOVE EMB-PROCESO        TO LGE-PROCESO
           MOVE EMB-CLIENTE        TO LGE-CLIENTE
           MOVE EMB-CONTRATO       TO LGE-CONTRATO
           MOVE EMB-VALOR          TO LGE-VALOR
           MOVE EMB-ESTADO         TO LGE-ESTADO-NUEVO
           MOVE EMB-FECHA-EFECTIVA TO LGE-FECHA-EFECTIVA
           MOVE EMB-FECHA-LEVANTA  TO LGE-FECHA-LEVANTA
           MOVE EMB-USUARIO        TO LGE-USUARIO
           MOVE AM8-COD-RET        TO LGE-COD-RET
           ACCEPT LGE-FECHA-PROCESO FROM DATE
           ACCEPT LGE-HORA-PROCESO  FROM TIME

           OPEN EXTEND MANTLOGE
           IF WS-ESTADO-LOG = '35'
              OPEN OUTPUT MANTLOGE
           END-IF

           IF WS-ESTADO-LOG NOT = '00'
              DISPLAY 'AVISO: NO SE PUDO GRABAR MANTLOGE '
                      WS-ESTADO-LOG
           ELSE
              WRITE REG-MANTLOGE
              CLOSE MANTLOGE
           END-IF.

      ******************************************************************
      *                       200000-FINAL                             *
      ******************************************************************
       200000-FINAL.
           GOBACK.
