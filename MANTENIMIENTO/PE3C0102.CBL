       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0102.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           RUTINA DE MANTENIMIENTO (ALTA/CAMBIO/BAJA) DE LOS
      *           MANDATOS DE DEBITO AUTOMATICO PRDTWMAN, HERMANA DE
      *           PE3C0032: UNA FILA POR CONTRATO CON LA CUENTA DEL
      *           CLIENTE EN EL BANCO, EL ESTADO DEL MANDATO Y SU
      *           VIGENCIA. EL ALTA EXIGE UN CONTRATO REGISTRADO Y
      *           ABIERTO EN PRDTWCON (COD-RET '56', LA MISMA REGLA
      *           DE PE3C0022) Y DEL MISMO CLIENTE; LA BAJA NO BORRA
      *           LA FILA, LA DEJA CANCELADA. DEJA BITACORA CON EL
      *           ESTADO ANTERIOR Y EL NUEVO EN MANTLOGD. LA USAN LA
      *           OPERACION Y PE3C0073 (AVISOS DE CANCELACION DEL
      *           BANCO EN RESPBCO)
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
      ***********BITACORA DE MANTENIMIENTO DE MANDATOS*****************
           SELECT MANTLOGD  ASSIGN TO MANTLOGD
                            FILE STATUS IS WS-ESTADO-LOG.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  MANTLOGD
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-MANTLOGD.
           05 LGD-OPERACION                     PIC X(1).
           05 LGD-CONTRATO                      PIC X(18).
           05 LGD-CLIENTE                       PIC X(8).
           05 LGD-CUENTA                        PIC X(20).
           05 LGD-ESTADO-ANTERIOR               PIC X(1).
           05 LGD-ESTADO-NUEVO                  PIC X(1).
           05 LGD-FECHA-DESDE                   PIC X(10).
           05 LGD-FECHA-HASTA                   PIC X(10).
           05 LGD-USUARIO                       PIC X(8).
           05 LGD-COD-RET                       PIC XX.
           05 LGD-FECHA-PROCESO                 PIC X(8).
           05 LGD-HORA-PROCESO                  PIC X(6).
      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-ESTADO-LOG                  PIC XX    VALUE '00'.

       01 CTE-SIN-VENCIMIENTO            PIC X(10) VALUE '9999-12-31'.

       01 PRDTW-MAN.
           05 MAN-CONTRATO                      PIC X(18).
           05 MAN-CLIENTE                       PIC X(8).
           05 MAN-BANCO                         PIC X(4).
           05 MAN-CUENTA                        PIC X(20).
           05 MAN-ESTADO                        PIC X(1).
           05 MAN-FECHA-DESDE                   PIC X(10).
           05 MAN-FECHA-HASTA                   PIC X(10).
           05 MAN-FECHA-CAMBIO                  PIC X(8).
           05 MAN-USUARIO                       PIC X(8).

      *    CONTRATO DEL MANDATO CONTRA LA MAESTRA PRDTWCON
       01 PRDTW-CON.
           05 CON-CONTRATO                      PIC X(18).
           05 CON-CLIENTE                       PIC X(8).
           05 CON-ESTADO                        PIC X(1).
             88 CON-EST-ACTIVO                      VALUE 'A'.
             88 CON-EST-DORMANTE                    VALUE 'D'.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOMAN
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCON
           END-EXEC.

       LINKAGE SECTION.
       COPY PE3COEVD.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING CAI-PE9CCAM6.
           PERFORM 000000-INICIO
           PERFORM 100000-PROCESO
           PERFORM 200000-FINAL.
      ******************************************************************
      *                     000000-INICIO                              *
      ******************************************************************
       000000-INICIO.
           MOVE '00'            TO AM6-COD-RET
           MOVE SPACES          TO AM6-ERROR1 AM6-ERROR2
           PERFORM 000001-VALIDACION-DE-VARIABLES.

       000001-VALIDACION-DE-VARIABLES.
           IF NOT AM6-OP-ALTA AND NOT AM6-OP-CAMBIO AND NOT AM6-OP-BAJA
             MOVE '10'                TO AM6-COD-RET
             MOVE 'OPERACION INVALIDA' TO AM6-ERROR2
             PERFORM 200000-FINAL
           END-IF

           IF AM6-CONTRATO = SPACES OR LOW-VALUES
             MOVE '10'                TO AM6-COD-RET
             MOVE 'CONTRATO INVALIDO' TO AM6-ERROR2
             PERFORM 200000-FINAL
           END-IF

           IF AM6-OP-ALTA OR AM6-OP-CAMBIO
              PERFORM 000002-VALIDAR-DATOS
           END-IF.

       000002-VALIDAR-DATOS.
           IF AM6-CUENTA = SPACES OR LOW-VALUES
              MOVE '10'                TO AM6-COD-RET
              MOVE 'CUENTA INVALIDA'   TO AM6-ERROR2
              PERFORM 200000-FINAL
           END-IF

           IF AM6-OP-ALTA AND (AM6-ESTADO = SPACE OR LOW-VALUE)
              MOVE 'P'                 TO AM6-ESTADO
           END-IF
           IF NOT AM6-EST-VALIDO
              MOVE '10'                TO AM6-COD-RET
              MOVE 'ESTADO INVALIDO'   TO AM6-ERROR1
              MOVE 'USAR P/A/C/V'      TO AM6-ERROR2
              PERFORM 200000-FINAL
           END-IF

           IF AM6-FECHA-DESDE = SPACES OR LOW-VALUES
              MOVE '10'                TO AM6-COD-RET
              MOVE 'VIGENCIA INVALIDA' TO AM6-ERROR2
              PERFORM 200000-FINAL
           END-IF

           IF AM6-FECHA-HASTA = SPACES OR LOW-VALUES
              MOVE CTE-SIN-VENCIMIENTO TO AM6-FECHA-HASTA
           END-IF
           IF AM6-FECHA-HASTA < AM6-FECHA-DESDE
              MOVE '45'                TO AM6-COD-RET
              MOVE 'VIGENCIA INVALIDA' TO AM6-ERROR1
              MOVE 'HASTA ANTES DE DESDE' TO AM6-ERROR2
              PERFORM 200000-FINAL
           END-IF.

      ******************************************************************
      *                        100000-PROCESO                          *
      ******************************************************************
       100000-PROCESO.
           INITIALIZE REG-MANTLOGD
           MOVE AM6-CONTRATO        TO MAN-CONTRATO
           MOVE AM6-CONTRATO(1:4)   TO MAN-BANCO
           MOVE AM6-CLIENTE         TO MAN-CLIENTE
           MOVE AM6-CUENTA          TO MAN-CUENTA
           MOVE AM6-ESTADO          TO MAN-ESTADO
           MOVE AM6-FECHA-DESDE     TO MAN-FECHA-DESDE
           MOVE AM6-FECHA-HASTA     TO MAN-FECHA-HASTA
           MOVE AM6-USUARIO         TO MAN-USUARIO
           ACCEPT MAN-FECHA-CAMBIO  FROM DATE YYYYMMDD

           PERFORM 100009-CAPTURAR-IMAGEN-ANT

           EVALUATE TRUE
              WHEN AM6-OP-ALTA
                   PERFORM 100004-VALIDAR-CONTRATO
                   IF AM6-COD-RET = '00'
                      PERFORM 100001-INSERTAR
                   END-IF
              WHEN AM6-OP-CAMBIO
                   PERFORM 100002-ACTUALIZAR
              WHEN AM6-OP-BAJA
                   PERFORM 100003-CANCELAR
           END-EVALUATE

           PERFORM 100008-GRABAR-BITACORA.

      *    EL ESTADO ANTERIOR VA A LA BITACORA ANTES DE TOCAR LA FILA
       100009-CAPTURAR-IMAGEN-ANT.
           EXEC SQL
               SELECT MAN_ESTADO
               INTO  :LGD-ESTADO-ANTERIOR
               FROM  PRDTWMAN
               WHERE MAN_CONTRATO = :MAN-CONTRATO
           END-EXEC
           IF SQLCODE NOT = ZEROS
              MOVE SPACE TO LGD-ESTADO-ANTERIOR
           END-IF.

      ******************************************************************
      *                100004-VALIDAR-CONTRATO                         *
      *   SOLO SE AUTORIZA EL DEBITO DE UN CONTRATO REGISTRADO Y       *
      *   ABIERTO (ACTIVO O DORMANTE), LA MISMA REGLA DEL '56' DE      *
      *   PE3C0022, Y DEL MISMO CLIENTE QUE FIRMA EL MANDATO           *
      ******************************************************************
       100004-VALIDAR-CONTRATO.
           MOVE AM6-CONTRATO TO CON-CONTRATO
           EXEC SQL
               SELECT CON_CLIENTE, CON_ESTADO
               INTO  :CON-CLIENTE, :CON-ESTADO
               FROM  PRDTWCON
               WHERE CON_CONTRATO = :CON-CONTRATO
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = +100
                   MOVE '56'                    TO AM6-COD-RET
                   MOVE 'CONTRATO NO REGISTR.'  TO AM6-ERROR1
                   MOVE AM6-CONTRATO            TO AM6-ERROR2
              WHEN SQLCODE NOT = ZEROS
                   MOVE '30'                    TO AM6-COD-RET
                   MOVE 'ERROR SELECT PRDTWCON' TO AM6-ERROR1
                   MOVE SQLCODE                 TO AM6-MAS-SQLCODE
              WHEN NOT CON-EST-ACTIVO AND NOT CON-EST-DORMANTE
                   MOVE '56'                    TO AM6-COD-RET
                   MOVE 'CONTRATO CERRADO'      TO AM6-ERROR1
                   MOVE AM6-CONTRATO            TO AM6-ERROR2
              WHEN AM6-CLIENTE = SPACES OR LOW-VALUES
                   MOVE CON-CLIENTE             TO MAN-CLIENTE
              WHEN AM6-CLIENTE NOT = CON-CLIENTE
                   MOVE '45'                    TO AM6-COD-RET
                   MOVE 'CLIENTE NO ES EL DEL'  TO AM6-ERROR1
                   MOVE 'CONTRATO'              TO AM6-ERROR2
           END-EVALUATE.

       100001-INSERTAR.
           EXEC SQL
               INSERT INTO PRDTWMAN
                   (MAN_CONTRATO, MAN_CLIENTE, MAN_BANCO, MAN_CUENTA,
                    MAN_ESTADO, MAN_FECHA_DESDE, MAN_FECHA_HASTA,
                    MAN_FECHA_CAMBIO, MAN_USUARIO)
               VALUES
                   (:MAN-CONTRATO, :MAN-CLIENTE, :MAN-BANCO,
                    :MAN-CUENTA, :MAN-ESTADO, :MAN-FECHA-DESDE,
                    :MAN-FECHA-HASTA, :MAN-FECHA-CAMBIO, :MAN-USUARIO)
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN -803
                   MOVE '45'                   TO AM6-COD-RET
                   MOVE 'MANDATO YA EXISTE'    TO AM6-ERROR1
                   MOVE SQLCODE                TO AM6-MAS-SQLCODE
              WHEN OTHER
                   MOVE '30'                   TO AM6-COD-RET
                   MOVE 'ERROR INSERT PRDTWMAN' TO AM6-ERROR1
                   MOVE SQLCODE                TO AM6-MAS-SQLCODE
           END-EVALUATE.

      *    EL CAMBIO NO MUEVE EL MANDATO DE CONTRATO NI DE CLIENTE:
      *    CUENTA, ESTADO Y VIGENCIA
       100002-ACTUALIZAR.
           EXEC SQL
               UPDATE PRDTWMAN
               SET    MAN_CUENTA       = :MAN-CUENTA,
                      MAN_ESTADO       = :MAN-ESTADO,
                      MAN_FECHA_DESDE  = :MAN-FECHA-DESDE,
                      MAN_FECHA_HASTA  = :MAN-FECHA-HASTA,
                      MAN_FECHA_CAMBIO = :MAN-FECHA-CAMBIO,
                      MAN_USUARIO      = :MAN-USUARIO
               WHERE  MAN_CONTRATO     = :MAN-CONTRATO
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                   IF SQLERRD (3) = ZEROS
                      MOVE '35'                    TO AM6-COD-RET
                      MOVE 'NO ENCONTRE REG '       TO AM6-ERROR1
                   END-IF
              WHEN OTHER
                   MOVE '30'                   TO AM6-COD-RET
                   MOVE 'ERROR UPDATE PRDTWMAN' TO AM6-ERROR1
                   MOVE SQLCODE                TO AM6-MAS-SQLCODE
           END-EVALUATE.

      ******************************************************************
      *                      100003-CANCELAR                           *
      *   LA BAJA DEJA EL MANDATO CANCELADO EN VEZ DE BORRARLO; SOLO   *
      *   SE CANCELA UN MANDATO PENDIENTE O ACTIVO (COD-RET '35' SI NO *
      *   HAY NINGUNO VIGENTE PARA EL CONTRATO)                        *
      ******************************************************************
       100003-CANCELAR.
           MOVE 'C' TO MAN-ESTADO
           EXEC SQL
               UPDATE PRDTWMAN
               SET    MAN_ESTADO       = :MAN-ESTADO,
                      MAN_FECHA_CAMBIO = :MAN-FECHA-CAMBIO,
                      MAN_USUARIO      = :MAN-USUARIO
               WHERE  MAN_CONTRATO     = :MAN-CONTRATO
               AND    MAN_ESTADO IN ('P', 'A')
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                   IF SQLERRD (3) = ZEROS
                      MOVE '35'                    TO AM6-COD-RET
                      MOVE 'SIN MANDATO VIGENTE'   TO AM6-ERROR1
                   END-IF
              WHEN OTHER
                   MOVE '30'                   TO AM6-COD-RET
                   MOVE 'ERROR UPDATE PRDTWMAN' TO AM6-ERROR1
                   MOVE SQLCODE                TO AM6-MAS-SQLCODE
           END-EVALUATE.

       100008-GRABAR-BITACORA.
           MOVE AM6-OPERACION   TO LGD-OPERACION
           MOVE MAN-CONTRATO    TO LGD-CONTRATO
           MOVE MAN-CLIENTE     TO LGD-CLIENTE
           MOVE MAN-CUENTA      TO LGD-CUENTA
           MOVE MAN-ESTADO      TO LGD-ESTADO-NUEVO
           MOVE MAN-FECHA-DESDE TO LGD-FECHA-DESDE
           MOVE MAN-FECHA-HASTA TO LGD-FECHA-HASTA
           MOVE MAN-USUARIO     TO LGD-USUARIO
           MOVE AM6-COD-RET     TO LGD-COD-RET
           ACCEPT LGD-FECHA-PROCESO FROM DATE
           ACCEPT LGD-HORA-PROCESO  FROM TIME

           OPEN EXTEND MANTLOGD
           IF WS-ESTADO-LOG = '35'
              OPEN OUTPUT MANTLOGD
           END-IF

           IF WS-ESTADO-LOG NOT = '00'
              DISPLAY 'AVISO: NO SE PUDO GRABAR MANTLOGD '
                      WS-ESTADO-LOG
           ELSE
              WRITE REG-MANTLOGD
              CLOSE MANTLOGD
           END-IF.

      ******************************************************************
      *                       200000-FINAL                             *
      ******************************************************************
       200000-FINAL.
           GOBACK.
