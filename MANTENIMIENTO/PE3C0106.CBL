       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0106.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           RUTINA DE ACUERDOS DE PAGO SOBRE SALDOS VENCIDOS
      *           (PRDTWACU/PRDTWACD), HERMANA DE PE3C0033. EL ALTA
      *           TOMA TODAS LAS FECHAS VENCIDAS SIN COBERTURA TOTAL
      *           DEL CLIENTE EN EL PRODUCTO, LAS DEJA EN EL DETALLE
      *           DEL ACUERDO CON SU PENDIENTE Y LAS MARCA
      *           REESTRUCTURADAS ('R') EN VEZ DE INACTIVARLAS A
      *           MANO; LAS CUOTAS DEL PLAN ENTRAN A PRDTW03 CON SU
      *           VALOR ESPERADO. ROMPER REVIERTE EL ACUERDO (LAS
      *           FECHAS ORIGINALES VUELVEN A 'A', LAS CUOTAS
      *           PENDIENTES SE INACTIVAN) Y CUMPLIR LO CIERRA. LA
      *           USAN LA OPERACION DE LAS OFICINAS Y EL CONTROL
      *           NOCTURNO PE3C0107. DEJA BITACORA EN MANTLOGA
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
      ***********BITACORA DE MANTENIMIENTO DE ACUERDOS DE PAGO*********
           SELECT MANTLOGA  ASSIGN TO MANTLOGA
                            FILE STATUS IS WS-ESTADO-LOG.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  MANTLOGA
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-MANTLOGA.
           05 LGA-OPERACION                     PIC X(1).
           05 LGA-NUMERO                        PIC 9(9).
           05 LGA-CLIENTE                       PIC X(8).
           05 LGA-PRODUCTO                      PIC XX.
           05 LGA-CONTRATO                      PIC X(18).
           05 LGA-ESTADO-ANTERIOR               PIC X(1).
           05 LGA-ESTADO-NUEVO                  PIC X(1).
           05 LGA-CANT-CUOTAS                   PIC 9(2).
           05 LGA-FECHAS-REEMPLAZADAS           PIC 9(4).
           05 LGA-USUARIO                       PIC X(8).
           05 LGA-COD-RET                       PIC XX.
           05 LGA-FECHA-PROCESO                 PIC X(8).
           05 LGA-HORA-PROCESO                  PIC X(6).
      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-ESTADO-LOG                  PIC XX    VALUE '00'.

       01 WS-CONT-EXISTE                 PIC S9(9) COMP VALUE ZEROS.
       01 WS-CONT-VENCIDAS               PIC S9(9) COMP VALUE ZEROS.
       01 WS-INTENTOS                    PIC 9(2)  VALUE ZEROS.
       01 CTE-MAX-INTENTOS               PIC 9(2)  VALUE 3.
       01 CTE-MAX-CUOTAS                 PIC 9(2)  VALUE 24.
       01 I-CUO                          PIC 9(2)  COMP.
       01 WS-FECHA-ANTERIOR              PIC X(10) VALUE SPACES.
      *    FECHA DE NEGOCIO: LO VENCIDO ES LO ANTERIOR A ELLA
       01 WS-FECHA-NEGOCIO               PIC X(10) VALUE SPACES.

       01 PRDTW-ACU.
           05 ACU-NUMERO                        PIC S9(9) COMP-3.
           05 ACU-CLIENTE                       PIC X(8).
           05 ACU-PRODUCTO                      PIC XX.
           05 ACU-CONTRATO                      PIC X(18).
           05 ACU-OFICINA                       PIC X(4).
           05 ACU-ESTADO                        PIC X(1).
             88 ACU-VIGENTE                         VALUE 'V'.
           05 ACU-FECHA-ALTA                    PIC X(10).
           05 ACU-SALDO-ORIGINAL                PIC S9(9)V99 COMP-3.
           05 ACU-VALOR-ACORDADO                PIC S9(9)V99 COMP-3.
           05 ACU-CANT-CUOTAS                   PIC S9(4) COMP.
           05 ACU-FECHA-ESTADO                  PIC X(10).
           05 ACU-USUARIO                       PIC X(8).

       01 PRDTW-ACD.
           05 ACD-NUMERO                        PIC S9(9) COMP-3.
           05 ACD-TIPO                          PIC X(1).
           05 ACD-FECHA                         PIC X(10).
           05 ACD-VALOR                         PIC S9(9)V99 COMP-3.

       01 PRDTW03.
           05 W03-CLIENTE                       PIC X(8).
           05 W03-PRODUCTO                      PIC XX.
           05 W03-FECHA                         PIC X(10).
           05 W03-VALOR-ESPERADO                PIC S9(9)V99 COMP-3.

      *    CONTRATO DEL ACUERDO CONTRA LA MAESTRA PRDTWCON
       01 PRDTW-CON.
           05 CON-CONTRATO                      PIC X(18).
           05 CON-CLIENTE                       PIC X(8).
           05 CON-ESTADO                        PIC X(1).
             88 CON-EST-ACTIVO                      VALUE 'A'.
             88 CON-EST-DORMANTE                    VALUE 'D'.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE FECHA DE PROCESO PE3C0060           *
      ******************************************************************
       COPY PE3CFPRO.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOACU
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOACD
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOW03
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCON
           END-EXEC.

       LINKAGE SECTION.
       COPY PE3COEVG.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING CAI-PE9CCAM7.
           PERFORM 000000-INICIO
           PERFORM 100000-PROCESO
           PERFORM 200000-FINAL.
      ******************************************************************
      *                     000000-INICIO                              *
      ******************************************************************
       000000-INICIO.
           MOVE '00'            TO AM7-COD-RET
           MOVE SPACES          TO AM7-ERROR1 AM7-ERROR2
           MOVE ZEROS           TO AM7-NUMERO-ASIGNADO
                                   AM7-FECHAS-REEMPLAZADAS
                                   AM7-SALDO-REEMPLAZADO
           INITIALIZE REG-MANTLOGA PRDTW-ACU

           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO TO WS-FECHA-NEGOCIO

           PERFORM 000001-VALIDACION-DE-VARIABLES.

       000001-VALIDACION-DE-VARIABLES.
           IF NOT AM7-OP-ALTA AND NOT AM7-OP-ROMPER
              AND NOT AM7-OP-CUMPLIR
                MOVE '10'                 TO AM7-COD-RET
                MOVE 'OPERACION INVALIDA' TO AM7-ERROR2
                PERFORM 200000-FINAL
           END-IF

           IF AM7-OP-ALTA
              PERFORM 000002-VALIDAR-ALTA
           ELSE
              IF AM7-NUMERO IS NOT NUMERIC OR AM7-NUMERO = ZEROS
                 MOVE '10'                TO AM7-COD-RET
                 MOVE 'ACUERDO INVALIDO'  TO AM7-ERROR2
                 PERFORM 200000-FINAL
              END-IF
           END-IF.

       000002-VALIDAR-ALTA.
           IF AM7-CLIENTE IS NOT NUMERIC
             MOVE '10'          TO AM7-COD-RET
             MOVE 'NO VALIDO'   TO AM7-ERROR2
             PERFORM 200000-FINAL
           END-IF

           IF AM7-PRODUCTO IS NOT NUMERIC
             MOVE '10'          TO AM7-COD-RET
             MOVE 'NO VALIDO'   TO AM7-ERROR2
             PERFORM 200000-FINAL
           END-IF

           IF AM7-CONTRATO = SPACES OR LOW-VALUES
             MOVE '10'                TO AM7-COD-RET
             MOVE 'CONTRATO INVALIDO' TO AM7-ERROR2
             PERFORM 200000-FINAL
           END-IF

           IF AM7-CANT-CUOTAS IS NOT NUMERIC
              OR AM7-CANT-CUOTAS = ZEROS
              OR AM7-CANT-CUOTAS > CTE-MAX-CUOTAS
                MOVE '10'                 TO AM7-COD-RET
                MOVE 'CANTIDAD DE CUOTAS' TO AM7-ERROR1
                MOVE 'ENTRE 1 Y 24'       TO AM7-ERROR2
                PERFORM 200000-FINAL
           END-IF

           MOVE ZEROS  TO ACU-VALOR-ACORDADO
           MOVE SPACES TO WS-FECHA-ANTERIOR
           PERFORM 000003-VALIDAR-CUOTA
                   VARYING I-CUO FROM 1 BY 1
                   UNTIL I-CUO > AM7-CANT-CUOTAS
                   OR AM7-COD-RET NOT = '00'
           IF AM7-COD-RET NOT = '00'
              PERFORM 200000-FINAL
           END-IF.

      ******************************************************************
      *                000003-VALIDAR-CUOTA                            *
      *   LAS CUOTAS VAN EN ORDEN ASCENDENTE, TODAS DESPUES DE LA      *
      *   FECHA DE NEGOCIO (UN ACUERDO NO NACE VENCIDO) Y CON VALOR    *
      ******************************************************************
       000003-VALIDAR-CUOTA.
           EVALUATE TRUE
              WHEN AM7-CUO-FECHA(I-CUO) = SPACES OR LOW-VALUES
                   MOVE '10'                   TO AM7-COD-RET
                   MOVE 'FECHA DE CUOTA INVAL' TO AM7-ERROR1
                   MOVE I-CUO                  TO AM7-ERROR2
              WHEN AM7-CUO-FECHA(I-CUO) NOT > WS-FECHA-NEGOCIO
                   MOVE '45'                   TO AM7-COD-RET
                   MOVE 'CUOTA NO ES FUTURA'   TO AM7-ERROR1
                   MOVE AM7-CUO-FECHA(I-CUO)   TO AM7-ERROR2
              WHEN AM7-CUO-FECHA(I-CUO) NOT > WS-FECHA-ANTERIOR
                   MOVE '45'                   TO AM7-COD-RET
                   MOVE 'CUOTAS FUERA DE ORDEN' TO AM7-ERROR1
                   MOVE AM7-CUO-FECHA(I-CUO)   TO AM7-ERROR2
              WHEN AM7-CUO-VALOR(I-CUO) IS NOT NUMERIC
                   OR AM7-CUO-VALOR(I-CUO) NOT > ZEROS
                   MOVE '10'                   TO AM7-COD-RET
                   MOVE 'VALOR DE CUOTA INVAL' TO AM7-ERROR1
                   MOVE AM7-CUO-FECHA(I-CUO)   TO AM7-ERROR2
              WHEN OTHER
                   MOVE AM7-CUO-FECHA(I-CUO)   TO WS-FECHA-ANTERIOR
                   ADD AM7-CUO-VALOR(I-CUO)    TO ACU-VALOR-ACORDADO
           END-EVALUATE.

      ******************************************************************
      *                        100000-PROCESO                          *
      ******************************************************************
       100000-PROCESO.
           MOVE AM7-USUARIO         TO ACU-USUARIO
           MOVE WS-FECHA-NEGOCIO    TO ACU-FECHA-ESTADO

           EVALUATE TRUE
              WHEN AM7-OP-ALTA
                   PERFORM 100001-ALTA
              WHEN AM7-OP-ROMPER
                   PERFORM 100002-ROMPER
              WHEN AM7-OP-CUMPLIR
                   PERFORM 100003-CUMPLIR
           END-EVALUATE

           PERFORM 100008-GRABAR-BITACORA.

      ******************************************************************
      *                        100001-ALTA                             *
      *   PRIMERO TODAS LAS VALIDACIONES (CONTRATO, ACUERDO VIGENTE,   *
      *   FECHAS VENCIDAS, CUOTAS LIBRES) Y LUEGO LOS CAMBIOS, PARA    *
      *   QUE UN RECHAZO NO DEJE EL CALENDARIO A MEDIAS                *
      ******************************************************************
       100001-ALTA.
           MOVE AM7-CLIENTE         TO ACU-CLIENTE W03-CLIENTE
           MOVE AM7-PRODUCTO        TO ACU-PRODUCTO W03-PRODUCTO
           MOVE AM7-CONTRATO        TO ACU-CONTRATO
           MOVE AM7-CONTRATO(5:4)   TO ACU-OFICINA
           MOVE AM7-CANT-CUOTAS     TO ACU-CANT-CUOTAS
           MOVE WS-FECHA-NEGOCIO    TO ACU-FECHA-ALTA
           MOVE 'V'                 TO ACU-ESTADO

           PERFORM 100010-VALIDAR-CONTRATO
           IF AM7-COD-RET = '00'
              PERFORM 100011-VALIDAR-SIN-VIGENTE
           END-IF
           IF AM7-COD-RET = '00'
              PERFORM 100012-TOTALIZAR-VENCIDAS
           END-IF
           IF AM7-COD-RET = '00'
              PERFORM 100013-VALIDAR-CUOTA-LIBRE
                      VARYING I-CUO FROM 1 BY 1
                      UNTIL I-CUO > AM7-CANT-CUOTAS
                      OR AM7-COD-RET NOT = '00'
           END-IF

           IF AM7-COD-RET = '00'
              MOVE ZEROS TO ACU-NUMERO WS-INTENTOS
              PERFORM 100014-INSERTAR-ACUERDO
                      UNTIL ACU-NUMERO > ZEROS
                      OR AM7-COD-RET NOT = '00'
           END-IF
           IF AM7-COD-RET = '00'
              PERFORM 100015-REESTRUCTURAR-FECHAS
           END-IF
           IF AM7-COD-RET = '00'
              PERFORM 100016-GENERAR-CUOTA
                      VARYING I-CUO FROM 1 BY 1
                      UNTIL I-CUO > AM7-CANT-CUOTAS
                      OR AM7-COD-RET NOT = '00'
           END-IF

           IF AM7-COD-RET = '00'
              MOVE ACU-NUMERO          TO AM7-NUMERO-ASIGNADO
              MOVE WS-CONT-VENCIDAS    TO AM7-FECHAS-REEMPLAZADAS
              MOVE ACU-SALDO-ORIGINAL  TO AM7-SALDO-REEMPLAZADO
           END-IF.

      ******************************************************************
      *                100010-VALIDAR-CONTRATO                         *
      *   SOLO SE NEGOCIA SOBRE UN CONTRATO REGISTRADO Y ABIERTO       *
      *   (ACTIVO O DORMANTE, LA REGLA DEL '56' DE PE3C0022), DEL      *
      *   MISMO CLIENTE Y DEL PRODUCTO DEL ACUERDO                     *
      ******************************************************************
       100010-VALIDAR-CONTRATO.
           MOVE AM7-CONTRATO TO CON-CONTRATO
           EXEC SQL
               SELECT CON_CLIENTE, CON_ESTADO
               INTO  :CON-CLIENTE, :CON-ESTADO
               FROM  PRDTWCON
               WHERE CON_CONTRATO = :CON-CONTRATO
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = +100
                   MOVE '56'                    TO AM7-COD-RET
                   MOVE 'CONTRATO NO REGISTR.'  TO AM7-ERROR1
                   MOVE AM7-CONTRATO            TO AM7-ERROR2
              WHEN SQLCODE NOT = ZEROS
                   MOVE '30'                    TO AM7-COD-RET
                   MOVE 'ERROR SELECT PRDTWCON' TO AM7-ERROR1
                   MOVE SQLCODE                 TO AM7-MAS-SQLCODE
              WHEN NOT CON-EST-ACTIVO AND NOT CON-EST-DORMANTE
                   MOVE '56'                    TO AM7-COD-RET
                   MOVE 'CONTRATO CERRADO'      TO AM7-ERROR1
                   MOVE AM7-CONTRATO            TO AM7-ERROR2
              WHEN AM7-CLIENTE NOT = CON-CLIENTE
                   MOVE '45'                    TO AM7-COD-RET
                   MOVE 'CLIENTE NO ES EL DEL'  TO AM7-ERROR1
                   MOVE 'CONTRATO'              TO AM7-ERROR2
              WHEN AM7-PRODUCTO NOT = AM7-CONTRATO(9:2)
                   MOVE '45'                    TO AM7-COD-RET
                   MOVE 'PRODUCTO NO ES EL DEL' TO AM7-ERROR1
                   MOVE 'CONTRATO'              TO AM7-ERROR2
           END-EVALUATE.

      *    A LO SUMO UN ACUERDO VIGENTE POR CLIENTE Y PRODUCTO: UNO
      *    NUEVO SOBRE UNO VIGENTE SE RECHAZA CON '55'
       100011-VALIDAR-SIN-VIGENTE.
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-CONT-EXISTE
               FROM   PRDTWACU
               WHERE  ACU_CLIENTE  = :ACU-CLIENTE
               AND    ACU_PRODUCTO = :ACU-PRODUCTO
               AND    ACU_ESTADO   = 'V'
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE NOT = ZEROS
                   MOVE '30'                    TO AM7-COD-RET
                   MOVE 'ERROR SELECT PRDTWACU' TO AM7-ERROR1
                   MOVE SQLCODE                 TO AM7-MAS-SQLCODE
              WHEN WS-CONT-EXISTE > ZEROS
                   MOVE '55'                    TO AM7-COD-RET
                   MOVE 'YA TIENE ACUERDO'      TO AM7-ERROR1
                   MOVE 'VIGENTE'               TO AM7-ERROR2
           END-EVALUATE.

      ******************************************************************
      *                100012-TOTALIZAR-VENCIDAS                       *
      *   LA MISMA POBLACION DE LAS CARTAS DE COBRANZA (PE3C0075):     *
      *   FECHAS ACTIVAS ANTERIORES A LA FECHA DE NEGOCIO SIN          *
      *   COBERTURA TOTAL. SIN NINGUNA NO HAY NADA QUE NEGOCIAR ('35') *
      ******************************************************************
       100012-TOTALIZAR-VENCIDAS.
           MOVE WS-FECHA-NEGOCIO TO W03-FECHA
           EXEC SQL
               SELECT COUNT(*),
                      VALUE(SUM(CASE
                            WHEN W03_VALOR_ESPERADO > W03_VALOR_APLICADO
                            THEN W03_VALOR_ESPERADO - W03_VALOR_APLICADO
                            ELSE 0 END), 0)
               INTO   :WS-CONT-VENCIDAS, :ACU-SALDO-ORIGINAL
               FROM   PRDTW03
               WHERE  W03_CLIENTE   = :W03-CLIENTE
               AND    W03_PRODUCTO  = :W03-PRODUCTO
               AND    W03_ESTADO    = 'A'
               AND    W03_FECHA     < :W03-FECHA
               AND    W03_COBERTURA <> 'T'
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE NOT = ZEROS
                   MOVE '30'                    TO AM7-COD-RET
                   MOVE 'ERROR SELECT PRDTW03'  TO AM7-ERROR1
                   MOVE SQLCODE                 TO AM7-MAS-SQLCODE
              WHEN WS-CONT-VENCIDAS = ZEROS
                   MOVE '35'                    TO AM7-COD-RET
                   MOVE 'SIN FECHAS VENCIDAS'   TO AM7-ERROR1
           END-EVALUATE.

      *    UNA CUOTA NO PUEDE CAER EN UNA FECHA QUE EL CLIENTE YA
      *    TIENE PROGRAMADA EN EL PRODUCTO (LLAVE DE PRDTW03)
       100013-VALIDAR-CUOTA-LIBRE.
           MOVE AM7-CUO-FECHA(I-CUO) TO W03-FECHA
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-CONT-EXISTE
               FROM   PRDTW03
               WHERE  W03_CLIENTE  = :W03-CLIENTE
               AND    W03_PRODUCTO = :W03-PRODUCTO
               AND    W03_FECHA    = :W03-FECHA
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE NOT = ZEROS
                   MOVE '30'                    TO AM7-COD-RET
                   MOVE 'ERROR SELECT PRDTW03'  TO AM7-ERROR1
                   MOVE SQLCODE                 TO AM7-MAS-SQLCODE
              WHEN WS-CONT-EXISTE > ZEROS
                   MOVE '45'                    TO AM7-COD-RET
                   MOVE 'CUOTA YA PROGRAMADA'   TO AM7-ERROR1
                   MOVE W03-FECHA               TO AM7-ERROR2
           END-EVALUATE.

      *    NUMERO CONSECUTIVO; SI OTRA SESION TOMA EL MISMO (-803) SE
      *    VUELVE A CALCULAR, HASTA CTE-MAX-INTENTOS
       100014-INSERTAR-ACUERDO.
           ADD 1 TO WS-INTENTOS
           EXEC SQL
               SELECT VALUE(MAX(ACU_NUMERO), 0) + 1
               INTO  :ACU-NUMERO
               FROM  PRDTWACU
           END-EXEC
           IF SQLCODE NOT = ZEROS
              MOVE '30'                    TO AM7-COD-RET
              MOVE 'ERROR SELECT PRDTWACU' TO AM7-ERROR1
              MOVE SQLCODE                 TO AM7-MAS-SQLCODE
           ELSE
              EXEC SQL
                  INSERT INTO PRDTWACU
                      (ACU_NUMERO, ACU_CLIENTE, ACU_PRODUCTO,
                       ACU_CONTRATO, ACU_OFICINA, ACU_ESTADO,
                       ACU_FECHA_ALTA, ACU_SALDO_ORIGINAL,
                       ACU_VALOR_ACORDADO, ACU_CANT_CUOTAS,
                       ACU_FECHA_ESTADO, ACU_USUARIO)
                  VALUES
                      (:ACU-NUMERO, :ACU-CLIENTE, :ACU-PRODUCTO,
                       :ACU-CONTRATO, :ACU-OFICINA, :ACU-ESTADO,
                       :ACU-FECHA-ALTA, :ACU-SALDO-ORIGINAL,
                       :ACU-VALOR-ACORDADO, :ACU-CANT-CUOTAS,
                       :ACU-FECHA-ESTADO, :ACU-USUARIO)
              END-EXEC

              EVALUATE TRUE
                 WHEN SQLCODE = ZEROS
                      CONTINUE
                 WHEN SQLCODE = -803
                      AND WS-INTENTOS < CTE-MAX-INTENTOS
                      MOVE ZEROS                  TO ACU-NUMERO
                 WHEN OTHER
                      MOVE '30'                   TO AM7-COD-RET
                      MOVE 'ERROR INSERT PRDTWACU' TO AM7-ERROR1
                      MOVE SQLCODE                TO AM7-MAS-SQLCODE
              END-EVALUATE
           END-IF.

      ******************************************************************
      *              100015-REESTRUCTURAR-FECHAS                       *
      *   LAS FECHAS VENCIDAS QUEDAN EN EL DETALLE DEL ACUERDO CON SU  *
      *   PENDIENTE ('O') Y PASAN A 'R' EN PRDTW03: NO SE PIERDE QUE   *
      *   SE DEBIA NI QUE SE ACORDO, Y NINGUN PROCESO LAS SIGUE        *
      *   COBRANDO                                                     *
      ******************************************************************
       100015-REESTRUCTURAR-FECHAS.
           MOVE ACU-NUMERO       TO ACD-NUMERO
           MOVE WS-FECHA-NEGOCIO TO W03-FECHA
           EXEC SQL
               INSERT INTO PRDTWACD
                   (ACD_NUMERO, ACD_TIPO, ACD_FECHA, ACD_VALOR)
               SELECT :ACD-NUMERO, 'O', W03_FECHA,
                      CASE
                      WHEN W03_VALOR_ESPERADO > W03_VALOR_APLICADO
                      THEN W03_VALOR_ESPERADO - W03_VALOR_APLICADO
                      ELSE 0 END
               FROM   PRDTW03
               WHERE  W03_CLIENTE   = :W03-CLIENTE
               AND    W03_PRODUCTO  = :W03-PRODUCTO
               AND    W03_ESTADO    = 'A'
               AND    W03_FECHA     < :W03-FECHA
               AND    W03_COBERTURA <> 'T'
           END-EXEC

           IF SQLCODE NOT = ZEROS
              MOVE '30'                    TO AM7-COD-RET
              MOVE 'ERROR INSERT PRDTWACD' TO AM7-ERROR1
              MOVE SQLCODE                 TO AM7-MAS-SQLCODE
           ELSE
              EXEC SQL
                  UPDATE PRDTW03
                  SET    W03_ESTADO    = 'R'
                  WHERE  W03_CLIENTE   = :W03-CLIENTE
                  AND    W03_PRODUCTO  = :W03-PRODUCTO
                  AND    W03_ESTADO    = 'A'
                  AND    W03_FECHA     < :W03-FECHA
                  AND    W03_COBERTURA <> 'T'
              END-EXEC
              IF SQLCODE NOT = ZEROS
                 MOVE '30'                   TO AM7-COD-RET
                 MOVE 'ERROR UPDATE PRDTW03' TO AM7-ERROR1
                 MOVE SQLCODE                TO AM7-MAS-SQLCODE
              END-IF
           END-IF.

      *    CADA CUOTA ENTRA A PRDTW03 COMO FECHA ACTIVA CON SU VALOR
      *    ESPERADO (LO QUE LA APLICACION DE PAGOS PE3C0098 CUBRE) Y
      *    AL DETALLE DEL ACUERDO COMO 'C'
       100016-GENERAR-CUOTA.
           MOVE AM7-CUO-FECHA(I-CUO) TO W03-FECHA ACD-FECHA
           MOVE AM7-CUO-VALOR(I-CUO) TO W03-VALOR-ESPERADO ACD-VALOR
           MOVE 'C'                  TO ACD-TIPO
           EXEC SQL
               INSERT INTO PRDTW03
                   (W03_CLIENTE, W03_PRODUCTO, W03_FECHA, W03_ESTADO,
                    W03_VALOR_ESPERADO)
               VALUES
                   (:W03-CLIENTE, :W03-PRODUCTO, :W03-FECHA, 'A',
                    :W03-VALOR-ESPERADO)
           END-EXEC

           IF SQLCODE NOT = ZEROS
              MOVE '30'                   TO AM7-COD-RET
              MOVE 'ERROR INSERT PRDTW03' TO AM7-ERROR1
              MOVE SQLCODE                TO AM7-MAS-SQLCODE
           ELSE
              EXEC SQL
                  INSERT INTO PRDTWACD
                      (ACD_NUMERO, ACD_TIPO, ACD_FECHA, ACD_VALOR)
                  VALUES
                      (:ACD-NUMERO, :ACD-TIPO, :ACD-FECHA, :ACD-VALOR)
              END-EXEC
              IF SQLCODE NOT = ZEROS
                 MOVE '30'                    TO AM7-COD-RET
                 MOVE 'ERROR INSERT PRDTWACD' TO AM7-ERROR1
                 MOVE SQLCODE                 TO AM7-MAS-SQLCODE
              END-IF
           END-IF.

      ******************************************************************
      *                        100002-ROMPER                           *
      *   EL ACUERDO INCUMPLIDO SE REVIERTE: LAS FECHAS ORIGINALES     *
      *   VUELVEN A SER DEUDA ACTIVA Y LAS CUOTAS QUE NO SE CUBRIERON  *
      *   SE INACTIVAN. LO ABONADO A LAS CUOTAS QUEDA APLICADO A ELLAS *
      ******************************************************************
       100002-ROMPER.
           PERFORM 100020-LEER-ACUERDO
           IF AM7-COD-RET = '00'
              MOVE ACU-NUMERO   TO ACD-NUMERO
              MOVE ACU-CLIENTE  TO W03-CLIENTE
              MOVE ACU-PRODUCTO TO W03-PRODUCTO
              EXEC SQL
                  UPDATE PRDTW03
                  SET    W03_ESTADO    = 'A'
                  WHERE  W03_CLIENTE   = :W03-CLIENTE
                  AND    W03_PRODUCTO  = :W03-PRODUCTO
                  AND    W03_ESTADO    = 'R'
                  AND    W03_FECHA IN
                         (SELECT ACD_FECHA
                          FROM   PRDTWACD
                          WHERE  ACD_NUMERO = :ACD-NUMERO
                          AND    ACD_TIPO   = 'O')
              END-EXEC
              IF SQLCODE NOT = ZEROS AND NOT = +100
                 MOVE '30'                   TO AM7-COD-RET
                 MOVE 'ERROR UPDATE PRDTW03' TO AM7-ERROR1
                 MOVE SQLCODE                TO AM7-MAS-SQLCODE
              END-IF
           END-IF

           IF AM7-COD-RET = '00'
              EXEC SQL
                  UPDATE PRDTW03
                  SET    W03_ESTADO    = 'I'
                  WHERE  W03_CLIENTE   = :W03-CLIENTE
                  AND    W03_PRODUCTO  = :W03-PRODUCTO
                  AND    W03_ESTADO    = 'A'
                  AND    W03_COBERTURA <> 'T'
                  AND    W03_FECHA IN
                         (SELECT ACD_FECHA
                          FROM   PRDTWACD
                          WHERE  ACD_NUMERO = :ACD-NUMERO
                          AND    ACD_TIPO   = 'C')
              END-EXEC
              IF SQLCODE NOT = ZEROS AND NOT = +100
                 MOVE '30'                   TO AM7-COD-RET
                 MOVE 'ERROR UPDATE PRDTW03' TO AM7-ERROR1
                 MOVE SQLCODE                TO AM7-MAS-SQLCODE
              END-IF
           END-IF

           IF AM7-COD-RET = '00'
              MOVE 'X' TO ACU-ESTADO
              PERFORM 100021-CAMBIAR-ESTADO
           END-IF.

       100003-CUMPLIR.
           PERFORM 100020-LEER-ACUERDO
           IF AM7-COD-RET = '00'
              MOVE 'C' TO ACU-ESTADO
              PERFORM 100021-CAMBIAR-ESTADO
           END-IF.

      *    SOLO UN ACUERDO VIGENTE SE ROMPE O SE CUMPLE; EL ESTADO
      *    ANTERIOR VA A LA BITACORA
       100020-LEER-ACUERDO.
           MOVE AM7-NUMERO TO ACU-NUMERO
           EXEC SQL
               SELECT ACU_CLIENTE, ACU_PRODUCTO, ACU_CONTRATO,
                      ACU_ESTADO, ACU_CANT_CUOTAS
               INTO  :ACU-CLIENTE, :ACU-PRODUCTO, :ACU-CONTRATO,
                     :ACU-ESTADO, :ACU-CANT-CUOTAS
               FROM  PRDTWACU
               WHERE ACU_NUMERO = :ACU-NUMERO
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = +100
                   MOVE '35'                    TO AM7-COD-RET
                   MOVE 'NO ENCONTRE REG '      TO AM7-ERROR1
              WHEN SQLCODE NOT = ZEROS
                   MOVE '30'                    TO AM7-COD-RET
                   MOVE 'ERROR SELECT PRDTWACU' TO AM7-ERROR1
                   MOVE SQLCODE                 TO AM7-MAS-SQLCODE
              WHEN NOT ACU-VIGENTE
                   MOVE ACU-ESTADO              TO LGA-ESTADO-ANTERIOR
                   MOVE '45'                    TO AM7-COD-RET
                   MOVE 'ACUERDO NO VIGENTE'    TO AM7-ERROR1
              WHEN OTHER
                   MOVE ACU-ESTADO              TO LGA-ESTADO-ANTERIOR
           END-EVALUATE.

       100021-CAMBIAR-ESTADO.
           EXEC SQL
               UPDATE PRDTWACU
               SET    ACU_ESTADO       = :ACU-ESTADO,
                      ACU_FECHA_ESTADO = :ACU-FECHA-ESTADO,
                      ACU_USUARIO      = :ACU-USUARIO
               WHERE  ACU_NUMERO       = :ACU-NUMERO
               AND    ACU_ESTADO       = 'V'
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                   IF SQLERRD (3) = ZEROS
                      MOVE '45'                 TO AM7-COD-RET
                      MOVE 'ACUERDO NO VIGENTE' TO AM7-ERROR1
                   END-IF
              WHEN OTHER
                   MOVE '30'                    TO AM7-COD-RET
                   MOVE 'ERROR UPDATE PRDTWACU' TO AM7-ERROR1
                   MOVE SQLCODE                 TO AM7-MAS-SQLCODE
           END-EVALUATE.

       100008-GRABAR-BITACORA.
           MOVE AM7-OPERACION       TO LGA-OPERACION
           MOVE ACU-NUMERO          TO LGA-NUMERO
           MOVE ACU-CLIENTE         TO LGA-CLIENTE
           MOVE ACU-PRODUCTO        TO LGA-PRODUCTO
           MOVE ACU-CONTRATO        TO LGA-CONTRATO
           IF AM7-COD-RET = '00'
              MOVE ACU-ESTADO       TO LGA-ESTADO-NUEVO
           ELSE
              MOVE LGA-ESTADO-ANTERIOR TO LGA-ESTADO-NUEVO
           END-IF
           MOVE ACU-CANT-CUOTAS     TO LGA-CANT-CUOTAS
           MOVE AM7-FECHAS-REEMPLAZADAS TO LGA-FECHAS-REEMPLAZADAS
           MOVE AM7-USUARIO         TO LGA-USUARIO
           MOVE AM7-COD-RET         TO LGA-COD-RET
           ACCEPT LGA-FECHA-PROCESO FROM DATE
           ACCEPT LGA-HORA-PROCESO  FROM TIME

           OPEN EXTEND MANTLOGA
           IF WS-ESTADO-LOG = '35'
              OPEN OUTPUT MANTLOGA
           END-IF

           IF WS-ESTADO-LOG NOT = '00'
              DISPLAY 'AVISO: NO SE PUDO GRABAR MANTLOGA '
                      WS-ESTADO-LOG
           ELSE
              WRITE REG-MANTLOGA
              CLOSE MANTLOGA
           END-IF.

      ******************************************************************
      *                       200000-FINAL                             *
      ******************************************************************
       200000-FINAL.
           GOBACK.
