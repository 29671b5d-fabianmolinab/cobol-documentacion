       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0104.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           RUTINA DE REFERENCIAS DE PAGO: ASIGNA (O DEVUELVE
      *           LA YA ASIGNADA) LA REFERENCIA DE 12 DIGITOS CON
      *           DIGITO DE VERIFICACION QUE IDENTIFICA UN CLIENTE,
      *           CONTRATO Y FECHA PROGRAMADA (PRDTWPRF), Y RESUELVE
      *           UNA REFERENCIA RECIBIDA VALIDANDO SU DIGITO. LA
      *           USAN LAS CARTAS DE COBRANZA (PE3C0075), LOS
      *           ESTADOS DE CUENTA (PE3C0052) Y LOS RECORDATORIOS
      *           (PE3C0074) PARA IMPRIMIRLA, Y EL POSTEO DE LOS
      *           ARCHIVOS DE RECAUDO DE AGREGADORES (PE3C0105) PARA
      *           RESOLVERLA. INTERFAZ CAI-PE9CRPG0 (PE3CORPG)
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
      *                          CONSTANTES                            *
      ******************************************************************
       01 WS-CONSTANTES.
      *    UNA ASIGNACION CONCURRENTE DEL MISMO CONSECUTIVO (-803) SE
      *    REINTENTA UNAS POCAS VECES ANTES DE DEVOLVER ERROR
          05 CTE-MAX-INTENTOS           PIC 9(01) VALUE 3.
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
      *    CALCULO DEL DIGITO DE VERIFICACION MODULO 11
       01 WS-DIGITO-VERIFICACION.
           05 DV-NUMERO                  PIC 9(11) VALUE ZEROS.
           05 DV-DIGITOS REDEFINES DV-NUMERO.
              10 DV-DIGITO               PIC 9(1) OCCURS 11 TIMES.
           05 I-DIG                      PIC 9(02) COMP VALUE ZEROS.
           05 DV-PESO                    PIC 9(01) VALUE ZEROS.
           05 DV-SUMA                    PIC 9(05) VALUE ZEROS.
           05 DV-COCIENTE                PIC 9(05) VALUE ZEROS.
           05 DV-RESTO                   PIC 9(02) VALUE ZEROS.
           05 DV-RESULTADO               PIC 9(02) VALUE ZEROS.

       01 WS-INTENTOS                    PIC 9(01) VALUE ZEROS.

       01 PRDTW-PRF.
           05 PRF-NUMERO                 PIC S9(11) COMP-3.
           05 PRF-CLIENTE                PIC X(8).
           05 PRF-CONTRATO               PIC X(18).
           05 PRF-FECHA                  PIC X(10).
           05 PRF-FECHA-ALTA             PIC X(8).

       01 PRDTW-CON.
           05 CON-CONTRATO               PIC X(18).
           05 CON-CLIENTE                PIC X(8).
           05 CON-PRODUCTO               PIC X(2).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOPRF
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCON
           END-EXEC.

       LINKAGE SECTION.
       COPY PE3CORPG.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING CAI-PE9CRPG0.
           PERFORM 000000-INICIO
           PERFORM 100000-PROCESO
           PERFORM 200000-FINAL.
      ******************************************************************
      *                     000000-INICIO                              *
      ******************************************************************
       000000-INICIO.
           MOVE '00'            TO RPG0-COD-RET
           MOVE SPACES          TO RPG0-ERROR1
           MOVE ZEROS           TO RPG0-MAS-SQLCODE
           PERFORM 000001-VALIDACION-DE-VARIABLES.

       000001-VALIDACION-DE-VARIABLES.
           EVALUATE TRUE
              WHEN RPG0-OP-GENERAR
                   IF RPG0-CLIENTE = SPACES OR LOW-VALUES
                      OR RPG0-FECHA = SPACES OR LOW-VALUES
                      OR ((RPG0-CONTRATO = SPACES OR LOW-VALUES)
                          AND (RPG0-PRODUCTO = SPACES OR LOW-VALUES))
                        MOVE '10'                 TO RPG0-COD-RET
                        MOVE 'DATOS INCOMPLETOS'  TO RPG0-ERROR1
                        PERFORM 200000-FINAL
                   END-IF
              WHEN RPG0-OP-RESOLVER
                   IF RPG0-REFERENCIA IS NOT NUMERIC
                      MOVE '10'                   TO RPG0-COD-RET
                      MOVE 'REFERENCIA INVALIDA'  TO RPG0-ERROR1
                      PERFORM 200000-FINAL
                   END-IF
              WHEN OTHER
                   MOVE '10'                      TO RPG0-COD-RET
                   MOVE 'OPERACION INVALIDA'      TO RPG0-ERROR1
                   PERFORM 200000-FINAL
           END-EVALUATE.

      ******************************************************************
      *                        100000-PROCESO                          *
      ******************************************************************
       100000-PROCESO.
           IF RPG0-OP-GENERAR
              PERFORM 100001-GENERAR
           ELSE
              PERFORM 100002-RESOLVER
           END-IF.

      ******************************************************************
      *                     100001-GENERAR                             *
      *   LA MISMA FECHA DEL MISMO CONTRATO SIEMPRE DEVUELVE LA MISMA  *
      *   REFERENCIA: LA CARTA, EL ESTADO Y EL RECORDATORIO IMPRIMEN   *
      *   EL MISMO NUMERO                                              *
      ******************************************************************
       100001-GENERAR.
           IF RPG0-CONTRATO = SPACES OR LOW-VALUES
              PERFORM 100003-RESOLVER-CONTRATO
           END-IF

           IF RPG0-COD-RET = '00'
              MOVE RPG0-CLIENTE  TO PRF-CLIENTE
              MOVE RPG0-CONTRATO TO PRF-CONTRATO
              MOVE RPG0-FECHA    TO PRF-FECHA
              MOVE ZEROS         TO WS-INTENTOS
              PERFORM 100004-BUSCAR-ASIGNADA
              PERFORM 100005-ASIGNAR-NUEVA
                      UNTIL PRF-NUMERO > ZEROS
                      OR RPG0-COD-RET NOT = '00'
           END-IF

           IF RPG0-COD-RET = '00'
              MOVE PRF-NUMERO     TO DV-NUMERO RPG0-REF-NUMERO
              PERFORM 100006-CALCULAR-DV
              MOVE DV-RESULTADO   TO RPG0-REF-DV
           END-IF.

      ******************************************************************
      *                     100002-RESOLVER                            *
      ******************************************************************
       100002-RESOLVER.
           MOVE RPG0-REF-NUMERO TO DV-NUMERO
           PERFORM 100006-CALCULAR-DV
           IF DV-RESULTADO NOT = RPG0-REF-DV
              MOVE '45'                   TO RPG0-COD-RET
              MOVE 'DIGITO VERIF. ERRADO' TO RPG0-ERROR1
           ELSE
              MOVE RPG0-REF-NUMERO TO PRF-NUMERO
              EXEC SQL
                  SELECT PRF_CLIENTE, PRF_CONTRATO, PRF_FECHA
                  INTO  :PRF-CLIENTE, :PRF-CONTRATO, :PRF-FECHA
                  FROM  PRDTWPRF
                  WHERE PRF_NUMERO = :PRF-NUMERO
              END-EXEC

              EVALUATE SQLCODE
                 WHEN ZEROS
                      MOVE PRF-CLIENTE        TO RPG0-CLIENTE
                      MOVE PRF-CONTRATO       TO RPG0-CONTRATO
                      MOVE PRF-CONTRATO(9:2)  TO RPG0-PRODUCTO
                      MOVE PRF-FECHA          TO RPG0-FECHA
                 WHEN +100
                      MOVE '35'                  TO RPG0-COD-RET
                      MOVE 'REFERENCIA NO EXISTE' TO RPG0-ERROR1
                 WHEN OTHER
                      MOVE '30'                  TO RPG0-COD-RET
                      MOVE 'ERROR SELECT PRDTWPRF' TO RPG0-ERROR1
                      MOVE SQLCODE               TO RPG0-MAS-SQLCODE
              END-EVALUATE
           END-IF.

      *    EL CONTRATO DE LA FECHA PROGRAMADA NO ESTA EN PRDTW03 (QUE
      *    VA POR CLIENTE/PRODUCTO): SE TOMA EL CONTRATO VIGENTE MAS
      *    RECIENTE DEL CLIENTE PARA ESE PRODUCTO
       100003-RESOLVER-CONTRATO.
           MOVE RPG0-CLIENTE  TO CON-CLIENTE
           MOVE RPG0-PRODUCTO TO CON-PRODUCTO
           EXEC SQL
               SELECT CON_CONTRATO
               INTO  :CON-CONTRATO
               FROM  PRDTWCON
               WHERE CON_CLIENTE = :CON-CLIENTE
               AND   SUBSTR(CON_CONTRATO, 9, 2) = :CON-PRODUCTO
               AND   CON_ESTADO IN ('A', 'D')
               ORDER BY CON_FECHA_APERTURA DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                   MOVE CON-CONTRATO TO RPG0-CONTRATO
              WHEN +100
                   MOVE '56'                   TO RPG0-COD-RET
                   MOVE 'SIN CONTRATO VIGENTE' TO RPG0-ERROR1
              WHEN OTHER
                   MOVE '30'                   TO RPG0-COD-RET
                   MOVE 'ERROR SELECT PRDTWCON' TO RPG0-ERROR1
                   MOVE SQLCODE                TO RPG0-MAS-SQLCODE
           END-EVALUATE.

       100004-BUSCAR-ASIGNADA.
           MOVE ZEROS TO PRF-NUMERO
           EXEC SQL
               SELECT PRF_NUMERO
               INTO  :PRF-NUMERO
               FROM  PRDTWPRF
               WHERE PRF_CLIENTE  = :PRF-CLIENTE
               AND   PRF_CONTRATO = :PRF-CONTRATO
               AND   PRF_FECHA    = :PRF-FECHA
           END-EXEC

           IF SQLCODE NOT = ZEROS AND NOT = +100
              MOVE '30'                    TO RPG0-COD-RET
              MOVE 'ERROR SELECT PRDTWPRF' TO RPG0-ERROR1
              MOVE SQLCODE                 TO RPG0-MAS-SQLCODE
           END-IF.

      ******************************************************************
      *                    100005-ASIGNAR-NUEVA                        *
      *   SIGUIENTE CONSECUTIVO (MISMA TECNICA DE PE3C0048). SI OTRO   *
      *   PROCESO TOMO EL NUMERO O LA MISMA FECHA ENTRE TANTO (-803),  *
      *   SE VUELVE A BUSCAR LA ASIGNADA Y, SI NO LA HAY, A NUMERAR    *
      ******************************************************************
       100005-ASIGNAR-NUEVA.
           ADD 1 TO WS-INTENTOS
           EXEC SQL
               SELECT VALUE(MAX(PRF_NUMERO), 0) + 1
               INTO  :PRF-NUMERO
               FROM  PRDTWPRF
           END-EXEC

           IF SQLCODE NOT = ZEROS
              MOVE '30'                    TO RPG0-COD-RET
              MOVE 'ERROR SELECT PRDTWPRF' TO RPG0-ERROR1
              MOVE SQLCODE                 TO RPG0-MAS-SQLCODE
           ELSE
              ACCEPT PRF-FECHA-ALTA FROM DATE YYYYMMDD
              EXEC SQL
                  INSERT INTO PRDTWPRF
                      (PRF_NUMERO, PRF_CLIENTE, PRF_CONTRATO,
                       PRF_FECHA, PRF_FECHA_ALTA)
                  VALUES
                      (:PRF-NUMERO, :PRF-CLIENTE, :PRF-CONTRATO,
                       :PRF-FECHA, :PRF-FECHA-ALTA)
              END-EXEC

              EVALUATE TRUE
                 WHEN SQLCODE = ZEROS
                      CONTINUE
                 WHEN SQLCODE = -803
                      AND WS-INTENTOS < CTE-MAX-INTENTOS
                      PERFORM 100004-BUSCAR-ASIGNADA
                 WHEN OTHER
                      MOVE '30'                    TO RPG0-COD-RET
                      MOVE 'ERROR INSERT PRDTWPRF' TO RPG0-ERROR1
                      MOVE SQLCODE                 TO RPG0-MAS-SQLCODE
              END-EVALUATE
           END-IF.

      ******************************************************************
      *                    100006-CALCULAR-DV                          *
      *   MODULO 11 CON PESOS 2,3,4,5,6,7 DE DERECHA A IZQUIERDA;      *
      *   RESTO 0 DA DIGITO 0 Y RESTO 1 DA DIGITO 1                    *
      ******************************************************************
       100006-CALCULAR-DV.
           MOVE ZEROS TO DV-SUMA
           MOVE 2     TO DV-PESO
           PERFORM 100007-SUMAR-DIGITO
                   VARYING I-DIG FROM 11 BY -1
                   UNTIL I-DIG < 1
           DIVIDE DV-SUMA BY 11 GIVING DV-COCIENTE
                  REMAINDER DV-RESTO
           IF DV-RESTO < 2
              MOVE DV-RESTO TO DV-RESULTADO
           ELSE
              COMPUTE DV-RESULTADO = 11 - DV-RESTO
           END-IF.

       100007-SUMAR-DIGITO.
           COMPUTE DV-SUMA = DV-SUMA + (DV-DIGITO(I-DIG) * DV-PESO)
           IF DV-PESO = 7
              MOVE 2 TO DV-PESO
           ELSE
              ADD 1 TO DV-PESO
           END-IF.

      ******************************************************************
      *                       200000-FINAL                             *
      ******************************************************************
       200000-FINAL.
           GOBACK.
