       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0112.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           REGISTRO DE RECLAMOS (DISPUTAS) DEL CLIENTE SOBRE SUS
      *           MOVIMIENTOS. LEE EL ARCHIVO RECLAMOS QUE ARMA SERVICIO
      *           AL CLIENTE Y MANTIENE PRDTWDIS: LA APERTURA RADICA EL
      *           RECLAMO SOBRE UN MOVIMIENTO DE PRDTW02 (W02_ID_MOV) O,
      *           SI EL PAGO NO APARECE, SOBRE LA FECHA PROGRAMADA DE
      *           PRDTW03, CON SU PLAZO REGULATORIO DE RESPUESTA (15
      *           DIAS HABILES POR OMISION, CON EL CALENDARIO DE
      *           PE3C0035). MIENTRAS ESTA ABIERTO NO HAY SANCION
      *           (PE3C0067), CARTA (PE3C0075) NI RECORDATORIO
      *           (PE3C0074) SOBRE ESA FECHA. EL CIERRE A FAVOR DEL
      *           CLIENTE DE UN RECLAMO POR MOVIMIENTO DEJA EN EL
      *           ARCHIVO REVERSO (LAYOUT PE3CCTRX) EL ALTA DEL REVERSO
      *           'R' PARA EL MANTENIMIENTO MASIVO PE3C0029/PE3C0022;
      *           LOS DEMAS CIERRES A FAVOR DEL CLIENTE SE LISTAN PARA
      *           CORRECCION MANUAL
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
      *****************APERTURAS Y CIERRES DE RECLAMOS******************
           SELECT RECLAMOS  ASSIGN TO RECLAMOS
                            FILE STATUS IS WS-ESTADO-REC.
      ******ARCHIVO DE TRANSACCIONES DE REVERSO (LAYOUT PE3CCTRX)*******
           SELECT REVERSO   ASSIGN TO REVERSO
                            FILE STATUS IS WS-ESTADO-REV.
      *****************ARCHIVO DE SALIDA DEL REPORTE*********************
           SELECT SALIDA    ASSIGN TO SALIDA
                            FILE STATUS IS WS-ESTADO.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  RECLAMOS
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-RECLAMOS.
           05 RCL-OPERACION                     PIC X(1).
             88 RCL-OP-ABRIR                        VALUE 'A'.
             88 RCL-OP-CERRAR                       VALUE 'C'.
           05 RCL-RECLAMO                       PIC X(12).
      *    MOVIMIENTO RECLAMADO; EN CERO SI EL RECLAMO ES POR UN PAGO
      *    QUE NO APARECE (SE IDENTIFICA POR CLIENTE/PRODUCTO/FECHA)
           05 RCL-ID-MOV                        PIC 9(13).
           05 RCL-CLIENTE                       PIC X(8).
           05 RCL-PRODUCTO                      PIC X(2).
           05 RCL-FECHA                         PIC X(10).
           05 RCL-MOTIVO                        PIC X(2).
           05 RCL-DETALLE                       PIC X(40).
      *    PLAZO DE RESPUESTA YYYY-MM-DD; EN BLANCO SE CALCULA
           05 RCL-FECHA-LIMITE                  PIC X(10).
      *    SOLO EN EL CIERRE: C = A FAVOR DEL CLIENTE,
      *    E = A FAVOR DE LA ENTIDAD
           05 RCL-RESOLUCION                    PIC X(1).
             88 RCL-A-FAVOR-CLIENTE                 VALUE 'C'.
             88 RCL-A-FAVOR-ENTIDAD                 VALUE 'E'.
           05 RCL-USUARIO                       PIC X(8).
           05 FILLER                            PIC X(13).

       FD  REVERSO
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
           COPY PE3CCTRX.

       FD  SALIDA
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-SALIDA             PIC X(120).
      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                VARIABLES DE CODIGOS DE RETORNO                 *
      ******************************************************************
       01 WS-ESTADO                      PIC XX    VALUE '00'.
       01 WS-ESTADO-REC                  PIC XX    VALUE '00'.
       01 WS-ESTADO-REV                  PIC XX    VALUE '00'.
      ******************************************************************
      *                           SWITCHES                             *
      ******************************************************************
       01 SWITCHES.
           05 SW-FIN-DATA            PIC X       VALUE 'N'.
             88 SI-FIN-DATA                      VALUE 'S'.
             88 NO-FIN-DATA                      VALUE 'N'.
           05 SW-ERROR-PROCESO       PIC X       VALUE 'N'.
             88 SI-ERROR-PROCESO                 VALUE 'S'.
             88 NO-ERROR-PROCESO                 VALUE 'N'.
      *    EL REGISTRO PASA TODAS LAS VALIDACIONES PREVIAS AL CAMBIO
           05 SW-RECLAMO-VALIDO      PIC X       VALUE 'S'.
             88 SI-RECLAMO-VALIDO                VALUE 'S'.
             88 NO-RECLAMO-VALIDO                VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-LEIDOS                   PIC 9(09) VALUE ZEROS.
          05 WS-ABIERTOS                 PIC 9(09) VALUE ZEROS.
          05 WS-CERRADOS                 PIC 9(09) VALUE ZEROS.
          05 WS-RECHAZADOS               PIC 9(09) VALUE ZEROS.
          05 WS-REVERSOS                 PIC 9(09) VALUE ZEROS.
          05 WS-MANUALES                 PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                          CONSTANTES                            *
      ******************************************************************
       01 WS-CONSTANTES.
      *    DIAS HABILES DEL PLAZO REGULATORIO DE RESPUESTA
          05 CTE-DIAS-RESPUESTA          PIC 9(03) VALUE 15.
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 WS-FECHA-PROCESO               PIC X(10) VALUE SPACES.
      *    PLAZO QUE SE ASIGNA CUANDO EL RECLAMO NO TRAE UNO
       01 WS-FECHA-LIMITE-OMISION        PIC X(10) VALUE SPACES.
       01 WS-DIAS-HABILES                PIC 9(03) VALUE ZEROS.
       01 WS-CONT-EXISTE                 PIC S9(9) COMP VALUE ZEROS.
       01 WS-VALOR-TEXTO                 PIC 9(13)  VALUE ZEROS.

       01 PRDTW-DIS.
           05 DIS-RECLAMO                       PIC X(12).
           05 DIS-ID-MOV                        PIC S9(13) COMP-3.
           05 DIS-CLIENTE                       PIC X(8).
           05 DIS-PRODUCTO                      PIC XX.
           05 DIS-FECHA                         PIC X(10).
           05 DIS-MOTIVO                        PIC XX.
           05 DIS-DETALLE                       PIC X(40).
           05 DIS-ESTADO                        PIC X(1).
             88 DIS-ABIERTO                         VALUE 'A'.
           05 DIS-FECHA-APERTURA                PIC X(10).
           05 DIS-FECHA-LIMITE                  PIC X(10).
           05 DIS-FECHA-CIERRE                  PIC X(10).
           05 DIS-USUARIO                       PIC X(8).

      *    MOVIMIENTO RECLAMADO Y, EN EL CIERRE, BASE DEL REVERSO
       01 PRDTW02.
           05 W02-CLIENTE                       PIC X(8).
           05 W02-CONTRATO                      PIC X(18).
           05 W02-FECHA-MOV                     PIC X(10).
           05 W02-VALOR-NUM                     PIC S9(9)V99 COMP-3.
           05 W02-TIPO-MOV                      PIC X(1).
             88 W02-TIPO-NORMAL                     VALUE 'N'.
           05 W02-MONEDA                        PIC X(3).
           05 W02-ID-MOV                        PIC S9(13) COMP-3.

       01 PRDTW03.
           05 W03-CLIENTE                       PIC X(8).
           05 W03-PRODUCTO                      PIC XX.
           05 W03-FECHA                         PIC X(10).

      ******************************************************************
      *   ARITMETICA DEL PLAZO: LA FECHA DE NEGOCIO SE AVANZA DIA POR  *
      *   DIA CON LOS DIAS REALES DE CADA MES (MISMO CALCULO DE        *
      *   PE3C0074) Y SOLO CUENTAN LOS DIAS HABILES SEGUN PE3C0035     *
      ******************************************************************
       01 WS-FECHA-TOPE.
           05 TOP-ANO                    PIC 9(4).
           05 FILLER                     PIC X VALUE '-'.
           05 TOP-MES                    PIC 9(2).
           05 FILLER                     PIC X VALUE '-'.
           05 TOP-DIA                    PIC 9(2).

       01 WS-CALENDARIO.
           05 CAL-DIAS-MES               PIC 9(2)  VALUE ZEROS.
           05 CAL-RESTO                  PIC 9(4)  VALUE ZEROS.
           05 CAL-COCIENTE               PIC 9(4)  VALUE ZEROS.

      *    VALIDACION DE FORMA DEL PLAZO QUE TRAE EL RECLAMO
       01 WS-FECHA-PARTES.
           05 FEC-ANO                    PIC 9(4).
           05 FILLER                     PIC X.
           05 FEC-MES                    PIC 9(2).
           05 FILLER                     PIC X.
           05 FEC-DIA                    PIC 9(2).

       01 WS-TITULO1.
          05 FILLER             PIC X(30) VALUE
                                 'REGISTRO DE RECLAMOS'.
          05 FILLER             PIC X(8)  VALUE ' FECHA: '.
          05 TIT-FECHA          PIC X(10).
       01 WS-TITULO2.
          05 FILLER             PIC X(15) VALUE 'O RECLAMO      '.
          05 FILLER             PIC X(12) VALUE 'CLIENTE  PR '.
          05 FILLER             PIC X(14) VALUE '    ID-MOV    '.
          05 FILLER             PIC X(11) VALUE 'FECHA PROG '.
          05 FILLER             PIC X(11) VALUE 'LIMITE     '.
          05 FILLER             PIC X(16) VALUE '    VALOR REVERS'.
          05 FILLER             PIC X(11) VALUE 'O RESULTADO'.

       01 WS-DETALLE.
          05 DET-OPERACION             PIC X(1).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-RECLAMO               PIC X(12).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-CLIENTE               PIC X(8).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-PRODUCTO              PIC X(2).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-ID-MOV                PIC Z(12)9.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-FECHA                 PIC X(10).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-LIMITE                PIC X(10).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-VALOR                 PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-RESULTADO             PIC X(28).

       01 WS-RESUMEN.
          05 CTE-RESUMEN              PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(7)  VALUE 'LEIDOS='.
          05 RES-LEIDOS                PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(11) VALUE ' ABIERTOS='.
          05 RES-ABIERTOS              PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(11) VALUE ' CERRADOS='.
          05 RES-CERRADOS              PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(11) VALUE ' REVERSOS='.
          05 RES-REVERSOS              PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(11) VALUE ' MANUALES='.
          05 RES-MANUALES              PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(13) VALUE ' RECHAZADOS='.
          05 RES-RECHAZADOS            PIC ZZZZZZZZ9.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE FECHA DE PROCESO PE3C0060           *
      ******************************************************************
       COPY PE3CFPRO.
      ******************************************************************
      *          INTERFAZ DE LA RUTINA DE DIAS HABILES PE3C0035        *
      ******************************************************************
       COPY PE3COCAL.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOW02
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOW03
           END-EXEC.

           EXEC SQL
               INCLUDE PETCODIS
           END-EXEC.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 01-INICIO
           PERFORM 02-PROCESO UNTIL SI-FIN-DATA
           PERFORM 03-FINAL.
      ******************************************************************
      *                          01-INICIO                              *
      ******************************************************************
       01-INICIO.
           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO TO WS-FECHA-PROCESO TIT-FECHA
           PERFORM 011-CALCULAR-LIMITE

           OPEN INPUT RECLAMOS
           IF WS-ESTADO-REC NOT = '00'
              DISPLAY 'ERROR ABRIENDO ARCHIVO RECLAMOS ' WS-ESTADO-REC
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT REVERSO
           IF WS-ESTADO-REV NOT = '00' AND NOT = '97'
              CLOSE RECLAMOS
              DISPLAY 'ERROR ABRIENDO ARCHIVO REVERSO ' WS-ESTADO-REV
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT SALIDA
           IF WS-ESTADO NOT = '00' AND NOT = '97'
              CLOSE RECLAMOS REVERSO
              DISPLAY 'ERROR ABRIENDO ARCHIVO SALIDA  ' WS-ESTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-TITULO1 TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO2 TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           PERFORM 021-LEER-RECLAMO.

      ******************************************************************
      *                  011-CALCULAR-LIMITE                           *
      *   EL PLAZO POR OMISION ES EL DIA HABIL NUMERO                  *
      *   CTE-DIAS-RESPUESTA DESPUES DE LA FECHA DE NEGOCIO; ES EL     *
      *   MISMO PARA TODOS LOS RECLAMOS DE LA CORRIDA                  *
      ******************************************************************
       011-CALCULAR-LIMITE.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-TOPE
           IF TOP-ANO IS NOT NUMERIC OR TOP-MES IS NOT NUMERIC
              OR TOP-DIA IS NOT NUMERIC
              OR TOP-MES = ZEROS OR TOP-MES > 12
                DISPLAY 'FECHA DE PROCESO ILEGIBLE: ' WS-FECHA-PROCESO
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF
           MOVE ZEROS TO WS-DIAS-HABILES
           PERFORM 0111-AVANZAR-DIA-HABIL
                   UNTIL WS-DIAS-HABILES NOT < CTE-DIAS-RESPUESTA
           MOVE WS-FECHA-TOPE TO WS-FECHA-LIMITE-OMISION
           DISPLAY 'PLAZO DE RESPUESTA POR OMISION: '
                   WS-FECHA-LIMITE-OMISION.

       0111-AVANZAR-DIA-HABIL.
           PERFORM 0112-AVANZAR-UN-DIA
           MOVE WS-FECHA-TOPE TO CAL0-FECHA
           SET CAL0-REGLA-VALIDAR TO TRUE
           CALL 'PE3C0035' USING CAI-PE9CCAL0
           IF CAL0-COD-RET NOT = '00'
              DISPLAY 'ERROR PE3C0035 COD-RET ' CAL0-COD-RET
                      ' FECHA ' WS-FECHA-TOPE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           IF CAL0-SI-HABIL
              ADD 1 TO WS-DIAS-HABILES
           END-IF.

       0112-AVANZAR-UN-DIA.
           PERFORM 0113-CALCULAR-DIAS-MES
           IF TOP-DIA < CAL-DIAS-MES
              ADD 1 TO TOP-DIA
           ELSE
              MOVE 1 TO TOP-DIA
              IF TOP-MES < 12
                 ADD 1 TO TOP-MES
              ELSE
                 MOVE 1 TO TOP-MES
                 ADD 1 TO TOP-ANO
              END-IF
           END-IF.

       0113-CALCULAR-DIAS-MES.
           EVALUATE TOP-MES
              WHEN 01 WHEN 03 WHEN 05 WHEN 07
              WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO CAL-DIAS-MES
              WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO CAL-DIAS-MES
              WHEN 02
                   DIVIDE TOP-ANO BY 4 GIVING CAL-COCIENTE
                          REMAINDER CAL-RESTO
                   IF CAL-RESTO = ZEROS
                      MOVE 29 TO CAL-DIAS-MES
                      DIVIDE TOP-ANO BY 100 GIVING CAL-COCIENTE
                             REMAINDER CAL-RESTO
                      IF CAL-RESTO = ZEROS
                         DIVIDE TOP-ANO BY 400 GIVING CAL-COCIENTE
                                REMAINDER CAL-RESTO
                         IF CAL-RESTO = ZEROS
                            MOVE 29 TO CAL-DIAS-MES
                         ELSE
                            MOVE 28 TO CAL-DIAS-MES
                         END-IF
                      END-IF
                   ELSE
                      MOVE 28 TO CAL-DIAS-MES
                   END-IF
              WHEN OTHER
                   MOVE 30 TO CAL-DIAS-MES
           END-EVALUATE.

      ******************************************************************
      *                        02-PROCESO                              *
      ******************************************************************
       02-PROCESO.
           SET SI-RECLAMO-VALIDO TO TRUE
           INITIALIZE WS-DETALLE PRDTW-DIS
           MOVE RCL-OPERACION     TO DET-OPERACION
           MOVE RCL-RECLAMO       TO DET-RECLAMO DIS-RECLAMO

           EVALUATE TRUE
              WHEN RCL-RECLAMO = SPACES OR LOW-VALUES
                   SET NO-RECLAMO-VALIDO   TO TRUE
                   MOVE 'RECLAMO SIN NUMERO' TO DET-RESULTADO
              WHEN RCL-OP-ABRIR
                   PERFORM 022-ABRIR-RECLAMO
              WHEN RCL-OP-CERRAR
                   PERFORM 023-CERRAR-RECLAMO
              WHEN OTHER
                   SET NO-RECLAMO-VALIDO   TO TRUE
                   MOVE 'OPERACION INVALIDA (A/C)' TO DET-RESULTADO
           END-EVALUATE

           IF NO-RECLAMO-VALIDO
              ADD 1 TO WS-RECHAZADOS
           END-IF
           PERFORM 025-ESCRIBIR-DETALLE
           PERFORM 021-LEER-RECLAMO.

       021-LEER-RECLAMO.
           INITIALIZE REG-RECLAMOS
           READ RECLAMOS
              AT END
                 SET SI-FIN-DATA    TO TRUE
              NOT AT END
                 ADD 1              TO WS-LEIDOS
           END-READ
           IF WS-ESTADO-REC NOT = '00' AND NOT = '10'
              DISPLAY 'ERROR LEYENDO ARCHIVO RECLAMOS ' WS-ESTADO-REC
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *                    022-ABRIR-RECLAMO                           *
      *   TODO SE VALIDA ANTES DEL INSERT: MOTIVO, PLAZO, NUMERO       *
      *   LIBRE, LLAVE RECLAMADA EXISTENTE Y SIN OTRO RECLAMO ABIERTO  *
      ******************************************************************
       022-ABRIR-RECLAMO.
           PERFORM 0221-VALIDAR-DATOS
           IF SI-RECLAMO-VALIDO
              PERFORM 0222-VALIDAR-NUMERO
           END-IF
           IF SI-RECLAMO-VALIDO
              IF RCL-ID-MOV > ZEROS
                 PERFORM 0223-LEER-MOVIMIENTO
              ELSE
                 PERFORM 0224-VALIDAR-FECHA-PROG
              END-IF
           END-IF
           IF SI-RECLAMO-VALIDO
              PERFORM 0225-VALIDAR-SIN-ABIERTO
           END-IF

           MOVE DIS-CLIENTE       TO DET-CLIENTE
           MOVE DIS-PRODUCTO      TO DET-PRODUCTO
           MOVE DIS-ID-MOV        TO DET-ID-MOV
           MOVE DIS-FECHA         TO DET-FECHA
           MOVE DIS-FECHA-LIMITE  TO DET-LIMITE

           IF SI-RECLAMO-VALIDO
              PERFORM 0226-INSERTAR-RECLAMO
              ADD 1               TO WS-ABIERTOS
              MOVE 'ABIERTO'      TO DET-RESULTADO
           END-IF.

       0221-VALIDAR-DATOS.
           MOVE RCL-MOTIVO        TO DIS-MOTIVO
           MOVE RCL-DETALLE       TO DIS-DETALLE
           MOVE RCL-USUARIO       TO DIS-USUARIO
           MOVE WS-FECHA-PROCESO  TO DIS-FECHA-APERTURA
           MOVE SPACES            TO DIS-FECHA-CIERRE
           MOVE 'A'               TO DIS-ESTADO

           IF RCL-FECHA-LIMITE = SPACES OR LOW-VALUES
              MOVE WS-FECHA-LIMITE-OMISION TO DIS-FECHA-LIMITE
           ELSE
              MOVE RCL-FECHA-LIMITE        TO DIS-FECHA-LIMITE
                                              WS-FECHA-PARTES
           END-IF

           EVALUATE TRUE
              WHEN RCL-MOTIVO = SPACES OR LOW-VALUES
                   SET NO-RECLAMO-VALIDO   TO TRUE
                   MOVE 'MOTIVO REQUERIDO'  TO DET-RESULTADO
              WHEN RCL-ID-MOV IS NOT NUMERIC
                   SET NO-RECLAMO-VALIDO   TO TRUE
                   MOVE 'ID DE MOVIMIENTO INVALIDO' TO DET-RESULTADO
              WHEN RCL-FECHA-LIMITE = SPACES OR LOW-VALUES
                   CONTINUE
              WHEN FEC-ANO IS NOT NUMERIC OR FEC-MES IS NOT NUMERIC
                OR FEC-DIA IS NOT NUMERIC
                OR FEC-MES = ZEROS OR FEC-MES > 12
                OR FEC-DIA = ZEROS OR FEC-DIA > 31
                   SET NO-RECLAMO-VALIDO   TO TRUE
                   MOVE 'PLAZO ILEGIBLE'    TO DET-RESULTADO
              WHEN RCL-FECHA-LIMITE NOT > WS-FECHA-PROCESO
                   SET NO-RECLAMO-VALIDO   TO TRUE
                   MOVE 'PLAZO NO ES FUTURO' TO DET-RESULTADO
           END-EVALUATE.

       0222-VALIDAR-NUMERO.
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-CONT-EXISTE
               FROM   PRDTWDIS
               WHERE  DIS_RECLAMO = :DIS-RECLAMO
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE NOT = ZEROS
                   DISPLAY 'ERROR SELECT PRDTWDIS SQLCODE ' SQLCODE
                   SET NO-RECLAMO-VALIDO   TO TRUE
                   SET SI-ERROR-PROCESO    TO TRUE
                   MOVE 'ERROR DE LECTURA'  TO DET-RESULTADO
              WHEN WS-CONT-EXISTE > ZEROS
                   SET NO-RECLAMO-VALIDO   TO TRUE
                   MOVE 'RECLAMO YA EXISTE' TO DET-RESULTADO
           END-EVALUATE.

      *    EL CLIENTE Y EL PRODUCTO DEL RECLAMO SALEN DEL MOVIMIENTO
      *    (PRODUCTO = POSICIONES 9-10 DEL CONTRATO)
       0223-LEER-MOVIMIENTO.
           MOVE RCL-ID-MOV TO W02-ID-MOV DIS-ID-MOV
           EXEC SQL
               SELECT W02_CLIENTE, W02_CONTRATO
               INTO  :W02-CLIENTE, :W02-CONTRATO
               FROM  PRDTW02
               WHERE W02_ID_MOV = :W02-ID-MOV
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = +100
                   SET NO-RECLAMO-VALIDO   TO TRUE
                   MOVE 'MOVIMIENTO NO EXISTE' TO DET-RESULTADO
              WHEN SQLCODE NOT = ZEROS
                   DISPLAY 'ERROR SELECT PRDTW02 SQLCODE ' SQLCODE
                           ' ID-MOV ' RCL-ID-MOV
                   SET NO-RECLAMO-VALIDO   TO TRUE
                   SET SI-ERROR-PROCESO    TO TRUE
                   MOVE 'ERROR DE LECTURA'  TO DET-RESULTADO
              WHEN RCL-CLIENTE NOT = SPACES
               AND RCL-CLIENTE NOT = W02-CLIENTE
                   SET NO-RECLAMO-VALIDO   TO TRUE
                   MOVE 'CLIENTE NO ES EL DEL MOV.' TO DET-RESULTADO
              WHEN OTHER
                   MOVE W02-CLIENTE        TO DIS-CLIENTE
                   MOVE W02-CONTRATO(9:2)  TO DIS-PRODUCTO
                   MOVE SPACES             TO DIS-FECHA
           END-EVALUATE.

      *    EL PAGO QUE NO APARECE SE RECLAMA SOBRE UNA FECHA QUE
      *    EXISTA EN EL CALENDARIO DEL CLIENTE EN EL PRODUCTO
       0224-VALIDAR-FECHA-PROG.
           MOVE ZEROS        TO DIS-ID-MOV
           MOVE RCL-CLIENTE  TO DIS-CLIENTE  W03-CLIENTE
           MOVE RCL-PRODUCTO TO DIS-PRODUCTO W03-PRODUCTO
           MOVE RCL-FECHA    TO DIS-FECHA    W03-FECHA
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
                   DISPLAY 'ERROR SELECT PRDTW03 SQLCODE ' SQLCODE
                   SET NO-RECLAMO-VALIDO   TO TRUE
                   SET SI-ERROR-PROCESO    TO TRUE
                   MOVE 'ERROR DE LECTURA'  TO DET-RESULTADO
              WHEN WS-CONT-EXISTE = ZEROS
                   SET NO-RECLAMO-VALIDO   TO TRUE
                   MOVE 'FECHA NO PROGRAMADA' TO DET-RESULTADO
           END-EVALUATE.

      *    A LO SUMO UN RECLAMO ABIERTO POR MOVIMIENTO O POR FECHA
       0225-VALIDAR-SIN-ABIERTO.
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-CONT-EXISTE
               FROM   PRDTWDIS
               WHERE  DIS_ESTADO   = 'A'
               AND    DIS_ID_MOV   = :DIS-ID-MOV
               AND    DIS_CLIENTE  = :DIS-CLIENTE
               AND    DIS_PRODUCTO = :DIS-PRODUCTO
               AND    DIS_FECHA    = :DIS-FECHA
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE NOT = ZEROS
                   DISPLAY 'ERROR SELECT PRDTWDIS SQLCODE ' SQLCODE
                   SET NO-RECLAMO-VALIDO   TO TRUE
                   SET SI-ERROR-PROCESO    TO TRUE
                   MOVE 'ERROR DE LECTURA'  TO DET-RESULTADO
              WHEN WS-CONT-EXISTE > ZEROS
                   SET NO-RECLAMO-VALIDO   TO TRUE
                   MOVE 'YA TIENE RECLAMO ABIERTO' TO DET-RESULTADO
           END-EVALUATE.

       0226-INSERTAR-RECLAMO.
           EXEC SQL
               INSERT INTO PRDTWDIS
                   (DIS_RECLAMO, DIS_ID_MOV, DIS_CLIENTE,
                    DIS_PRODUCTO, DIS_FECHA, DIS_MOTIVO, DIS_DETALLE,
                    DIS_ESTADO, DIS_FECHA_APERTURA, DIS_FECHA_LIMITE,
                    DIS_FECHA_CIERRE, DIS_USUARIO)
               VALUES
                   (:DIS-RECLAMO, :DIS-ID-MOV, :DIS-CLIENTE,
                    :DIS-PRODUCTO, :DIS-FECHA, :DIS-MOTIVO,
                    :DIS-DETALLE, :DIS-ESTADO, :DIS-FECHA-APERTURA,
                    :DIS-FECHA-LIMITE, :DIS-FECHA-CIERRE,
                    :DIS-USUARIO)
           END-EXEC
           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR INSERT PRDTWDIS SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-RECLAMOS
           END-IF.

      ******************************************************************
      *                   023-CERRAR-RECLAMO                           *
      *   SOLO SE CIERRA UN RECLAMO ABIERTO. A FAVOR DEL CLIENTE, UN   *
      *   RECLAMO POR MOVIMIENTO 'N' GENERA SU REVERSO 'R' POR EL      *
      *   VALOR COMPLETO; UN AJUSTE 'A' (P.EJ. UNA SANCION) SE ANULA   *
      *   CON UN AJUSTE NEGATIVO, PORQUE PE3C0022 SOLO ACEPTA 'R'      *
      *   CONTRA NORMALES. EL RESTO (REVERSOS RECLAMADOS Y PAGOS QUE   *
      *   NO APARECEN) SE CIERRA Y QUEDA PARA CORRECCION MANUAL        *
      ******************************************************************
       023-CERRAR-RECLAMO.
           PERFORM 0231-LEER-RECLAMO
           IF SI-RECLAMO-VALIDO
              AND NOT RCL-A-FAVOR-CLIENTE AND NOT RCL-A-FAVOR-ENTIDAD
                 SET NO-RECLAMO-VALIDO   TO TRUE
                 MOVE 'RESOLUCION INVALIDA (C/E)' TO DET-RESULTADO
           END-IF
           IF SI-RECLAMO-VALIDO AND RCL-A-FAVOR-CLIENTE
              AND DIS-ID-MOV > ZEROS
                 PERFORM 0232-LEER-MOVIMIENTO
           END-IF

           IF SI-RECLAMO-VALIDO
              MOVE RCL-RESOLUCION    TO DIS-ESTADO
              MOVE WS-FECHA-PROCESO  TO DIS-FECHA-CIERRE
              MOVE RCL-USUARIO       TO DIS-USUARIO
              PERFORM 0233-ACTUALIZAR-RECLAMO
              ADD 1 TO WS-CERRADOS
              EVALUATE TRUE
                 WHEN RCL-A-FAVOR-ENTIDAD
                      MOVE 'CERRADO A FAVOR ENTIDAD' TO DET-RESULTADO
                 WHEN DIS-ID-MOV > ZEROS
                  AND (W02-TIPO-NORMAL OR W02-TIPO-MOV = 'A')
                      PERFORM 024-GRABAR-REVERSO
                      ADD 1 TO WS-REVERSOS
                      MOVE 'CERRADO, REVERSO GENERADO' TO DET-RESULTADO
                 WHEN OTHER
                      ADD 1 TO WS-MANUALES
                      MOVE 'CERRADO, CORREGIR A MANO' TO DET-RESULTADO
              END-EVALUATE
           END-IF.

       0231-LEER-RECLAMO.
           EXEC SQL
               SELECT DIS_ID_MOV, DIS_CLIENTE, DIS_PRODUCTO,
                      DIS_FECHA, DIS_ESTADO, DIS_FECHA_LIMITE
               INTO  :DIS-ID-MOV, :DIS-CLIENTE, :DIS-PRODUCTO,
                     :DIS-FECHA, :DIS-ESTADO, :DIS-FECHA-LIMITE
               FROM  PRDTWDIS
               WHERE DIS_RECLAMO = :DIS-RECLAMO
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = +100
                   SET NO-RECLAMO-VALIDO   TO TRUE
                   MOVE 'RECLAMO NO EXISTE' TO DET-RESULTADO
              WHEN SQLCODE NOT = ZEROS
                   DISPLAY 'ERROR SELECT PRDTWDIS SQLCODE ' SQLCODE
                           ' RECLAMO ' RCL-RECLAMO
                   SET NO-RECLAMO-VALIDO   TO TRUE
                   SET SI-ERROR-PROCESO    TO TRUE
                   MOVE 'ERROR DE LECTURA'  TO DET-RESULTADO
              WHEN NOT DIS-ABIERTO
                   SET NO-RECLAMO-VALIDO   TO TRUE
                   MOVE 'RECLAMO YA CERRADO' TO DET-RESULTADO
           END-EVALUATE

           MOVE DIS-CLIENTE       TO DET-CLIENTE
           MOVE DIS-PRODUCTO      TO DET-PRODUCTO
           MOVE DIS-ID-MOV        TO DET-ID-MOV
           MOVE DIS-FECHA         TO DET-FECHA
           MOVE DIS-FECHA-LIMITE  TO DET-LIMITE.

       0232-LEER-MOVIMIENTO.
           MOVE DIS-ID-MOV TO W02-ID-MOV
           EXEC SQL
               SELECT W02_CLIENTE, W02_CONTRATO, W02_FECHA_MOV,
                      W02_VALOR_NUM, W02_TIPO_MOV, W02_MONEDA
               INTO  :W02-CLIENTE, :W02-CONTRATO, :W02-FECHA-MOV,
                     :W02-VALOR-NUM, :W02-TIPO-MOV, :W02-MONEDA
               FROM  PRDTW02
               WHERE W02_ID_MOV = :W02-ID-MOV
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = +100
                   MOVE SPACES             TO W02-TIPO-MOV
              WHEN SQLCODE NOT = ZEROS
                   DISPLAY 'ERROR SELECT PRDTW02 SQLCODE ' SQLCODE
                           ' ID-MOV ' DIS-ID-MOV
                   SET NO-RECLAMO-VALIDO   TO TRUE
                   SET SI-ERROR-PROCESO    TO TRUE
                   MOVE 'ERROR DE LECTURA'  TO DET-RESULTADO
           END-EVALUATE.

       0233-ACTUALIZAR-RECLAMO.
           EXEC SQL
               UPDATE PRDTWDIS
               SET    DIS_ESTADO       = :DIS-ESTADO,
                      DIS_FECHA_CIERRE = :DIS-FECHA-CIERRE,
                      DIS_USUARIO      = :DIS-USUARIO
               WHERE  DIS_RECLAMO      = :DIS-RECLAMO
               AND    DIS_ESTADO       = 'A'
           END-EXEC
           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR UPDATE PRDTWDIS SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-RECLAMOS
           END-IF.

      *    EL REVERSO VIAJA COMO ALTA CON LA FECHA DE NEGOCIO, EL
      *    CONTRATO Y LA MONEDA DEL MOVIMIENTO Y EL VALOR EN NEGATIVO,
      *    POR EL MISMO CAMINO PE3C0029/PE3C0022 DE CUALQUIER
      *    TRANSACCION (VALIDACION DEL NETO Y BITACORA INCLUIDAS)
       024-GRABAR-REVERSO.
           INITIALIZE REG-TRANSAC
           SET TRX-OP-ALTA         TO TRUE
           MOVE W02-CLIENTE        TO TRX-CLIENTE
           MOVE W02-CONTRATO       TO TRX-CONTRATO
           MOVE WS-FECHA-PROCESO   TO TRX-FECHA-MOV
           MOVE W02-VALOR-NUM      TO WS-VALOR-TEXTO
           MOVE WS-VALOR-TEXTO     TO TRX-VALOR
           COMPUTE TRX-VALOR-NUM = ZEROS - W02-VALOR-NUM
           IF W02-TIPO-NORMAL
              MOVE 'R'             TO TRX-TIPO-MOV
           ELSE
              MOVE 'A'             TO TRX-TIPO-MOV
           END-IF
           MOVE W02-MONEDA         TO TRX-MONEDA
           MOVE 'PE3C0112'         TO TRX-ORIGEN
           MOVE TRX-VALOR-NUM      TO DET-VALOR
           WRITE REG-TRANSAC
           IF WS-ESTADO-REV NOT = '00'
              DISPLAY 'ERROR WRITE ARCHIVO REVERSO ' WS-ESTADO-REV
              PERFORM 09-ABORTAR-RECLAMOS
           END-IF.

       025-ESCRIBIR-DETALLE.
           MOVE WS-DETALLE TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

       09-ABORTAR-RECLAMOS.
           DISPLAY 'SE REVERSAN LOS RECLAMOS Y SE DETIENE, RECLAMO '
                   RCL-RECLAMO
           EXEC SQL
               ROLLBACK
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR EN ROLLBACK SQLCODE ' SQLCODE
           END-IF
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      *                        999999-ESCRIBIR                         *
      ******************************************************************
       99-ESCRIBIR.
           WRITE REG-SALIDA
           IF WS-ESTADO NOT = '00'
              DISPLAY 'ERROR WRITE ARCHIVO SALIDA ' WS-ESTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *                        03-FINAL                                *
      ******************************************************************
       03-FINAL.
           MOVE WS-LEIDOS      TO RES-LEIDOS
           MOVE WS-ABIERTOS    TO RES-ABIERTOS
           MOVE WS-CERRADOS    TO RES-CERRADOS
           MOVE WS-REVERSOS    TO RES-REVERSOS
           MOVE WS-MANUALES    TO RES-MANUALES
           MOVE WS-RECHAZADOS  TO RES-RECHAZADOS
           MOVE WS-RESUMEN     TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           CLOSE RECLAMOS REVERSO SALIDA

           DISPLAY 'RECLAMOS LEIDOS         : ' WS-LEIDOS
           DISPLAY 'RECLAMOS ABIERTOS       : ' WS-ABIERTOS
           DISPLAY 'RECLAMOS CERRADOS       : ' WS-CERRADOS
           DISPLAY 'REVERSOS GENERADOS      : ' WS-REVERSOS
           DISPLAY 'PARA CORRECCION MANUAL  : ' WS-MANUALES
           DISPLAY 'RECLAMOS RECHAZADOS     : ' WS-RECHAZADOS

           EVALUATE TRUE
              WHEN SI-ERROR-PROCESO
                   MOVE 8 TO RETURN-CODE
              WHEN WS-RECHAZADOS > ZEROS
                OR WS-MANUALES > ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.
