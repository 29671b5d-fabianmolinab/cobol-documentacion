       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0105.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           INTERFAZ DE RECAUDO DE CORRESPONSALES Y AGREGADORES
      *           (PSE, CORRESPONSALES NO BANCARIOS): LEE EL ARCHIVO
      *           RECAGR CON UNO O MAS LOTES (CABECERA 'H' CON EL
      *           CODIGO DEL AGREGADOR Y LA FECHA, DETALLES 'D' CON LA
      *           TRANSACCION DEL AGREGADOR Y LA REFERENCIA DE PAGO,
      *           CIERRE 'T' CON CANTIDAD Y TOTAL DEL LOTE), VALIDA
      *           LOS CONTROLES, DESCARTA LAS TRANSACCIONES YA
      *           PROCESADAS (PRDTWREF CON EL CODIGO DEL AGREGADOR EN
      *           REF_BANCO) Y RESUELVE LA REFERENCIA DE PAGO CON SU
      *           DIGITO DE VERIFICACION (PE3C0104) AL CLIENTE,
      *           CONTRATO Y FECHA PROGRAMADA QUE IDENTIFICA. LOS
      *           PAGOS RESUELTOS SALEN COMO TRANSACCIONES DE ALTA
      *           (LAYOUT PE3CCTRX) QUE APLICA PE3C0029/PE3C0022, IGUAL
      *           QUE LOS DEL BANCO (PE3C0073); LOS DE REFERENCIA
      *           ERRADA O INEXISTENTE ('RF') Y LOS DE CONTRATO
      *           CERRADO O NO REGISTRADO ('56') QUEDAN EN LA CUENTA
      *           DE SUSPENSO PRDTWSUS PARA TESORERIA (PE3C0099).
      *           REEMPLAZA LA DIGITACION MANUAL DEL LISTADO DEL
      *           AGREGADOR
      *                         ============                           *
      ******************************************************************

       AUTHOR.          FABIAN ANDRES MOLINA BERMUDEZ.
       DATE-WRITTEN.    15/OCT/2026.
       DATE-COMPILED.
      ******************************************************************
      *                    MODIFICACIONES                              *
      ******************************************************************
      *   15/OCT/2026  FAMB  PROGRAMA NUEVO                            *
      *   15/OCT/2026  FAMB  UN PAGO SOBRE CONTRATO CASTIGADO 'K' SE   *
      *                      POSTEA (RECUPERACION), NO VA A SUSPENSO   *
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
      *****************ARCHIVO DE RECAUDO DE LOS AGREGADORES************
           SELECT RECAGR    ASSIGN TO RECAGR
                            FILE STATUS IS WS-ESTADO.
      ******ARCHIVO DE TRANSACCIONES A APLICAR (LAYOUT PE3CCTRX)********
           SELECT TRANSAC   ASSIGN TO TRANSAC
                            FILE STATUS IS WS-ESTADO-TRX.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  RECAGR  RECORDING MODE IS F
                   BLOCK CONTAINS 0 RECORDS.
       01 REG-RECAGR.
           05 AGR-TIPO-REG                      PIC X(1).
             88 AGR-REG-CABECERA                    VALUE 'H'.
             88 AGR-REG-DETALLE                     VALUE 'D'.
             88 AGR-REG-CONTROL                     VALUE 'T'.
           05 AGR-RESTO                         PIC X(99).
           05 AGR-CABECERA REDEFINES AGR-RESTO.
              10 AGR-CAB-AGREGADOR              PIC X(4).
              10 AGR-CAB-FECHA                  PIC X(10).
              10 FILLER                         PIC X(85).
           05 AGR-DETALLE REDEFINES AGR-RESTO.
      *       TRANSACCION DEL AGREGADOR: LLAVE DE IDEMPOTENCIA
              10 AGR-DET-TRANSACCION            PIC X(16).
      *       REFERENCIA DE PAGO IMPRESA EN CARTAS, ESTADOS Y AVISOS
              10 AGR-DET-REF-PAGO               PIC X(12).
              10 AGR-DET-FECHA-PAGO             PIC X(10).
              10 AGR-DET-VALOR                  PIC 9(13).
              10 FILLER                         PIC X(48).
           05 AGR-CONTROL REDEFINES AGR-RESTO.
              10 AGR-CTL-CANT-DETALLE           PIC 9(9).
              10 AGR-CTL-TOTAL                  PIC 9(15).
              10 FILLER                         PIC X(75).

       FD  TRANSAC
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
           COPY PE3CCTRX.
      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                VARIABLES DE CODIGOS DE RETORNO                 *
      ******************************************************************
       01 WS-ESTADO                      PIC XX    VALUE '00'.
       01 WS-ESTADO-TRX                  PIC XX    VALUE '00'.
      ******************************************************************
      *                           SWITCHES                             *
      ******************************************************************
       01 SWITCHES.
           05 SW-FIN-DATA              PIC X      VALUE 'N'.
             88 SI-FIN-DATA                       VALUE 'S'.
             88 NO-FIN-DATA                       VALUE 'N'.
      *    HAY UN LOTE ABIERTO (CABECERA SIN SU CIERRE)
           05 SW-LOTE-ABIERTO          PIC X      VALUE 'N'.
             88 SI-LOTE-ABIERTO                   VALUE 'S'.
             88 NO-LOTE-ABIERTO                   VALUE 'N'.
           05 SW-ERROR-PROCESO         PIC X      VALUE 'N'.
             88 SI-ERROR-PROCESO                  VALUE 'S'.
             88 NO-ERROR-PROCESO                  VALUE 'N'.
      *    RESULTADO DE RESOLVER EL DESTINO DEL PAGO
           05 SW-DESTINO               PIC X      VALUE 'V'.
             88 DESTINO-VALIDO                    VALUE 'V'.
             88 DESTINO-SUSPENSO                  VALUE 'S'.
             88 DESTINO-ERROR                     VALUE 'E'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-LEIDOS                    PIC 9(09) VALUE ZEROS.
          05 WS-LOTES                     PIC 9(09) VALUE ZEROS.
          05 WS-DETALLES-LOTE             PIC 9(09) VALUE ZEROS.
          05 WS-TOTAL-LOTE                PIC 9(15) VALUE ZEROS.
          05 WS-POSTEADOS                 PIC 9(09) VALUE ZEROS.
          05 WS-DUPLICADOS                PIC 9(09) VALUE ZEROS.
          05 WS-SUSPENSO                  PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 PRDTW-REF.
           05 REF-BANCO                  PIC X(4).
           05 REF-REFERENCIA             PIC X(16).
           05 REF-FECHA-PROCESO          PIC X(8).
           05 REF-CLIENTE                PIC X(8).
           05 REF-CONTRATO               PIC X(18).
           05 REF-FECHA-COBRO            PIC X(10).
           05 REF-VALOR                  PIC S9(9)V99 COMP-3.
           05 REF-RESULTADO              PIC X(1).

      *    CONTRATO DE LA REFERENCIA CONTRA LA MAESTRA PRDTWCON: LA
      *    MISMA REGLA DE ESTADO QUE APLICA PE3C0022
       01 PRDTW-CON.
           05 CON-CONTRATO               PIC X(18).
           05 CON-ESTADO                 PIC X(1).
             88 CON-EST-ACTIVO               VALUE 'A'.
             88 CON-EST-DORMANTE             VALUE 'D'.
             88 CON-EST-CASTIGADO            VALUE 'K'.

      *    PAGO DEL AGREGADOR QUE QUEDA EN LA CUENTA DE SUSPENSO
       01 PRDTW-SUS.
           05 SUS-BANCO                  PIC X(4).
           05 SUS-REFERENCIA             PIC X(16).
           05 SUS-CLIENTE                PIC X(8).
           05 SUS-CONTRATO               PIC X(18).
           05 SUS-FECHA-COBRO            PIC X(10).
           05 SUS-VALOR                  PIC S9(9)V99 COMP-3.
           05 SUS-FECHA-RECIBIDO         PIC X(10).
           05 SUS-MOTIVO                 PIC X(2).
           05 SUS-REF-PAGO               PIC X(12).

       01 WS-AGREGADOR-LOTE              PIC X(4)  VALUE SPACES.
       01 WS-CONT-EXISTE                 PIC S9(9) COMP VALUE ZEROS.

       01 WS-RESUMEN.
          05 CTE-RESUMEN              PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(9)  VALUE 'LEIDOS ='.
          05 RES-LEIDOS                PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(8)  VALUE ' LOTES ='.
          05 RES-LOTES                 PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(12) VALUE ' POSTEADOS ='.
          05 RES-POSTEADOS             PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(13) VALUE ' DUPLICADOS ='.
          05 RES-DUPLICADOS            PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(11) VALUE ' SUSPENSO ='.
          05 RES-SUSPENSO              PIC ZZZZZZZZ9.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE FECHA DE PROCESO PE3C0060 (FECHADO  *
      *   DEL SUSPENSO Y DEL REGISTRO DE REFERENCIAS)                  *
      ******************************************************************
       COPY PE3CFPRO.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE REFERENCIAS DE PAGO PE3C0104        *
      ******************************************************************
       COPY PE3CORPG.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOREF
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCON
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOSUS
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
           OPEN INPUT RECAGR
           IF WS-ESTADO NOT = '00'
              DISPLAY 'ERROR ABRIENDO ARCHIVO RECAGR ' WS-ESTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT TRANSAC
           IF WS-ESTADO-TRX NOT = '00' AND NOT = '97'
              CLOSE RECAGR
              DISPLAY 'ERROR ABRIENDO ARCHIVO TRANSAC ' WS-ESTADO-TRX
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-COMPACTA TO REF-FECHA-PROCESO

           PERFORM 011-LEER-RECAUDO.

       011-LEER-RECAUDO.
           INITIALIZE REG-RECAGR
           READ RECAGR
              AT END
                 SET SI-FIN-DATA    TO TRUE
              NOT AT END
                 ADD 1              TO WS-LEIDOS
           END-READ
           IF WS-ESTADO NOT = '00' AND NOT = '10'
              DISPLAY 'ERROR LEYENDO ARCHIVO RECAGR ' WS-ESTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *                        02-PROCESO                              *
      *   CADA LOTE VIAJA CON CABECERA, DETALLES Y CIERRE: UN LOTE     *
      *   TRUNCADO O DESCUADRADO (CANTIDAD O TOTAL) NO SE PROCESA A    *
      *   CIEGAS. UN ARCHIVO PUEDE TRAER LOTES DE VARIOS AGREGADORES   *
      ******************************************************************
       02-PROCESO.
           EVALUATE TRUE
              WHEN AGR-REG-CABECERA
                   PERFORM 021-ABRIR-LOTE
              WHEN AGR-REG-CONTROL
                   PERFORM 022-CERRAR-LOTE
              WHEN AGR-REG-DETALLE
                   IF NO-LOTE-ABIERTO
                      DISPLAY 'DETALLE FUERA DE LOTE EN RECAGR, '
                              'REGISTRO ' WS-LEIDOS
                      MOVE 12 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   ADD 1                      TO WS-DETALLES-LOTE
                   IF AGR-DET-VALOR IS NUMERIC
                      ADD AGR-DET-VALOR       TO WS-TOTAL-LOTE
                   END-IF
                   PERFORM 023-PROCESAR-DETALLE
              WHEN OTHER
                   DISPLAY 'TIPO DE REGISTRO INVALIDO EN RECAGR'
                   SET SI-ERROR-PROCESO       TO TRUE
           END-EVALUATE

           PERFORM 011-LEER-RECAUDO.

       021-ABRIR-LOTE.
           IF SI-LOTE-ABIERTO
              DISPLAY 'LOTE DE ' WS-AGREGADOR-LOTE
                      ' SIN REGISTRO DE CIERRE EN RECAGR'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           IF AGR-CAB-AGREGADOR = SPACES OR LOW-VALUES
              DISPLAY 'CABECERA RECAGR SIN CODIGO DE AGREGADOR, '
                      'REGISTRO ' WS-LEIDOS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           SET SI-LOTE-ABIERTO        TO TRUE
           MOVE AGR-CAB-AGREGADOR     TO WS-AGREGADOR-LOTE
           MOVE ZEROS                 TO WS-DETALLES-LOTE
                                         WS-TOTAL-LOTE
           ADD 1                      TO WS-LOTES.

       022-CERRAR-LOTE.
           IF NO-LOTE-ABIERTO
              DISPLAY 'CIERRE RECAGR SIN CABECERA, REGISTRO '
                      WS-LEIDOS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           IF AGR-CTL-CANT-DETALLE IS NOT NUMERIC
              OR AGR-CTL-TOTAL IS NOT NUMERIC
              OR AGR-CTL-CANT-DETALLE NOT = WS-DETALLES-LOTE
              OR AGR-CTL-TOTAL NOT = WS-TOTAL-LOTE
                DISPLAY 'CIERRE RECAGR ' WS-AGREGADOR-LOTE ': '
                        AGR-CTL-CANT-DETALLE ' / ' AGR-CTL-TOTAL
                DISPLAY 'LEIDOS DEL LOTE: ' WS-DETALLES-LOTE
                        ' / ' WS-TOTAL-LOTE
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF
           SET NO-LOTE-ABIERTO TO TRUE.

      ******************************************************************
      *                  023-PROCESAR-DETALLE                          *
      *   LA TRANSACCION DEL AGREGADOR ES LA LLAVE DE IDEMPOTENCIA:    *
      *   SI YA ESTA EN PRDTWREF, EL PAGO YA SE PROCESO EN OTRA        *
      *   TRANSMISION                                                  *
      ******************************************************************
       023-PROCESAR-DETALLE.
           MOVE WS-AGREGADOR-LOTE   TO REF-BANCO
           MOVE AGR-DET-TRANSACCION TO REF-REFERENCIA

           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-CONT-EXISTE
               FROM   PRDTWREF
               WHERE  REF_BANCO      = :REF-BANCO
               AND    REF_REFERENCIA = :REF-REFERENCIA
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE NOT EQUAL ZEROS
                   DISPLAY 'ERROR SELECT PRDTWREF SQLCODE ' SQLCODE
                   SET SI-ERROR-PROCESO TO TRUE
              WHEN WS-CONT-EXISTE > ZEROS
                   ADD 1 TO WS-DUPLICADOS
              WHEN AGR-DET-VALOR IS NOT NUMERIC
                   DISPLAY 'VALOR NO NUMERICO EN TRANSACCION '
                           AGR-DET-TRANSACCION
                   SET SI-ERROR-PROCESO TO TRUE
              WHEN OTHER
                   PERFORM 025-RESOLVER-DESTINO
                   EVALUATE TRUE
                      WHEN DESTINO-VALIDO
                           PERFORM 024-POSTEAR-PAGO
                      WHEN DESTINO-SUSPENSO
                           PERFORM 026-PASAR-A-SUSPENSO
                   END-EVALUATE
           END-EVALUATE.

      *    EL PAGO SE POSTEA POR EL CAMINO DE SIEMPRE: TRANSACCION DE
      *    ALTA QUE PE3C0029 LE ENTREGA A PE3C0022, CON LA FECHA
      *    PROGRAMADA QUE IDENTIFICA LA REFERENCIA
       024-POSTEAR-PAGO.
           INITIALIZE REG-TRANSAC
           SET TRX-OP-ALTA          TO TRUE
           MOVE RPG0-CLIENTE        TO TRX-CLIENTE
           MOVE RPG0-CONTRATO       TO TRX-CONTRATO
           MOVE RPG0-FECHA          TO TRX-FECHA-MOV
           MOVE AGR-DET-VALOR       TO TRX-VALOR
           MOVE AGR-DET-VALOR       TO TRX-VALOR-NUM
           MOVE 'N'                 TO TRX-TIPO-MOV
           MOVE 'COP'               TO TRX-MONEDA
           MOVE 'PE3C0105'          TO TRX-ORIGEN
           WRITE REG-TRANSAC
           IF WS-ESTADO-TRX NOT = '00'
              DISPLAY 'ERROR WRITE ARCHIVO TRANSAC ' WS-ESTADO-TRX
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-POSTEADOS
           MOVE 'P' TO REF-RESULTADO
           PERFORM 027-REGISTRAR-REFERENCIA.

      ******************************************************************
      *                  025-RESOLVER-DESTINO                          *
      *   LA REFERENCIA SE VALIDA (DIGITO DE VERIFICACION) Y SE        *
      *   RESUELVE CON PE3C0104. ERRADA, INEXISTENTE O NO NUMERICA VA  *
      *   A SUSPENSO 'RF'; SI SU CONTRATO NO ESTA EN PRDTWCON O NO     *
      *   ESTA ACTIVO/DORMANTE/CASTIGADO, A SUSPENSO '56'. UN ERROR    *
      *   DE SQL NO REGISTRA LA TRANSACCION, PARA QUE EL REPROCESO LA  *
      *   TOME                                                         *
      ******************************************************************
       025-RESOLVER-DESTINO.
           SET DESTINO-VALIDO TO TRUE
           INITIALIZE CAI-PE9CRPG0
           SET RPG0-OP-RESOLVER     TO TRUE
           MOVE AGR-DET-REF-PAGO    TO RPG0-REFERENCIA

           CALL 'PE3C0104' USING CAI-PE9CRPG0

           EVALUATE RPG0-COD-RET
              WHEN '00'
                   PERFORM 0251-VALIDAR-CONTRATO
              WHEN '10'
              WHEN '35'
              WHEN '45'
                   SET DESTINO-SUSPENSO TO TRUE
                   MOVE 'RF'            TO SUS-MOTIVO
                   MOVE SPACES          TO RPG0-CLIENTE RPG0-CONTRATO
              WHEN OTHER
                   DISPLAY 'ERROR PE3C0104 ' RPG0-COD-RET ' '
                           RPG0-ERROR1 ' ' RPG0-MAS-SQLCODE
                           ' TRANSACCION ' AGR-DET-TRANSACCION
                   SET DESTINO-ERROR    TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

       0251-VALIDAR-CONTRATO.
           MOVE RPG0-CONTRATO TO CON-CONTRATO
           EXEC SQL
               SELECT CON_ESTADO
               INTO  :CON-ESTADO
               FROM  PRDTWCON
               WHERE CON_CONTRATO = :CON-CONTRATO
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = +100
                   SET DESTINO-SUSPENSO TO TRUE
                   MOVE '56'            TO SUS-MOTIVO
              WHEN SQLCODE NOT = ZEROS
                   DISPLAY 'ERROR SELECT PRDTWCON SQLCODE ' SQLCODE
                           ' TRANSACCION ' AGR-DET-TRANSACCION
                   SET DESTINO-ERROR    TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
              WHEN NOT CON-EST-ACTIVO AND NOT CON-EST-DORMANTE
               AND NOT CON-EST-CASTIGADO
                   SET DESTINO-SUSPENSO TO TRUE
                   MOVE '56'            TO SUS-MOTIVO
           END-EVALUATE.

      *    EL PAGO QUEDA PENDIENTE EN SUSPENSO CON LA REFERENCIA QUE
      *    TRAJO; SU TRANSACCION SE REGISTRA COMO LAS DEMAS, ASI UNA
      *    RETRANSMISION NO LO DUPLICA EN SUSPENSO
       026-PASAR-A-SUSPENSO.
           MOVE WS-AGREGADOR-LOTE   TO SUS-BANCO
           MOVE AGR-DET-TRANSACCION TO SUS-REFERENCIA
           MOVE RPG0-CLIENTE        TO SUS-CLIENTE
           MOVE RPG0-CONTRATO       TO SUS-CONTRATO
           MOVE AGR-DET-FECHA-PAGO  TO SUS-FECHA-COBRO
           MOVE AGR-DET-VALOR       TO SUS-VALOR
           MOVE FPR0-FECHA-PROCESO  TO SUS-FECHA-RECIBIDO
           MOVE AGR-DET-REF-PAGO    TO SUS-REF-PAGO

           EXEC SQL
               INSERT INTO PRDTWSUS
                   (SUS_BANCO, SUS_REFERENCIA, SUS_CLIENTE,
                    SUS_CONTRATO, SUS_FECHA_COBRO, SUS_VALOR,
                    SUS_FECHA_RECIBIDO, SUS_MOTIVO, SUS_ESTADO,
                    SUS_CLIENTE_APL, SUS_CONTRATO_APL, SUS_USUARIO,
                    SUS_FECHA_RESOL, SUS_REF_PAGO)
               VALUES
                   (:SUS-BANCO, :SUS-REFERENCIA, :SUS-CLIENTE,
                    :SUS-CONTRATO, :SUS-FECHA-COBRO, :SUS-VALOR,
                    :SUS-FECHA-RECIBIDO, :SUS-MOTIVO, 'P',
                    ' ', ' ', ' ', ' ', :SUS-REF-PAGO)
           END-EXEC

           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR INSERT PRDTWSUS SQLCODE ' SQLCODE
                      ' TRANSACCION ' AGR-DET-TRANSACCION
              SET SI-ERROR-PROCESO TO TRUE
           ELSE
              ADD 1 TO WS-SUSPENSO
              MOVE 'S' TO REF-RESULTADO
              PERFORM 027-REGISTRAR-REFERENCIA
           END-IF.

      *    LA TRANSACCION QUEDA REGISTRADA CON SU RESULTADO, LA FECHA
      *    DEL PAGO Y EL VALOR, COMO LAS REFERENCIAS DEL BANCO
       027-REGISTRAR-REFERENCIA.
           MOVE RPG0-CLIENTE        TO REF-CLIENTE
           MOVE RPG0-CONTRATO       TO REF-CONTRATO
           MOVE AGR-DET-FECHA-PAGO  TO REF-FECHA-COBRO
           MOVE AGR-DET-VALOR       TO REF-VALOR

           EXEC SQL
               INSERT INTO PRDTWREF
                   (REF_BANCO, REF_REFERENCIA, REF_FECHA_PROCESO,
                    REF_CLIENTE, REF_CONTRATO, REF_FECHA_COBRO,
                    REF_VALOR, REF_RESULTADO, REF_FECHA_CONCIL)
               VALUES
                   (:REF-BANCO, :REF-REFERENCIA, :REF-FECHA-PROCESO,
                    :REF-CLIENTE, :REF-CONTRATO, :REF-FECHA-COBRO,
                    :REF-VALOR, :REF-RESULTADO, ' ')
           END-EXEC

           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR INSERT PRDTWREF SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO TO TRUE
           END-IF.

      ******************************************************************
      *                        03-FINAL                                *
      ******************************************************************
       03-FINAL.
           IF WS-LOTES = ZEROS
              DISPLAY 'RECAGR SIN CABECERA DE CONTROL'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           IF SI-LOTE-ABIERTO
              DISPLAY 'LOTE DE ' WS-AGREGADOR-LOTE
                      ' SIN REGISTRO DE CIERRE EN RECAGR'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-LEIDOS      TO RES-LEIDOS
           MOVE WS-LOTES       TO RES-LOTES
           MOVE WS-POSTEADOS   TO RES-POSTEADOS
           MOVE WS-DUPLICADOS  TO RES-DUPLICADOS
           MOVE WS-SUSPENSO    TO RES-SUSPENSO
           DISPLAY WS-RESUMEN

           CLOSE RECAGR TRANSAC

           EVALUATE TRUE
              WHEN SI-ERROR-PROCESO
                   MOVE 8 TO RETURN-CODE
              WHEN WS-DUPLICADOS > ZEROS OR WS-SUSPENSO > ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.
