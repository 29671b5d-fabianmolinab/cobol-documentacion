       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0138.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           CONFIRMACIONES NOCTURNAS DE PAGO RECIBIDO: POR CADA
      *           MOVIMIENTO 'N' QUE LA APLICACION DE PAGOS (PE3C0098)
      *           APLICO EN LA FECHA DE NEGOCIO DEJA UN AVISO EN EL
      *           ARCHIVO NOTIFICA PARA LA PLATAFORMA DE MENSAJERIA,
      *           CON EL VALOR, LA FECHA, EL CONTRATO Y LA PROXIMA
      *           FECHA PROGRAMADA QUE QUEDA ABIERTA, POR EL CANAL
      *           PREFERIDO DEL CLIENTE (CLI_CANAL DE PRDTWCLI). CADA
      *           CONFIRMACION QUEDA EN PRDTWCNF; UN REVERSO 'R' QUE
      *           ANULA UN PAGO YA CONFIRMADO (MISMO CLIENTE/CONTRATO
      *           Y MISMO VALOR ABSOLUTO, EL MAS RECIENTE) SALE COMO
      *           AVISO DE REVERSO APARTE. LOS RECORDATORIOS PREVIOS
      *           (PE3C0074) Y LAS CARTAS DE COBRO (PE3C0075) YA
      *           EXISTIAN; FALTABA DECIRLE AL CLIENTE QUE SU PAGO
      *           LLEGO, Y LLAMABA A LA SUCURSAL A PREGUNTAR.
      *           CORRE DESPUES DE LAS RESPUESTAS DEL BANCO (PE3C0073),
      *           DE LA APLICACION DE TRANSACCIONES (PE3C0029) Y DE LA
      *           APLICACION DE PAGOS (PE3C0098); ESAS PRECEDENCIAS
      *           SE CARGAN EN PRDTWDEP Y LAS HACE CUMPLIR PE3C0087.
      *           LOS CLIENTES SIN FILA EN LA MAESTRA SALEN AL LISTADO
      *           PARA QUE LA SUCURSAL LOS COMPLETE (RC 4)
      *                         ============                           *
      ******************************************************************

       AUTHOR.          FABIAN ANDRES MOLINA BERMUDEZ.
       DATE-WRITTEN.    15/OCT/2026.
       DATE-COMPILED.
      ******************************************************************
      *                    MODIFICACIONES                              *
      ******************************************************************
      *   15/OCT/2026  FAMB  PROGRAMA NUEVO                            *
      *   15/OCT/2026  FAMB  CANAL DE ENVIO SEGUN LOS REBOTES          *
      *                      (PE3C0140): DATO INVALIDADO CAE AL OTRO   *
      *                      CANAL O A LA LISTA DE LLAMADAS DE LA      *
      *                      SUCURSAL EN EL LISTADO                    *
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
      *****************EXTRACTO PARA LA PLATAFORMA DE MENSAJES*********
           SELECT NOTIFICA  ASSIGN TO NOTIFICA
                            FILE STATUS IS WS-ESTADO-NOT.
      *****************ARCHIVO DE SALIDA DEL REPORTE*******************
           SELECT SALIDA    ASSIGN TO SALIDA
                            FILE STATUS IS WS-ESTADO.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *    LOS DATOS DE CONTACTO VAN EN LAS MISMAS POSICIONES QUE EN
      *    EL RECORDATORIO DE PE3C0074, PARA QUE LA PLATAFORMA LOS
      *    DIRECCIONE IGUAL; EL RESTO ES PROPIO DEL AVISO DE PAGO
       FD  NOTIFICA
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-NOTIFICA.
           05 NOT-CLIENTE                       PIC X(8).
           05 NOT-NOMBRE                        PIC X(40).
           05 NOT-CANAL                         PIC X(1).
           05 NOT-TELEFONO                      PIC X(15).
           05 NOT-EMAIL                         PIC X(40).
      *    'C' CONFIRMACION DE PAGO, 'R' REVERSO DE UN PAGO CONFIRMADO
           05 NOT-TIPO-AVISO                    PIC X(1).
             88 NOT-AVISO-CONFIRMACION              VALUE 'C'.
             88 NOT-AVISO-REVERSO                   VALUE 'R'.
           05 NOT-CONTRATO                      PIC X(18).
           05 NOT-PRODUCTO                      PIC X(2).
      *    EL PAGO: EN UN REVERSO, EL PAGO ORIGINAL QUE SE ANULA
           05 NOT-ID-MOV                        PIC 9(13).
           05 NOT-FECHA-PAGO                    PIC X(10).
           05 NOT-VALOR                         PIC S9(9)V99
                                                 SIGN LEADING SEPARATE.
           05 NOT-MONEDA                        PIC X(3).
      *    SOLO EN UN REVERSO: EL MOVIMIENTO 'R' Y SU FECHA
           05 NOT-ID-MOV-REVERSO                PIC 9(13).
           05 NOT-FECHA-REVERSO                 PIC X(10).
      *    PROXIMA FECHA PROGRAMADA ABIERTA DEL CLIENTE/PRODUCTO Y LO
      *    QUE FALTA POR PAGAR EN ELLA; EN BLANCO Y CERO SI YA NO
      *    QUEDAN FECHAS ABIERTAS
           05 NOT-PROXIMA-FECHA                 PIC X(10).
           05 NOT-PROXIMO-VALOR                 PIC S9(9)V99
                                                 SIGN LEADING SEPARATE.

       FD  SALIDA
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-SALIDA             PIC X(100).
      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                VARIABLES DE CODIGOS DE RETORNO                 *
      ******************************************************************
       01 WS-ESTADO                      PIC XX    VALUE '00'.
       01 WS-ESTADO-NOT                  PIC XX    VALUE '00'.
      ******************************************************************
      *                           SWITCHES                             *
      ******************************************************************
       01 SWITCHES.
           05 SW-FIN-CURSOR-1        PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR-1                  VALUE 'S'.
             88 NO-FIN-CURSOR-1                  VALUE 'N'.
           05 SW-HAY-CONTACTO        PIC X       VALUE 'N'.
             88 SI-HAY-CONTACTO                  VALUE 'S'.
             88 NO-HAY-CONTACTO                  VALUE 'N'.
           05 SW-HAY-ORIGINAL        PIC X       VALUE 'N'.
             88 SI-HAY-ORIGINAL                  VALUE 'S'.
             88 NO-HAY-ORIGINAL                  VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-MOV-LEIDOS               PIC 9(09) VALUE ZEROS.
          05 WS-CONFIRMACIONES           PIC 9(09) VALUE ZEROS.
          05 WS-REVERSOS                 PIC 9(09) VALUE ZEROS.
          05 WS-YA-AVISADOS              PIC 9(09) VALUE ZEROS.
          05 WS-REV-SIN-CONFIRMAR        PIC 9(09) VALUE ZEROS.
          05 WS-SIN-CONTACTO             PIC 9(09) VALUE ZEROS.
          05 WS-CANAL-ALTERNO            PIC 9(09) VALUE ZEROS.
          05 WS-PARA-LLAMAR              PIC 9(09) VALUE ZEROS.
          05 WS-CANT-AVISADO             PIC S9(9) COMP VALUE ZEROS.
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 PRDTW02.
           05 W02-ID-MOV                        PIC S9(13) COMP-3.
           05 W02-CLIENTE                       PIC X(8).
           05 W02-CONTRATO                      PIC X(18).
           05 W02-FECHA-MOV                     PIC X(10).
           05 W02-VALOR-NUM                     PIC S9(9)V99 COMP-3.
           05 W02-TIPO-MOV                      PIC X(1).
             88 W02-TIPO-NORMAL                     VALUE 'N'.
           05 W02-MONEDA                        PIC X(3).

       01 PRDTW03.
           05 W03-PRODUCTO                      PIC XX.
           05 W03-FECHA                         PIC X(10).
           05 W03-PENDIENTE                     PIC S9(9)V99 COMP-3.

       01 PRDTW-CLI.
           05 CLI-CODIGO                 PIC X(8).
           05 CLI-NOMBRE                 PIC X(40).
           05 CLI-TELEFONO               PIC X(15).
           05 CLI-EMAIL                  PIC X(40).
           05 CLI-CANAL                  PIC X(1).

       01 PRDTW-CNF.
           05 CNF-ID-MOV                 PIC S9(13) COMP-3.
           05 CNF-CLIENTE                PIC X(8).
           05 CNF-CONTRATO               PIC X(18).
           05 CNF-FECHA-MOV              PIC X(10).
           05 CNF-VALOR                  PIC S9(9)V99 COMP-3.
           05 CNF-MONEDA                 PIC X(3).
           05 CNF-CANAL                  PIC X(1).
           05 CNF-FECHA-PROCESO          PIC X(10).
           05 CNF-ID-REVERSO             PIC S9(13) COMP-3.

       01 WS-DETALLE.
          05 DET-TIPO                  PIC X(12).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-ID-MOV                PIC Z(12)9.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-CLIENTE               PIC X(8).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-CONTRATO              PIC X(18).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-VALOR                 PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-CANAL                 PIC X(1).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-PROXIMA               PIC X(10).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-TELEFONO              PIC X(15).

       01 WS-TITULO1.
          05 FILLER             PIC X(32) VALUE
                                 'CONFIRMACIONES DE PAGO DEL DIA '.
          05 TIT-FECHA          PIC X(10).
       01 WS-TITULO2.
          05 FILLER             PIC X(13) VALUE 'AVISO'.
          05 FILLER             PIC X(14) VALUE 'ID MOVIMIENTO'.
          05 FILLER             PIC X(28) VALUE 'CLIENTE  CONTRATO'.
          05 FILLER             PIC X(16) VALUE '           VALOR'.
          05 FILLER             PIC X(13) VALUE ' C PROXIMA'.
          05 FILLER             PIC X(8)  VALUE 'TELEFONO'.

       01 WS-RESUMEN.
          05 CTE-RESUMEN              PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(6)  VALUE 'MOV ='.
          05 RES-MOV-LEIDOS            PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(16) VALUE
                                       ' CONFIRMACIONES='.
          05 RES-CONFIRMACIONES        PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(10) VALUE ' REVERSOS='.
          05 RES-REVERSOS              PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(14) VALUE ' SIN CONTACTO='.
          05 RES-SIN-CONTACTO          PIC ZZZZZZZZ9.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE FECHA DE PROCESO PE3C0060 Y DE LA   *
      *   RUTINA DE PRECEDENCIAS PE3C0087                              *
      ******************************************************************
       COPY PE3CFPRO.

       COPY PE3CODEP.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE CANAL DE CONTACTO PE3C0140          *
      ******************************************************************
       COPY PE3COVCT.

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
               INCLUDE PETCOAPL
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCLI
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCNF
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: MOVIMIENTOS 'N'/'R' QUE PE3C0098 APLICO EN   **
      ******   LA FECHA DE NEGOCIO, EN ORDEN DE IDENTIFICADOR (UN     **
      ******   PAGO Y SU REVERSO DE LA MISMA NOCHE SALEN EN ORDEN)    **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT M.W02_ID_MOV, M.W02_CLIENTE, M.W02_CONTRATO,
                      M.W02_FECHA_MOV, M.W02_VALOR_NUM,
                      M.W02_TIPO_MOV, M.W02_MONEDA
               FROM PRDTW02 M
               WHERE M.W02_TIPO_MOV IN ('N', 'R')
               AND   M.W02_ID_MOV   > 0
               AND   EXISTS
                   (SELECT 1 FROM PRDTWAPL A
                    WHERE A.APL_ID_MOV        = M.W02_ID_MOV
                    AND   A.APL_FECHA_PROCESO = :CNF-FECHA-PROCESO)
               ORDER BY M.W02_ID_MOV
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 01-INICIO
           PERFORM 02-PROCESO UNTIL SI-FIN-CURSOR-1
           PERFORM 03-FINAL.
      ******************************************************************
      *                          01-INICIO                             *
      ******************************************************************
       01-INICIO.
           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO TO CNF-FECHA-PROCESO

           PERFORM 010-VALIDAR-PRECEDENCIA

           OPEN OUTPUT NOTIFICA
           IF WS-ESTADO-NOT NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ARCHIVO NOTIFICA ' WS-ESTADO-NOT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT SALIDA
           IF WS-ESTADO NOT = '00' AND NOT = '97'
              CLOSE NOTIFICA
              DISPLAY 'ERROR ABRIENDO ARCHIVO SALIDA   ' WS-ESTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE CNF-FECHA-PROCESO TO TIT-FECHA
           MOVE WS-TITULO1 TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO2 TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           EXEC SQL
               OPEN CURSOR_1
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_1 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 021-FETCH-CURSOR-1.

      ******************************************************************
      *                 010-VALIDAR-PRECEDENCIA                        *
      *   SIN LAS APLICACIONES DE LA NOCHE TERMINADAS SE CONFIRMARIA   *
      *   UNA PARTE DE LOS PAGOS Y EL RESTO MANANA: NO SE ARRANCA      *
      *   MIENTRAS UN PREREQUISITO DE PRDTWDEP NO ESTE TERMINADO O EL  *
      *   OPERADOR LO TENGA RETENIDO                                   *
      ******************************************************************
       010-VALIDAR-PRECEDENCIA.
           INITIALIZE CAI-PE9CDEP0
           MOVE 'PE3C0138'         TO DEP0-PROGRAMA
           MOVE FPR0-FECHA-PROCESO TO DEP0-FECHA-PROCESO

           CALL 'PE3C0087' USING CAI-PE9CDEP0

           EVALUATE DEP0-COD-RET
              WHEN '00'
                   CONTINUE
              WHEN '64'
                   DISPLAY 'PROGRAMA RETENIDO POR OPERADOR PARA '
                           DEP0-FECHA-PROCESO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
              WHEN OTHER
                   DISPLAY 'PREREQUISITO PENDIENTE: ' DEP0-PREREQUISITO
                           ' ESTADO ' DEP0-ESTADO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       021-FETCH-CURSOR-1.
           EXEC SQL
               FETCH CURSOR_1
               INTO :W02-ID-MOV, :W02-CLIENTE, :W02-CONTRATO,
                    :W02-FECHA-MOV, :W02-VALOR-NUM, :W02-TIPO-MOV,
                    :W02-MONEDA
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   ADD 1 TO WS-MOV-LEIDOS
              WHEN +100
                   SET SI-FIN-CURSOR-1 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_1 SQLCODE ' SQLCODE
                   PERFORM 09-ABORTAR-CONFIRMACION
           END-EVALUATE.

      ******************************************************************
      *                        02-PROCESO                              *
      *   EL PRODUCTO VIAJA EN LAS POSICIONES 9-10 DEL CONTRATO        *
      *   (BANCO/OFICINA/PRODUCTO/CONSECUTIVO)                         *
      ******************************************************************
       02-PROCESO.
           MOVE W02-CONTRATO(9:2) TO W03-PRODUCTO

           IF W02-TIPO-NORMAL
              PERFORM 022-CONFIRMAR-PAGO
           ELSE
              PERFORM 025-AVISAR-REVERSO
           END-IF

           PERFORM 021-FETCH-CURSOR-1.

      ******************************************************************
      *                   022-CONFIRMAR-PAGO                           *
      *   UN PAGO YA CONFIRMADO (RE-CORRIDA DE LA MISMA NOCHE) NO SE   *
      *   VUELVE A AVISAR: LA FILA DE PRDTWCNF ES LA MARCA             *
      ******************************************************************
       022-CONFIRMAR-PAGO.
           MOVE W02-ID-MOV TO CNF-ID-MOV
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-AVISADO
               FROM  PRDTWCNF
               WHERE CNF_ID_MOV = :CNF-ID-MOV
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR SELECT PRDTWCNF SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-CONFIRMACION
           END-IF

           IF WS-CANT-AVISADO > ZEROS
              ADD 1 TO WS-YA-AVISADOS
           ELSE
              PERFORM 030-BUSCAR-CONTACTO
              IF SI-HAY-CONTACTO
                 PERFORM 031-BUSCAR-PROXIMA-FECHA
                 PERFORM 023-REGISTRAR-CONFIRMACION
                 MOVE W02-VALOR-NUM  TO DET-VALOR
                 IF VCT0-ENVIO-LLAMADA
                    ADD 1 TO WS-PARA-LLAMAR
                    MOVE 'LLAMAR PAGO'  TO DET-TIPO
                    MOVE CLI-TELEFONO   TO DET-TELEFONO
                 ELSE
                    INITIALIZE REG-NOTIFICA
                    SET NOT-AVISO-CONFIRMACION TO TRUE
                    MOVE W02-ID-MOV      TO NOT-ID-MOV
                    MOVE W02-FECHA-MOV   TO NOT-FECHA-PAGO
                    MOVE W02-VALOR-NUM   TO NOT-VALOR
                    MOVE W02-MONEDA      TO NOT-MONEDA
                    PERFORM 032-GRABAR-NOTIFICACION
                    ADD 1 TO WS-CONFIRMACIONES
                    MOVE 'CONFIRMACION' TO DET-TIPO
                 END-IF
                 PERFORM 033-ESCRIBIR-DETALLE
              END-IF
           END-IF.

       023-REGISTRAR-CONFIRMACION.
           MOVE W02-ID-MOV         TO CNF-ID-MOV
           MOVE W02-CLIENTE        TO CNF-CLIENTE
           MOVE W02-CONTRATO       TO CNF-CONTRATO
           MOVE W02-FECHA-MOV      TO CNF-FECHA-MOV
           MOVE W02-VALOR-NUM      TO CNF-VALOR
           MOVE W02-MONEDA         TO CNF-MONEDA
           MOVE VCT0-CANAL-ENVIO   TO CNF-CANAL
           EXEC SQL
               INSERT INTO PRDTWCNF
                     (CNF_ID_MOV, CNF_CLIENTE, CNF_CONTRATO,
                      CNF_FECHA_MOV, CNF_VALOR, CNF_MONEDA,
                      CNF_CANAL, CNF_FECHA_PROCESO, CNF_ESTADO)
               VALUES (:CNF-ID-MOV, :CNF-CLIENTE, :CNF-CONTRATO,
                       :CNF-FECHA-MOV, :CNF-VALOR, :CNF-MONEDA,
                       :CNF-CANAL, :CNF-FECHA-PROCESO, 'C')
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR INSERT PRDTWCNF SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-CONFIRMACION
           END-IF.

      ******************************************************************
      *                   025-AVISAR-REVERSO                           *
      *   EL REVERSO ANULA EL PAGO CONFIRMADO MAS RECIENTE DEL MISMO   *
      *   CLIENTE/CONTRATO POR EL MISMO VALOR ABSOLUTO. UN REVERSO     *
      *   PARCIAL, O DE UN PAGO QUE NUNCA SE CONFIRMO, NO SE AVISA     *
      ******************************************************************
       025-AVISAR-REVERSO.
           MOVE W02-ID-MOV TO CNF-ID-REVERSO
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-AVISADO
               FROM  PRDTWCNF
               WHERE CNF_ID_REVERSO = :CNF-ID-REVERSO
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR SELECT PRDTWCNF SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-CONFIRMACION
           END-IF

           IF WS-CANT-AVISADO > ZEROS
              ADD 1 TO WS-YA-AVISADOS
           ELSE
              PERFORM 026-BUSCAR-CONFIRMADO
              IF SI-HAY-ORIGINAL
                 PERFORM 030-BUSCAR-CONTACTO
                 PERFORM 027-MARCAR-REVERSADO
                 IF SI-HAY-CONTACTO
                    PERFORM 031-BUSCAR-PROXIMA-FECHA
                    MOVE CNF-VALOR      TO DET-VALOR
                    IF VCT0-ENVIO-LLAMADA
                       ADD 1 TO WS-PARA-LLAMAR
                       MOVE 'LLAMAR REV.'  TO DET-TIPO
                       MOVE CLI-TELEFONO   TO DET-TELEFONO
                    ELSE
                       INITIALIZE REG-NOTIFICA
                       SET NOT-AVISO-REVERSO TO TRUE
                       MOVE CNF-ID-MOV     TO NOT-ID-MOV
                       MOVE CNF-FECHA-MOV  TO NOT-FECHA-PAGO
                       MOVE CNF-VALOR      TO NOT-VALOR
                       MOVE CNF-MONEDA     TO NOT-MONEDA
                       MOVE W02-ID-MOV     TO NOT-ID-MOV-REVERSO
                       MOVE W02-FECHA-MOV  TO NOT-FECHA-REVERSO
                       PERFORM 032-GRABAR-NOTIFICACION
                       ADD 1 TO WS-REVERSOS
                       MOVE 'REVERSO'      TO DET-TIPO
                    END-IF
                    PERFORM 033-ESCRIBIR-DETALLE
                 END-IF
              ELSE
                 ADD 1 TO WS-REV-SIN-CONFIRMAR
              END-IF
           END-IF.

       026-BUSCAR-CONFIRMADO.
           SET NO-HAY-ORIGINAL TO TRUE
           MOVE W02-CLIENTE    TO CNF-CLIENTE
           MOVE W02-CONTRATO   TO CNF-CONTRATO
           MOVE W02-VALOR-NUM  TO CNF-VALOR
           IF CNF-VALOR < ZEROS
              COMPUTE CNF-VALOR = ZEROS - CNF-VALOR
           END-IF
           EXEC SQL
               SELECT CNF_ID_MOV, CNF_FECHA_MOV, CNF_MONEDA
               INTO  :CNF-ID-MOV, :CNF-FECHA-MOV, :CNF-MONEDA
               FROM  PRDTWCNF
               WHERE CNF_CLIENTE  = :CNF-CLIENTE
               AND   CNF_CONTRATO = :CNF-CONTRATO
               AND   CNF_VALOR    = :CNF-VALOR
               AND   CNF_ESTADO   = 'C'
               ORDER BY CNF_ID_MOV DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   SET SI-HAY-ORIGINAL TO TRUE
              WHEN +100
                   CONTINUE
              WHEN OTHER
                   DISPLAY 'ERROR SELECT PRDTWCNF SQLCODE ' SQLCODE
                   PERFORM 09-ABORTAR-CONFIRMACION
           END-EVALUATE.

      *    EL PAGO QUEDA REVERSADO AUNQUE EL CLIENTE YA NO TENGA
      *    CONTACTO: UN SEGUNDO REVERSO NO DEBE VOLVER A CASARSE CON EL
       027-MARCAR-REVERSADO.
           EXEC SQL
               UPDATE PRDTWCNF
               SET   CNF_ESTADO        = 'R',
                     CNF_ID_REVERSO    = :CNF-ID-REVERSO,
                     CNF_FECHA_REVERSO = :W02-FECHA-MOV
               WHERE CNF_ID_MOV        = :CNF-ID-MOV
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR UPDATE PRDTWCNF SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-CONFIRMACION
           END-IF.

      ******************************************************************
      *                  030-BUSCAR-CONTACTO                           *
      *   SIN FILA EN LA MAESTRA NO HAY A QUIEN AVISAR: EL MOVIMIENTO  *
      *   SALE AL LISTADO PARA QUE LA SUCURSAL COMPLETE EL CONTACTO    *
      ******************************************************************
       030-BUSCAR-CONTACTO.
           SET NO-HAY-CONTACTO TO TRUE
           MOVE W02-CLIENTE TO CLI-CODIGO
           EXEC SQL
               SELECT CLI_NOMBRE, CLI_TELEFONO, CLI_EMAIL, CLI_CANAL
               INTO  :CLI-NOMBRE, :CLI-TELEFONO, :CLI-EMAIL,
                     :CLI-CANAL
               FROM  PRDTWCLI
               WHERE CLI_CODIGO = :CLI-CODIGO
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                   SET SI-HAY-CONTACTO TO TRUE
                   PERFORM 034-RESOLVER-CANAL
              WHEN +100
                   ADD 1 TO WS-SIN-CONTACTO
                   MOVE 'SIN CONTACTO' TO DET-TIPO
                   MOVE W02-VALOR-NUM  TO DET-VALOR
                   MOVE SPACES         TO VCT0-CANAL-ENVIO W03-FECHA
                   PERFORM 033-ESCRIBIR-DETALLE
              WHEN OTHER
                   DISPLAY 'ERROR SELECT PRDTWCLI SQLCODE ' SQLCODE
                   PERFORM 09-ABORTAR-CONFIRMACION
           END-EVALUATE.

      ******************************************************************
      *                031-BUSCAR-PROXIMA-FECHA                        *
      *   LA FECHA ACTIVA MAS VIEJA QUE SIGUE SIN CUBRIR DEL CLIENTE/  *
      *   PRODUCTO, YA CON LA APLICACION DE LA NOCHE, Y LO QUE LE      *
      *   FALTA (ESPERADO MENOS APLICADO)                              *
      ******************************************************************
       031-BUSCAR-PROXIMA-FECHA.
           EXEC SQL
               SELECT W03_FECHA,
                      W03_VALOR_ESPERADO - W03_VALOR_APLICADO
               INTO  :W03-FECHA, :W03-PENDIENTE
               FROM  PRDTW03
               WHERE W03_CLIENTE   = :W02-CLIENTE
               AND   W03_PRODUCTO  = :W03-PRODUCTO
               AND   W03_ESTADO    = 'A'
               AND   W03_COBERTURA <> 'T'
               ORDER BY W03_FECHA
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                   IF W03-PENDIENTE < ZEROS
                      MOVE ZEROS TO W03-PENDIENTE
                   END-IF
              WHEN +100
                   MOVE SPACES TO W03-FECHA
                   MOVE ZEROS  TO W03-PENDIENTE
              WHEN OTHER
                   DISPLAY 'ERROR SELECT PRDTW03 SQLCODE ' SQLCODE
                   PERFORM 09-ABORTAR-CONFIRMACION
           END-EVALUATE.

      *    LOS CAMPOS DEL PAGO LOS DEJA EL LLAMADOR; AQUI VAN EL
      *    CONTACTO, EL CONTRATO Y LA PROXIMA FECHA
       032-GRABAR-NOTIFICACION.
           MOVE W02-CLIENTE    TO NOT-CLIENTE
           MOVE CLI-NOMBRE     TO NOT-NOMBRE
           MOVE VCT0-CANAL-ENVIO TO NOT-CANAL
           MOVE CLI-TELEFONO   TO NOT-TELEFONO
           MOVE CLI-EMAIL      TO NOT-EMAIL
           MOVE W02-CONTRATO   TO NOT-CONTRATO
           MOVE W03-PRODUCTO   TO NOT-PRODUCTO
           MOVE W03-FECHA      TO NOT-PROXIMA-FECHA
           MOVE W03-PENDIENTE  TO NOT-PROXIMO-VALOR
           WRITE REG-NOTIFICA
           IF WS-ESTADO-NOT NOT = '00'
              DISPLAY 'ERROR WRITE ARCHIVO NOTIFICA ' WS-ESTADO-NOT
              PERFORM 09-ABORTAR-CONFIRMACION
           END-IF.

       033-ESCRIBIR-DETALLE.
           MOVE W02-ID-MOV         TO DET-ID-MOV
           MOVE W02-CLIENTE        TO DET-CLIENTE
           MOVE W02-CONTRATO       TO DET-CONTRATO
           MOVE VCT0-CANAL-ENVIO   TO DET-CANAL
           MOVE W03-FECHA          TO DET-PROXIMA
           MOVE WS-DETALLE         TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           INITIALIZE WS-DETALLE.

      ******************************************************************
      *                   034-RESOLVER-CANAL                           *
      *   EL CANAL PREFERIDO SE RESPETA MIENTRAS SU DATO NO HAYA SIDO  *
      *   INVALIDADO POR REBOTES; SI NINGUNO SIRVE EL AVISO QUEDA EN   *
      *   EL LISTADO PARA QUE LA SUCURSAL LLAME ('L' EN PRDTWCNF)      *
      ******************************************************************
       034-RESOLVER-CANAL.
           INITIALIZE CAI-PE9CVCT0
           MOVE W02-CLIENTE     TO VCT0-CLIENTE
           MOVE CLI-CANAL       TO VCT0-CANAL
           MOVE CLI-TELEFONO    TO VCT0-TELEFONO
           MOVE CLI-EMAIL       TO VCT0-EMAIL

           CALL 'PE3C0140' USING CAI-PE9CVCT0

           IF VCT0-COD-RET NOT = '00'
              DISPLAY 'ERROR PE3C0140 ' VCT0-COD-RET ' '
                      VCT0-ERROR1 ' ' VCT0-MAS-SQLCODE
              PERFORM 09-ABORTAR-CONFIRMACION
           END-IF

           IF VCT0-CANAL-ENVIO NOT = CLI-CANAL
              AND NOT VCT0-ENVIO-LLAMADA
                 ADD 1 TO WS-CANAL-ALTERNO
           END-IF.

      ******************************************************************
      *                 09-ABORTAR-CONFIRMACION                        *
      *   UNA FILA DE PRDTWCNF SIN SU AVISO EN NOTIFICA (O AL REVES)   *
      *   DEJARIA AL CLIENTE SIN CONFIRMACION PARA SIEMPRE: ANTE       *
      *   CUALQUIER ERROR SE REVERSA LA CORRIDA Y SE REPITE COMPLETA   *
      ******************************************************************
       09-ABORTAR-CONFIRMACION.
           DISPLAY 'SE REVERSAN LAS CONFIRMACIONES Y SE DETIENE'
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
           EXEC SQL
               CLOSE CURSOR_1
           END-EXEC

           MOVE WS-MOV-LEIDOS     TO RES-MOV-LEIDOS
           MOVE WS-CONFIRMACIONES TO RES-CONFIRMACIONES
           MOVE WS-REVERSOS       TO RES-REVERSOS
           MOVE WS-SIN-CONTACTO   TO RES-SIN-CONTACTO
           MOVE WS-RESUMEN        TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           DISPLAY 'MOVIMIENTOS APLICADOS    : ' WS-MOV-LEIDOS
           DISPLAY 'CONFIRMACIONES DE PAGO   : ' WS-CONFIRMACIONES
           DISPLAY 'AVISOS DE REVERSO        : ' WS-REVERSOS
           DISPLAY 'YA AVISADOS (RE-CORRIDA) : ' WS-YA-AVISADOS
           DISPLAY 'REVERSOS SIN CONFIRMADO  : ' WS-REV-SIN-CONFIRMAR
           DISPLAY 'CLIENTES SIN CONTACTO    : ' WS-SIN-CONTACTO
           DISPLAY 'POR EL OTRO CANAL        : ' WS-CANAL-ALTERNO
           DISPLAY 'PARA LLAMAR SUCURSAL     : ' WS-PARA-LLAMAR

           CLOSE NOTIFICA SALIDA

           IF WS-SIN-CONTACTO > ZEROS OR WS-PARA-LLAMAR > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
