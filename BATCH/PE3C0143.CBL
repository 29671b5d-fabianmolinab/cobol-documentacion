       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0143.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           ANONIMIZACION ANUAL DE CLIENTES (HABEAS DATA). BORRA
      *           DE PRDTWCLI EL NOMBRE, EL DOCUMENTO Y LOS DATOS DE
      *           CONTACTO DE LOS CLIENTES CON TODOS SUS CONTRATOS
      *           CERRADOS Y SIN MOVIMIENTO NI PAZ Y SALVO DENTRO DEL
      *           PERIODO DE RETENCION (CTE-ANOS-RETENCION ANOS ANTES
      *           DE LA FECHA DE NEGOCIO), Y SUS DATOS DE CONTACTO
      *           INVALIDADOS DE PRDTWVCT. EL CODIGO DEL CLIENTE SE
      *           CONSERVA PORQUE LOS MOVIMIENTOS Y LA CONTABILIDAD
      *           LO REFERENCIAN. NO SE TOCA AL CLIENTE CON UN EMBARGO
      *           ACTIVO (PRDTWEMB) O UN RECLAMO ABIERTO (PRDTWDIS):
      *           SALE AL LISTADO COMO RETENIDO. CADA CLIENTE
      *           ANONIMIZADO QUEDA EN LA BITACORA PRDTWANM
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
      *****************ARCHIVO DE SALIDA DEL REPORTE********************
           SELECT SALIDA    ASSIGN TO SALIDA
                            FILE STATUS IS WS-ESTADO.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
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
      ******************************************************************
      *                           SWITCHES                             *
      ******************************************************************
       01 SWITCHES.
           05 SW-FIN-CURSOR-1        PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR-1                  VALUE 'S'.
             88 NO-FIN-CURSOR-1                  VALUE 'N'.
           05 SW-ERROR-PROCESO       PIC X       VALUE 'N'.
             88 SI-ERROR-PROCESO                 VALUE 'S'.
             88 NO-ERROR-PROCESO                 VALUE 'N'.
      *    EL CLIENTE NO TIENE EMBARGO ACTIVO NI RECLAMO ABIERTO
           05 SW-CLIENTE-LIBRE       PIC X       VALUE 'S'.
             88 SI-CLIENTE-LIBRE                 VALUE 'S'.
             88 NO-CLIENTE-LIBRE                 VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-CANDIDATOS               PIC 9(09) VALUE ZEROS.
          05 WS-ANONIMIZADOS             PIC 9(09) VALUE ZEROS.
          05 WS-RETENIDOS                PIC 9(09) VALUE ZEROS.
          05 WS-CONTACTOS-BORRADOS       PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                          CONSTANTES                            *
      ******************************************************************
       01 WS-CONSTANTES.
      *    ANOS QUE SE CONSERVAN LOS DATOS DESPUES DE LA ULTIMA
      *    ACTIVIDAD DEL CLIENTE (LIBROS Y SOPORTES COMERCIALES)
          05 CTE-ANOS-RETENCION          PIC 9(02) VALUE 10.
      *    NOMBRE QUE QUEDA EN LA MAESTRA: MARCA AL CLIENTE YA
      *    ANONIMIZADO PARA LAS CORRIDAS SIGUIENTES
          05 CTE-NOMBRE-ANONIMO          PIC X(40) VALUE
                                         'CLIENTE ANONIMIZADO'.
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 WS-FECHA-PROCESO               PIC X(10) VALUE SPACES.

      *    CORTE DE RETENCION: LA FECHA DE NEGOCIO CON EL ANO MENOS
      *    CTE-ANOS-RETENCION
       01 WS-FECHA-LIMITE.
           05 LIM-ANO                    PIC 9(4).
           05 LIM-RESTO                  PIC X(6).

       01 WS-CONT-EXISTE                 PIC S9(9) COMP VALUE ZEROS.
       01 WS-CONTACTOS                   PIC S9(9) COMP VALUE ZEROS.

       01 PRDTW-CLI.
           05 CLI-CODIGO                 PIC X(8).
           05 CLI-NOMBRE                 PIC X(40).
      *    EL DOCUMENTO SE REEMPLAZA POR UNO UNICO POR CLIENTE
           05 CLI-DOCUMENTO.
              10 FILLER                  PIC X(4)  VALUE 'ANON'.
              10 CLI-DOCUMENTO-CODIGO    PIC X(8).
              10 FILLER                  PIC X(3)  VALUE SPACES.

       01 WS-CANDIDATO.
           05 CAN-CONTRATOS              PIC S9(9) COMP.
           05 CAN-ULTIMO-MOV             PIC X(10).
           05 CAN-ULTIMO-PYS             PIC X(10).
           05 CAN-ULTIMA-ACTIVIDAD       PIC X(10).

       01 PRDTW-ANM.
           05 ANM-CLIENTE                PIC X(8).
           05 ANM-ULTIMA-ACTIVIDAD       PIC X(10).
           05 ANM-FECHA-LIMITE           PIC X(10).
           05 ANM-CONTRATOS              PIC S9(5) COMP-3.
           05 ANM-CONTACTOS              PIC S9(5) COMP-3.
           05 ANM-FECHA-PROCESO          PIC X(10).

       01 WS-TITULO1.
          05 FILLER             PIC X(30) VALUE
                                 'ANONIMIZACION DE CLIENTES'.
          05 FILLER             PIC X(8)  VALUE ' FECHA: '.
          05 TIT-FECHA          PIC X(10).
          05 FILLER             PIC X(24) VALUE
                                 ' SIN ACTIVIDAD DESDE EL '.
          05 TIT-LIMITE         PIC X(10).
       01 WS-TITULO2.
          05 FILLER             PIC X(10) VALUE 'CLIENTE   '.
          05 FILLER             PIC X(11) VALUE 'CONTRATOS  '.
          05 FILLER             PIC X(12) VALUE 'ULT.ACTIVID.'.
          05 FILLER             PIC X(11) VALUE ' CONTACTOS '.
          05 FILLER             PIC X(9)  VALUE 'RESULTADO'.

       01 WS-DETALLE.
          05 DET-CLIENTE               PIC X(8).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DET-CONTRATOS             PIC ZZZZ9.
          05 FILLER                    PIC X(6) VALUE SPACES.
          05 DET-ULTIMA-ACTIVIDAD      PIC X(10).
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 DET-CONTACTOS             PIC ZZZZ9.
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DET-RESULTADO             PIC X(30).

       01 WS-RESUMEN.
          05 CTE-RESUMEN              PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(11) VALUE 'CANDIDATOS='.
          05 RES-CANDIDATOS            PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(14) VALUE ' ANONIMIZADOS='.
          05 RES-ANONIMIZADOS          PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(11) VALUE ' RETENIDOS='.
          05 RES-RETENIDOS             PIC ZZZZZZZZ9.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE FECHA DE PROCESO PE3C0060           *
      ******************************************************************
       COPY PE3CFPRO.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCLI
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCON
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOW02
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOPYS
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOEMB
           END-EXEC.

           EXEC SQL
               INCLUDE PETCODIS
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOVCT
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOANM
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: CLIENTES AUN NO ANONIMIZADOS CON CONTRATOS,  **
      ******   TODOS CERRADOS, Y SIN MOVIMIENTO NI PAZ Y SALVO DESDE  **
      ******   EL CORTE DE RETENCION                                  **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT C.CLI_CODIGO,
                      (SELECT COUNT(*) FROM PRDTWCON K
                       WHERE K.CON_CLIENTE = C.CLI_CODIGO),
                      VALUE((SELECT MAX(W.W02_FECHA_MOV) FROM PRDTW02 W
                             WHERE W.W02_CLIENTE = C.CLI_CODIGO), ' '),
                      VALUE((SELECT MAX(P.PYS_FECHA_CIERRE)
                             FROM PRDTWPYS P
                             WHERE P.PYS_CLIENTE = C.CLI_CODIGO), ' ')
               FROM PRDTWCLI C
               WHERE C.CLI_NOMBRE <> :CTE-NOMBRE-ANONIMO
               AND   EXISTS
                     (SELECT 1 FROM PRDTWCON K
                      WHERE K.CON_CLIENTE = C.CLI_CODIGO)
               AND   NOT EXISTS
                     (SELECT 1 FROM PRDTWCON K
                      WHERE K.CON_CLIENTE = C.CLI_CODIGO
                      AND   K.CON_ESTADO  <> 'C')
               AND   NOT EXISTS
                     (SELECT 1 FROM PRDTW02 W
                      WHERE W.W02_CLIENTE   = C.CLI_CODIGO
                      AND   W.W02_FECHA_MOV >= :WS-FECHA-LIMITE)
               AND   NOT EXISTS
                     (SELECT 1 FROM PRDTWPYS P
                      WHERE P.PYS_CLIENTE      = C.CLI_CODIGO
                      AND   P.PYS_FECHA_CIERRE >= :WS-FECHA-LIMITE)
               ORDER BY C.CLI_CODIGO
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
           MOVE FPR0-FECHA-PROCESO TO WS-FECHA-PROCESO TIT-FECHA
           PERFORM 011-CALCULAR-LIMITE

           OPEN OUTPUT SALIDA
           IF WS-ESTADO NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ARCHIVO SALIDA  ' WS-ESTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

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
      *                  011-CALCULAR-LIMITE                           *
      *   LA FECHA DE NEGOCIO SE VALIDA ANTES DE RESTARLE LOS ANOS: UN *
      *   CORTE MAL CALCULADO BORRARIA CLIENTES QUE NO TOCA            *
      ******************************************************************
       011-CALCULAR-LIMITE.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-LIMITE
           IF LIM-ANO IS NOT NUMERIC
              OR WS-FECHA-PROCESO(5:1) NOT = '-'
              OR WS-FECHA-PROCESO(8:1) NOT = '-'
              OR LIM-ANO NOT > CTE-ANOS-RETENCION
                DISPLAY 'FECHA DE PROCESO ILEGIBLE: ' WS-FECHA-PROCESO
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF
           SUBTRACT CTE-ANOS-RETENCION FROM LIM-ANO
           MOVE WS-FECHA-LIMITE  TO TIT-LIMITE ANM-FECHA-LIMITE
           DISPLAY 'CORTE DE RETENCION: ' WS-FECHA-LIMITE.

       021-FETCH-CURSOR-1.
           EXEC SQL
               FETCH CURSOR_1
               INTO :CLI-CODIGO, :CAN-CONTRATOS, :CAN-ULTIMO-MOV,
                    :CAN-ULTIMO-PYS
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   ADD 1 TO WS-CANDIDATOS
              WHEN +100
                   SET SI-FIN-CURSOR-1 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_1 SQLCODE ' SQLCODE
                   PERFORM 09-ABORTAR-ANONIMIZACION
           END-EVALUATE.

      ******************************************************************
      *                        02-PROCESO                              *
      ******************************************************************
       02-PROCESO.
           INITIALIZE WS-DETALLE
           MOVE CLI-CODIGO         TO DET-CLIENTE
           MOVE CAN-CONTRATOS      TO DET-CONTRATOS
           IF CAN-ULTIMO-PYS > CAN-ULTIMO-MOV
              MOVE CAN-ULTIMO-PYS  TO CAN-ULTIMA-ACTIVIDAD
           ELSE
              MOVE CAN-ULTIMO-MOV  TO CAN-ULTIMA-ACTIVIDAD
           END-IF
           MOVE CAN-ULTIMA-ACTIVIDAD TO DET-ULTIMA-ACTIVIDAD

           PERFORM 022-VALIDAR-RETENCIONES
           IF SI-CLIENTE-LIBRE
              PERFORM 023-ANONIMIZAR-CLIENTE
           ELSE
              ADD 1 TO WS-RETENIDOS
           END-IF

           MOVE WS-DETALLE TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           PERFORM 021-FETCH-CURSOR-1.

      ******************************************************************
      *                 022-VALIDAR-RETENCIONES                        *
      *   UN EMBARGO 'A' (AUN SIN FECHA EFECTIVA) O UN RECLAMO ABIERTO *
      *   OBLIGAN A CONSERVAR LOS DATOS; EL CLIENTE VUELVE A SER       *
      *   CANDIDATO EN LA CORRIDA DEL ANO SIGUIENTE                    *
      ******************************************************************
       022-VALIDAR-RETENCIONES.
           SET SI-CLIENTE-LIBRE TO TRUE
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-CONT-EXISTE
               FROM   PRDTWEMB
               WHERE  EMB_CLIENTE = :CLI-CODIGO
               AND    EMB_ESTADO  = 'A'
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE NOT = ZEROS
                   DISPLAY 'ERROR SELECT PRDTWEMB SQLCODE ' SQLCODE
                           ' CLIENTE ' CLI-CODIGO
                   SET NO-CLIENTE-LIBRE  TO TRUE
                   SET SI-ERROR-PROCESO  TO TRUE
                   MOVE 'ERROR DE LECTURA'  TO DET-RESULTADO
              WHEN WS-CONT-EXISTE > ZEROS
                   SET NO-CLIENTE-LIBRE  TO TRUE
                   MOVE 'RETENIDO: EMBARGO ACTIVO' TO DET-RESULTADO
           END-EVALUATE

           IF SI-CLIENTE-LIBRE
              EXEC SQL
                  SELECT COUNT(*)
                  INTO   :WS-CONT-EXISTE
                  FROM   PRDTWDIS
                  WHERE  DIS_CLIENTE = :CLI-CODIGO
                  AND    DIS_ESTADO  = 'A'
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE NOT = ZEROS
                      DISPLAY 'ERROR SELECT PRDTWDIS SQLCODE ' SQLCODE
                              ' CLIENTE ' CLI-CODIGO
                      SET NO-CLIENTE-LIBRE  TO TRUE
                      SET SI-ERROR-PROCESO  TO TRUE
                      MOVE 'ERROR DE LECTURA'  TO DET-RESULTADO
                 WHEN WS-CONT-EXISTE > ZEROS
                      SET NO-CLIENTE-LIBRE  TO TRUE
                      MOVE 'RETENIDO: RECLAMO ABIERTO' TO DET-RESULTADO
              END-EVALUATE
           END-IF.

      ******************************************************************
      *                 023-ANONIMIZAR-CLIENTE                         *
      *   MAESTRA, DATOS DE CONTACTO REBOTADOS Y BITACORA VAN EN LA    *
      *   MISMA UNIDAD DE TRABAJO; CUALQUIER FALLA REVERSA LA CORRIDA  *
      ******************************************************************
       023-ANONIMIZAR-CLIENTE.
           MOVE CTE-NOMBRE-ANONIMO TO CLI-NOMBRE
           MOVE CLI-CODIGO         TO CLI-DOCUMENTO-CODIGO
           EXEC SQL
               UPDATE PRDTWCLI
               SET    CLI_NOMBRE    = :CLI-NOMBRE,
                      CLI_DOCUMENTO = :CLI-DOCUMENTO,
                      CLI_DIRECCION = ' ',
                      CLI_TELEFONO  = ' ',
                      CLI_EMAIL     = ' '
               WHERE  CLI_CODIGO    = :CLI-CODIGO
           END-EXEC
           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR UPDATE PRDTWCLI SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-ANONIMIZACION
           END-IF

           MOVE ZEROS TO WS-CONTACTOS
           EXEC SQL
               DELETE FROM PRDTWVCT
               WHERE  VCT_CLIENTE = :CLI-CODIGO
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   MOVE SQLERRD (3) TO WS-CONTACTOS
              WHEN +100
                   CONTINUE
              WHEN OTHER
                   DISPLAY 'ERROR DELETE PRDTWVCT SQLCODE ' SQLCODE
                   PERFORM 09-ABORTAR-ANONIMIZACION
           END-EVALUATE

           PERFORM 024-REGISTRAR-BITACORA
           ADD 1            TO WS-ANONIMIZADOS
           ADD WS-CONTACTOS TO WS-CONTACTOS-BORRADOS
           MOVE WS-CONTACTOS TO DET-CONTACTOS
           MOVE 'ANONIMIZADO' TO DET-RESULTADO.

       024-REGISTRAR-BITACORA.
           MOVE CLI-CODIGO            TO ANM-CLIENTE
           MOVE CAN-ULTIMA-ACTIVIDAD  TO ANM-ULTIMA-ACTIVIDAD
           MOVE CAN-CONTRATOS         TO ANM-CONTRATOS
           MOVE WS-CONTACTOS          TO ANM-CONTACTOS
           MOVE WS-FECHA-PROCESO      TO ANM-FECHA-PROCESO
           EXEC SQL
               INSERT INTO PRDTWANM
                   (ANM_CLIENTE, ANM_ULTIMA_ACTIVIDAD,
                    ANM_FECHA_LIMITE, ANM_CONTRATOS, ANM_CONTACTOS,
                    ANM_FECHA_PROCESO)
               VALUES
                   (:ANM-CLIENTE, :ANM-ULTIMA-ACTIVIDAD,
                    :ANM-FECHA-LIMITE, :ANM-CONTRATOS, :ANM-CONTACTOS,
                    :ANM-FECHA-PROCESO)
           END-EXEC
           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR INSERT PRDTWANM SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-ANONIMIZACION
           END-IF.

       09-ABORTAR-ANONIMIZACION.
           DISPLAY 'SE REVERSA LA ANONIMIZACION Y SE DETIENE, CLIENTE '
                   CLI-CODIGO
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

           MOVE WS-CANDIDATOS     TO RES-CANDIDATOS
           MOVE WS-ANONIMIZADOS   TO RES-ANONIMIZADOS
           MOVE WS-RETENIDOS      TO RES-RETENIDOS
           MOVE WS-RESUMEN        TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           CLOSE SALIDA

           DISPLAY 'CLIENTES CANDIDATOS     : ' WS-CANDIDATOS
           DISPLAY 'CLIENTES ANONIMIZADOS   : ' WS-ANONIMIZADOS
           DISPLAY 'RETENIDOS (EMB/RECLAMO) : ' WS-RETENIDOS
           DISPLAY 'CONTACTOS BORRADOS      : ' WS-CONTACTOS-BORRADOS

           IF SI-ERROR-PROCESO
              MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.
