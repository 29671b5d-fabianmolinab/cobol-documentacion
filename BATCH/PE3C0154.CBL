       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0154.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           APLICA LAS REVOCACIONES DE LA RECERTIFICACION
      *           TRIMESTRAL: LEE EL ARCHIVO RECERT DE PE3C0153 YA
      *           DILIGENCIADO POR LOS GERENTES Y, POR CADA
      *           HABILITACION MARCADA 'R', LA DA DE BAJA CON LA RUTINA
      *           PE3C0152 (QUE DEJA LA BITACORA MANTLOGH CON EL
      *           GERENTE COMO SOLICITANTE). UNA HABILITACION QUE
      *           CAMBIO DESPUES DEL CORTE (NIVEL U OFICINA DISTINTOS)
      *           NO SE TOCA: EL GERENTE DECIDIO SOBRE OTRA COSA. LAS
      *           DECISIONES INVALIDAS, LAS PENDIENTES Y LAS NO
      *           APLICADAS SE LISTAN; LA CORRIDA TERMINA EN 4 SI HAY
      *           ALGO QUE REVISAR Y EN 8 SI UNA BAJA FALLO
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
      ***********RECERTIFICACION DILIGENCIADA POR LOS GERENTES*********
           SELECT RECERT    ASSIGN TO RECERT
                            FILE STATUS IS WS-ESTADO-RCT.
      *****************ARCHIVO DE SALIDA DEL REPORTE********************
           SELECT SALIDA    ASSIGN TO SALIDA
                            FILE STATUS IS WS-ESTADO.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  RECERT
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
           COPY PE3CRCRT.

       FD  SALIDA
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-SALIDA             PIC X(132).
      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                VARIABLES DE CODIGOS DE RETORNO                 *
      ******************************************************************
       01 WS-ESTADO                      PIC XX    VALUE '00'.
       01 WS-ESTADO-RCT                  PIC XX    VALUE '00'.
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
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-LEIDOS                   PIC 9(09) VALUE ZEROS.
          05 WS-REVOCADAS                PIC 9(09) VALUE ZEROS.
          05 WS-MANTENIDAS               PIC 9(09) VALUE ZEROS.
          05 WS-PENDIENTES               PIC 9(09) VALUE ZEROS.
          05 WS-INVALIDAS                PIC 9(09) VALUE ZEROS.
          05 WS-NO-APLICADAS             PIC 9(09) VALUE ZEROS.
          05 WS-FALLIDAS                 PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                          CONSTANTES                            *
      ******************************************************************
       01 WS-CONSTANTES.
          05 CTE-PROGRAMA                PIC X(8)  VALUE 'PE3C0154'.

      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 WS-FECHA-CORTE                 PIC X(8)  VALUE SPACES.

       01 PRDTW-AUT.
           05 AUT-USUARIO                PIC X(8).
           05 AUT-TRANSACCION            PIC X(4).
           05 AUT-NIVEL                  PIC X(1).
           05 AUT-OFICINA                PIC X(4).

      ******************************************************************
      *                    LINEAS DEL LISTADO                          *
      ******************************************************************
       01 WS-TITULO1.
          05 FILLER             PIC X(50) VALUE
                 'APLICACION DE REVOCACIONES DE LA RECERTIFICACION'.
          05 FILLER             PIC X(12) VALUE ' - CORTE AL '.
          05 TIT-FECHA-CORTE    PIC X(8).
       01 WS-TITULO2.
          05 FILLER             PIC X(5)  VALUE 'OFIC '.
          05 FILLER             PIC X(9)  VALUE 'USUARIO  '.
          05 FILLER             PIC X(5)  VALUE 'TRX  '.
          05 FILLER             PIC X(4)  VALUE 'NIV '.
          05 FILLER             PIC X(4)  VALUE 'DEC '.
          05 FILLER             PIC X(9)  VALUE 'GERENTE  '.
          05 FILLER             PIC X(40) VALUE 'RESULTADO'.

       01 WS-DETALLE.
          05 DET-OFICINA               PIC X(4).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-USUARIO               PIC X(8).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-TRANSACCION           PIC X(4).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-NIVEL                 PIC X(1).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DET-DECISION              PIC X(1).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DET-GERENTE               PIC X(8).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-RESULTADO             PIC X(24).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-ERROR1                PIC X(20).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-ERROR2                PIC X(20).

       01 WS-RESUMEN.
          05 CTE-RESUMEN              PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(7)  VALUE 'LEIDOS='.
          05 RES-LEIDOS               PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(11) VALUE ' REVOCADAS='.
          05 RES-REVOCADAS            PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(12) VALUE ' MANTENIDAS='.
          05 RES-MANTENIDAS           PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(12) VALUE ' PENDIENTES='.
          05 RES-PENDIENTES           PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(11) VALUE ' INVALIDAS='.
          05 RES-INVALIDAS            PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(14) VALUE ' NO APLICADAS='.
          05 RES-NO-APLICADAS         PIC ZZZZZZZZ9.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE MANTENIMIENTO DE HABILITACIONES     *
      *   PE3C0152                                                     *
      ******************************************************************
       COPY PE3COEVH.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOAUT
           END-EXEC.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 01-INICIO
           PERFORM 02-PROCESO UNTIL SI-FIN-DATA
           PERFORM 03-FINAL.
      ******************************************************************
      *                          01-INICIO                             *
      ******************************************************************
       01-INICIO.
           OPEN INPUT RECERT
           IF WS-ESTADO-RCT NOT = '00'
              DISPLAY 'ERROR ABRIENDO ARCHIVO RECERT   ' WS-ESTADO-RCT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT SALIDA
           IF WS-ESTADO NOT = '00' AND NOT = '97'
              CLOSE RECERT
              DISPLAY 'ERROR ABRIENDO ARCHIVO SALIDA   ' WS-ESTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 021-LEER-RECERT

           IF NO-FIN-DATA
              MOVE RCT-FECHA-CORTE TO WS-FECHA-CORTE
           END-IF
           MOVE WS-FECHA-CORTE TO TIT-FECHA-CORTE
           MOVE WS-TITULO1 TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO2 TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

       021-LEER-RECERT.
           READ RECERT
              AT END
                 SET SI-FIN-DATA     TO TRUE
              NOT AT END
                 ADD 1               TO WS-LEIDOS
           END-READ
           IF WS-ESTADO-RCT NOT = '00' AND NOT = '10'
              DISPLAY 'ERROR LEYENDO ARCHIVO RECERT ' WS-ESTADO-RCT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *                        02-PROCESO                              *
      *   SOLO LAS 'R' TOCAN LA TABLA; LO MANTENIDO SE CUENTA Y LO     *
      *   PENDIENTE O INVALIDO SE LISTA PARA QUE SEGURIDAD LO PERSIGA  *
      ******************************************************************
       02-PROCESO.
           MOVE RCT-OFICINA     TO DET-OFICINA
           MOVE RCT-USUARIO     TO DET-USUARIO
           MOVE RCT-TRANSACCION TO DET-TRANSACCION
           MOVE RCT-NIVEL       TO DET-NIVEL
           MOVE RCT-DECISION    TO DET-DECISION
           MOVE RCT-GERENTE     TO DET-GERENTE
           MOVE SPACES          TO DET-RESULTADO DET-ERROR1 DET-ERROR2

           EVALUATE TRUE
              WHEN RCT-DEC-REVOCAR
                   PERFORM 022-REVOCAR
              WHEN RCT-DEC-MANTENER
                   ADD 1 TO WS-MANTENIDAS
              WHEN RCT-DEC-PENDIENTE
                   ADD 1 TO WS-PENDIENTES
                   MOVE 'SIN DECISION'       TO DET-RESULTADO
                   PERFORM 024-LISTAR
              WHEN OTHER
                   ADD 1 TO WS-INVALIDAS
                   MOVE 'DECISION INVALIDA'  TO DET-RESULTADO
                   PERFORM 024-LISTAR
           END-EVALUATE

           PERFORM 021-LEER-RECERT.

      ******************************************************************
      *                        022-REVOCAR                             *
      *   LA FILA DEBE SEGUIR COMO ESTABA AL CORTE; LA BAJA LA HACE LA *
      *   RUTINA DE MANTENIMIENTO PARA QUE QUEDE EN MANTLOGH           *
      ******************************************************************
       022-REVOCAR.
           PERFORM 023-VERIFICAR-VIGENTE

           IF DET-RESULTADO = SPACES
              INITIALIZE CAI-PE9CCAMH
              SET AMH-OP-BAJA       TO TRUE
              MOVE RCT-USUARIO      TO AMH-USUARIO
              MOVE RCT-TRANSACCION  TO AMH-TRANSACCION
              IF RCT-GERENTE = SPACES OR LOW-VALUES
                 MOVE CTE-PROGRAMA  TO AMH-SOLICITANTE
              ELSE
                 MOVE RCT-GERENTE   TO AMH-SOLICITANTE
              END-IF

              CALL 'PE3C0152' USING CAI-PE9CCAMH

              EVALUATE AMH-COD-RET
                 WHEN '00'
                      ADD 1 TO WS-REVOCADAS
                      MOVE 'REVOCADA'             TO DET-RESULTADO
                 WHEN '35'
                      ADD 1 TO WS-NO-APLICADAS
                      MOVE 'YA NO EXISTIA'        TO DET-RESULTADO
                 WHEN OTHER
                      ADD 1 TO WS-FALLIDAS
                      SET SI-ERROR-PROCESO TO TRUE
                      MOVE 'ERROR EN LA BAJA'     TO DET-RESULTADO
                      MOVE AMH-ERROR1             TO DET-ERROR1
                      MOVE AMH-ERROR2             TO DET-ERROR2
              END-EVALUATE
           END-IF

           PERFORM 024-LISTAR.

       023-VERIFICAR-VIGENTE.
           MOVE RCT-USUARIO     TO AUT-USUARIO
           MOVE RCT-TRANSACCION TO AUT-TRANSACCION
           EXEC SQL
               SELECT AUT_NIVEL, AUT_OFICINA
               INTO  :AUT-NIVEL, :AUT-OFICINA
               FROM  PRDTWAUT
               WHERE AUT_USUARIO     = :AUT-USUARIO
               AND   AUT_TRANSACCION = :AUT-TRANSACCION
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   IF AUT-NIVEL   NOT = RCT-NIVEL
                      OR AUT-OFICINA NOT = RCT-OFICINA
                        ADD 1 TO WS-NO-APLICADAS
                        MOVE 'CAMBIO DESPUES DEL CORTE'
                                                TO DET-RESULTADO
                   END-IF
              WHEN +100
                   ADD 1 TO WS-NO-APLICADAS
                   MOVE 'YA NO EXISTIA'         TO DET-RESULTADO
              WHEN OTHER
                   DISPLAY 'ERROR SELECT PRDTWAUT SQLCODE ' SQLCODE
                   ADD 1 TO WS-FALLIDAS
                   SET SI-ERROR-PROCESO TO TRUE
                   MOVE 'ERROR LEYENDO PRDTWAUT' TO DET-RESULTADO
           END-EVALUATE.

       024-LISTAR.
           MOVE WS-DETALLE TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

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
           MOVE WS-LEIDOS        TO RES-LEIDOS
           MOVE WS-REVOCADAS     TO RES-REVOCADAS
           MOVE WS-MANTENIDAS    TO RES-MANTENIDAS
           MOVE WS-PENDIENTES    TO RES-PENDIENTES
           MOVE WS-INVALIDAS     TO RES-INVALIDAS
           MOVE WS-NO-APLICADAS  TO RES-NO-APLICADAS
           MOVE SPACES           TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-RESUMEN       TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           DISPLAY 'REGISTROS LEIDOS DE RECERT : ' WS-LEIDOS
           DISPLAY 'HABILITACIONES REVOCADAS   : ' WS-REVOCADAS
           DISPLAY 'HABILITACIONES MANTENIDAS  : ' WS-MANTENIDAS
           DISPLAY 'SIN DECISION               : ' WS-PENDIENTES
           DISPLAY 'DECISIONES INVALIDAS       : ' WS-INVALIDAS
           DISPLAY 'REVOCACIONES NO APLICADAS  : ' WS-NO-APLICADAS
           DISPLAY 'BAJAS FALLIDAS             : ' WS-FALLIDAS

           CLOSE RECERT SALIDA

           IF SI-ERROR-PROCESO
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-PENDIENTES > ZEROS OR WS-INVALIDAS > ZEROS
                 OR WS-NO-APLICADAS > ZEROS
                   MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           STOP RUN.
