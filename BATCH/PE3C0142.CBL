       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0142.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           REGISTRO DE CONSENTIMIENTOS DE HABEAS DATA. LEE EL
      *           ARCHIVO CONSENTI CON LAS AUTORIZACIONES Y LAS
      *           REVOCATORIAS QUE FIRMAN LOS CLIENTES EN LAS
      *           SUCURSALES Y LOS CANALES, POR FINALIDAD
      *           (RECORDATORIOS, MERCADEO, CENTRALES DE RIESGO), Y
      *           MANTIENE PRDTWHAB CON LA FECHA Y EL CANAL DE CADA
      *           UNA. LA AUTORIZACION ABRE UNA FILA NUEVA; LA
      *           REVOCATORIA CIERRA LA VIGENTE SIN BORRARLA, PARA QUE
      *           QUEDE LA PRUEBA. LOS RECORDATORIOS (PE3C0074) Y LA
      *           DESCARGA A LA BODEGA (PE3C0056) SOLO TRATAN A LOS
      *           CLIENTES CON LA FINALIDAD AUTORIZADA
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
      *****************AUTORIZACIONES Y REVOCATORIAS********************
           SELECT CONSENTI  ASSIGN TO CONSENTI
                            FILE STATUS IS WS-ESTADO-CNS.
      *****************ARCHIVO DE SALIDA DEL REPORTE********************
           SELECT SALIDA    ASSIGN TO SALIDA
                            FILE STATUS IS WS-ESTADO.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CONSENTI
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-CONSENTI.
           05 CNS-OPERACION                     PIC X(1).
             88 CNS-OP-AUTORIZAR                    VALUE 'A'.
             88 CNS-OP-REVOCAR                      VALUE 'R'.
           05 CNS-CLIENTE                       PIC X(8).
      *    R = RECORDATORIOS, M = MERCADEO, B = CENTRALES DE RIESGO
           05 CNS-FINALIDAD                     PIC X(1).
             88 CNS-FINALIDAD-VALIDA                VALUE 'R' 'M' 'B'.
      *    FECHA EN QUE EL CLIENTE FIRMO YYYY-MM-DD; EN BLANCO ES LA
      *    FECHA DE NEGOCIO
           05 CNS-FECHA                         PIC X(10).
      *    O = OFICINA, W = WEB/APP, T = TELEFONICA, C = CORREO
           05 CNS-CANAL                         PIC X(1).
             88 CNS-CANAL-VALIDO                    VALUE 'O' 'W'
                                                          'T' 'C'.
           05 CNS-USUARIO                       PIC X(8).
           05 FILLER                            PIC X(51).

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
       01 WS-ESTADO-CNS                  PIC XX    VALUE '00'.
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
           05 SW-REGISTRO-VALIDO     PIC X       VALUE 'S'.
             88 SI-REGISTRO-VALIDO               VALUE 'S'.
             88 NO-REGISTRO-VALIDO               VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-LEIDOS                   PIC 9(09) VALUE ZEROS.
          05 WS-AUTORIZADOS              PIC 9(09) VALUE ZEROS.
          05 WS-REVOCADOS                PIC 9(09) VALUE ZEROS.
          05 WS-RECHAZADOS               PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 WS-FECHA-PROCESO               PIC X(10) VALUE SPACES.
       01 WS-CONT-EXISTE                 PIC S9(9) COMP VALUE ZEROS.

       01 PRDTW-HAB.
           05 HAB-CLIENTE                       PIC X(8).
           05 HAB-FINALIDAD                     PIC X(1).
           05 HAB-FECHA-AUTORIZA                PIC X(10).
           05 HAB-CANAL-AUTORIZA                PIC X(1).
           05 HAB-ESTADO                        PIC X(1).
           05 HAB-FECHA-REVOCA                  PIC X(10).
           05 HAB-CANAL-REVOCA                  PIC X(1).
           05 HAB-FECHA-PROCESO                 PIC X(10).
           05 HAB-USUARIO                       PIC X(8).

      *    FECHA DE FIRMA QUE SE APLICA (LA DEL REGISTRO O LA DE
      *    NEGOCIO) Y SU VALIDACION DE FORMA
       01 WS-FECHA-FIRMA                 PIC X(10) VALUE SPACES.
       01 WS-FECHA-PARTES.
           05 FEC-ANO                    PIC 9(4).
           05 FILLER                     PIC X.
           05 FEC-MES                    PIC 9(2).
           05 FILLER                     PIC X.
           05 FEC-DIA                    PIC 9(2).

       01 WS-TITULO1.
          05 FILLER             PIC X(30) VALUE
                                 'CONSENTIMIENTOS HABEAS DATA'.
          05 FILLER             PIC X(8)  VALUE ' FECHA: '.
          05 TIT-FECHA          PIC X(10).
       01 WS-TITULO2.
          05 FILLER             PIC X(12) VALUE 'O CLIENTE   '.
          05 FILLER             PIC X(4)  VALUE 'FIN '.
          05 FILLER             PIC X(11) VALUE 'FECHA FIRMA'.
          05 FILLER             PIC X(7)  VALUE ' CANAL '.
          05 FILLER             PIC X(9)  VALUE 'USUARIO  '.
          05 FILLER             PIC X(9)  VALUE 'RESULTADO'.

       01 WS-DETALLE.
          05 DET-OPERACION             PIC X(1).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DET-CLIENTE               PIC X(8).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DET-FINALIDAD             PIC X(1).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DET-FECHA                 PIC X(10).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DET-CANAL                 PIC X(1).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DET-USUARIO               PIC X(8).
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 DET-RESULTADO             PIC X(30).

       01 WS-RESUMEN.
          05 CTE-RESUMEN              PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(7)  VALUE 'LEIDOS='.
          05 RES-LEIDOS                PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(13) VALUE ' AUTORIZADOS='.
          05 RES-AUTORIZADOS           PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(11) VALUE ' REVOCADOS='.
          05 RES-REVOCADOS             PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(12) VALUE ' RECHAZADOS='.
          05 RES-RECHAZADOS            PIC ZZZZZZZZ9.

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
               INCLUDE PETCOHAB
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
           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO TO WS-FECHA-PROCESO TIT-FECHA

           OPEN INPUT CONSENTI
           IF WS-ESTADO-CNS NOT = '00'
              DISPLAY 'ERROR ABRIENDO ARCHIVO CONSENTI ' WS-ESTADO-CNS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT SALIDA
           IF WS-ESTADO NOT = '00' AND NOT = '97'
              CLOSE CONSENTI
              DISPLAY 'ERROR ABRIENDO ARCHIVO SALIDA  ' WS-ESTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-TITULO1 TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO2 TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           PERFORM 021-LEER-CONSENTIMIENTO.

      ******************************************************************
      *                        02-PROCESO                              *
      ******************************************************************
       02-PROCESO.
           SET SI-REGISTRO-VALIDO TO TRUE
           INITIALIZE WS-DETALLE PRDTW-HAB
           MOVE CNS-OPERACION     TO DET-OPERACION
           MOVE CNS-CLIENTE       TO DET-CLIENTE HAB-CLIENTE
           MOVE CNS-FINALIDAD     TO DET-FINALIDAD HAB-FINALIDAD
           MOVE CNS-CANAL         TO DET-CANAL
           MOVE CNS-USUARIO       TO DET-USUARIO HAB-USUARIO
           MOVE WS-FECHA-PROCESO  TO HAB-FECHA-PROCESO

           PERFORM 022-VALIDAR-DATOS
           IF SI-REGISTRO-VALIDO
              PERFORM 023-VALIDAR-CLIENTE
           END-IF
           IF SI-REGISTRO-VALIDO
              IF CNS-OP-AUTORIZAR
                 PERFORM 024-AUTORIZAR
              ELSE
                 PERFORM 025-REVOCAR
              END-IF
           END-IF

           IF NO-REGISTRO-VALIDO
              ADD 1 TO WS-RECHAZADOS
           END-IF
           PERFORM 026-ESCRIBIR-DETALLE
           PERFORM 021-LEER-CONSENTIMIENTO.

       021-LEER-CONSENTIMIENTO.
           INITIALIZE REG-CONSENTI
           READ CONSENTI
              AT END
                 SET SI-FIN-DATA    TO TRUE
              NOT AT END
                 ADD 1              TO WS-LEIDOS
           END-READ
           IF WS-ESTADO-CNS NOT = '00' AND NOT = '10'
              DISPLAY 'ERROR LEYENDO ARCHIVO CONSENTI ' WS-ESTADO-CNS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *                    022-VALIDAR-DATOS                           *
      *   LA FIRMA NO PUEDE SER POSTERIOR A LA FECHA DE NEGOCIO: UN    *
      *   CONSENTIMIENTO SE REGISTRA DESPUES DE OTORGADO, NUNCA ANTES  *
      ******************************************************************
       022-VALIDAR-DATOS.
           IF CNS-FECHA = SPACES OR LOW-VALUES
              MOVE WS-FECHA-PROCESO  TO WS-FECHA-FIRMA
           ELSE
              MOVE CNS-FECHA         TO WS-FECHA-FIRMA
           END-IF
           MOVE WS-FECHA-FIRMA       TO WS-FECHA-PARTES DET-FECHA

           EVALUATE TRUE
              WHEN NOT CNS-OP-AUTORIZAR AND NOT CNS-OP-REVOCAR
                   SET NO-REGISTRO-VALIDO   TO TRUE
                   MOVE 'OPERACION INVALIDA (A/R)' TO DET-RESULTADO
              WHEN CNS-CLIENTE = SPACES OR LOW-VALUES
                   SET NO-REGISTRO-VALIDO   TO TRUE
                   MOVE 'CLIENTE EN BLANCO'  TO DET-RESULTADO
              WHEN NOT CNS-FINALIDAD-VALIDA
                   SET NO-REGISTRO-VALIDO   TO TRUE
                   MOVE 'FINALIDAD INVALIDA (R/M/B)' TO DET-RESULTADO
              WHEN NOT CNS-CANAL-VALIDO
                   SET NO-REGISTRO-VALIDO   TO TRUE
                   MOVE 'CANAL INVALIDO (O/W/T/C)' TO DET-RESULTADO
              WHEN FEC-ANO IS NOT NUMERIC OR FEC-MES IS NOT NUMERIC
                OR FEC-DIA IS NOT NUMERIC
                OR FEC-MES = ZEROS OR FEC-MES > 12
                OR FEC-DIA = ZEROS OR FEC-DIA > 31
                   SET NO-REGISTRO-VALIDO   TO TRUE
                   MOVE 'FECHA DE FIRMA ILEGIBLE' TO DET-RESULTADO
              WHEN WS-FECHA-FIRMA > WS-FECHA-PROCESO
                   SET NO-REGISTRO-VALIDO   TO TRUE
                   MOVE 'FECHA DE FIRMA FUTURA' TO DET-RESULTADO
           END-EVALUATE.

      *    EL CONSENTIMIENTO ES DE UN CLIENTE DE LA MAESTRA
       023-VALIDAR-CLIENTE.
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-CONT-EXISTE
               FROM   PRDTWCLI
               WHERE  CLI_CODIGO = :HAB-CLIENTE
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE NOT = ZEROS
                   DISPLAY 'ERROR SELECT PRDTWCLI SQLCODE ' SQLCODE
                   SET NO-REGISTRO-VALIDO   TO TRUE
                   SET SI-ERROR-PROCESO     TO TRUE
                   MOVE 'ERROR DE LECTURA'   TO DET-RESULTADO
              WHEN WS-CONT-EXISTE = ZEROS
                   SET NO-REGISTRO-VALIDO   TO TRUE
                   MOVE 'CLIENTE NO EXISTE'  TO DET-RESULTADO
           END-EVALUATE.

      ******************************************************************
      *                      024-AUTORIZAR                             *
      *   A LO SUMO UNA AUTORIZACION VIGENTE POR CLIENTE Y FINALIDAD;  *
      *   LA QUE LLEGA ENCIMA DE OTRA VIGENTE SE RECHAZA               *
      ******************************************************************
       024-AUTORIZAR.
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-CONT-EXISTE
               FROM   PRDTWHAB
               WHERE  HAB_CLIENTE   = :HAB-CLIENTE
               AND    HAB_FINALIDAD = :HAB-FINALIDAD
               AND    HAB_ESTADO    = 'A'
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE NOT = ZEROS
                   DISPLAY 'ERROR SELECT PRDTWHAB SQLCODE ' SQLCODE
                   SET NO-REGISTRO-VALIDO   TO TRUE
                   SET SI-ERROR-PROCESO     TO TRUE
                   MOVE 'ERROR DE LECTURA'   TO DET-RESULTADO
              WHEN WS-CONT-EXISTE > ZEROS
                   SET NO-REGISTRO-VALIDO   TO TRUE
                   MOVE 'YA ESTA AUTORIZADO' TO DET-RESULTADO
              WHEN OTHER
                   MOVE WS-FECHA-FIRMA     TO HAB-FECHA-AUTORIZA
                   MOVE CNS-CANAL          TO HAB-CANAL-AUTORIZA
                   MOVE 'A'                TO HAB-ESTADO
                   MOVE SPACES             TO HAB-FECHA-REVOCA
                                              HAB-CANAL-REVOCA
                   PERFORM 0241-INSERTAR-AUTORIZACION
                   ADD 1                   TO WS-AUTORIZADOS
                   MOVE 'AUTORIZADO'       TO DET-RESULTADO
           END-EVALUATE.

       0241-INSERTAR-AUTORIZACION.
           EXEC SQL
               INSERT INTO PRDTWHAB
                   (HAB_CLIENTE, HAB_FINALIDAD, HAB_FECHA_AUTORIZA,
                    HAB_CANAL_AUTORIZA, HAB_ESTADO, HAB_FECHA_REVOCA,
                    HAB_CANAL_REVOCA, HAB_FECHA_PROCESO, HAB_USUARIO)
               VALUES
                   (:HAB-CLIENTE, :HAB-FINALIDAD, :HAB-FECHA-AUTORIZA,
                    :HAB-CANAL-AUTORIZA, :HAB-ESTADO,
                    :HAB-FECHA-REVOCA, :HAB-CANAL-REVOCA,
                    :HAB-FECHA-PROCESO, :HAB-USUARIO)
           END-EXEC
           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR INSERT PRDTWHAB SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-CONSENTIMIENTOS
           END-IF.

      ******************************************************************
      *                       025-REVOCAR                              *
      *   SOLO SE REVOCA LA AUTORIZACION VIGENTE, Y NO CON UNA FECHA   *
      *   ANTERIOR A LA DE SU FIRMA; LA FILA QUEDA COMO PRUEBA         *
      ******************************************************************
       025-REVOCAR.
           EXEC SQL
               SELECT HAB_FECHA_AUTORIZA
               INTO  :HAB-FECHA-AUTORIZA
               FROM  PRDTWHAB
               WHERE HAB_CLIENTE   = :HAB-CLIENTE
               AND   HAB_FINALIDAD = :HAB-FINALIDAD
               AND   HAB_ESTADO    = 'A'
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = +100
                   SET NO-REGISTRO-VALIDO   TO TRUE
                   MOVE 'SIN AUTORIZACION VIGENTE' TO DET-RESULTADO
              WHEN SQLCODE NOT = ZEROS
                   DISPLAY 'ERROR SELECT PRDTWHAB SQLCODE ' SQLCODE
                   SET NO-REGISTRO-VALIDO   TO TRUE
                   SET SI-ERROR-PROCESO     TO TRUE
                   MOVE 'ERROR DE LECTURA'   TO DET-RESULTADO
              WHEN WS-FECHA-FIRMA < HAB-FECHA-AUTORIZA
                   SET NO-REGISTRO-VALIDO   TO TRUE
                   MOVE 'REVOCA ANTES DE AUTORIZAR' TO DET-RESULTADO
              WHEN OTHER
                   MOVE 'V'                TO HAB-ESTADO
                   MOVE WS-FECHA-FIRMA     TO HAB-FECHA-REVOCA
                   MOVE CNS-CANAL          TO HAB-CANAL-REVOCA
                   PERFORM 0251-ACTUALIZAR-REVOCATORIA
                   ADD 1                   TO WS-REVOCADOS
                   MOVE 'REVOCADO'         TO DET-RESULTADO
           END-EVALUATE.

       0251-ACTUALIZAR-REVOCATORIA.
           EXEC SQL
               UPDATE PRDTWHAB
               SET    HAB_ESTADO        = :HAB-ESTADO,
                      HAB_FECHA_REVOCA  = :HAB-FECHA-REVOCA,
                      HAB_CANAL_REVOCA  = :HAB-CANAL-REVOCA,
                      HAB_FECHA_PROCESO = :HAB-FECHA-PROCESO,
                      HAB_USUARIO       = :HAB-USUARIO
               WHERE  HAB_CLIENTE       = :HAB-CLIENTE
               AND    HAB_FINALIDAD     = :HAB-FINALIDAD
               AND    HAB_ESTADO        = 'A'
           END-EXEC
           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR UPDATE PRDTWHAB SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-CONSENTIMIENTOS
           END-IF.

       026-ESCRIBIR-DETALLE.
           MOVE WS-DETALLE TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

       09-ABORTAR-CONSENTIMIENTOS.
           DISPLAY 'SE REVERSAN LOS CONSENTIMIENTOS Y SE DETIENE, '
                   'CLIENTE ' CNS-CLIENTE ' FINALIDAD ' CNS-FINALIDAD
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
           MOVE WS-LEIDOS       TO RES-LEIDOS
           MOVE WS-AUTORIZADOS  TO RES-AUTORIZADOS
           MOVE WS-REVOCADOS    TO RES-REVOCADOS
           MOVE WS-RECHAZADOS   TO RES-RECHAZADOS
           MOVE WS-RESUMEN      TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           CLOSE CONSENTI SALIDA

           DISPLAY 'REGISTROS LEIDOS        : ' WS-LEIDOS
           DISPLAY 'AUTORIZACIONES          : ' WS-AUTORIZADOS
           DISPLAY 'REVOCATORIAS            : ' WS-REVOCADOS
           DISPLAY 'REGISTROS RECHAZADOS    : ' WS-RECHAZADOS

           EVALUATE TRUE
              WHEN SI-ERROR-PROCESO
                   MOVE 8 TO RETURN-CODE
              WHEN WS-RECHAZADOS > ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.
