       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0134.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           CONTROL DE CORRIDAS PARA LOS PASOS DE LAS CADENAS
      *           DE CIERRE (MES Y ANO), CUYOS PROGRAMAS NO LLEVAN
      *           EL CONTROL PRDTWRUN PROPIO DE PE3C0017. CORRE COMO
      *           PASO ANTES Y DESPUES DE CADA PROGRAMA, CON LA FECHA
      *           DE NEGOCIO DE FECHAPRO:
      *           MODO 'I' VALIDA PRECEDENCIAS Y RETENCIONES DEL
      *           PROGRAMA (PE3C0087) Y LO REGISTRA 'R' EN PRDTWRUN
      *           (O REABRE UNA CORRIDA 'F'/'P'); RC 8 SI NO PUEDE
      *           ARRANCAR, Y EL PASO DEL PROGRAMA QUEDA SIN CORRER.
      *           MODO 'T' / 'F' CIERRA LA CORRIDA 'R' DEL PROGRAMA
      *           COMO TERMINADA O FALLIDA SEGUN EL RC DEL PASO.
      *           MODO 'P' CARGA LAS PRECEDENCIAS DE LA CADENA EN
      *           PRDTWDEP DESDE LAS TARJETAS DEL DD PRECEDEN
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
      *********TARJETAS PROGRAMA/PREREQUISITO (SOLO MODO 'P')***********
           SELECT PRECEDEN  ASSIGN TO PRECEDEN
                            FILE STATUS IS WS-ESTADO.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *    UNA TARJETA POR PROGRAMA Y PREREQUISITO, AGRUPADAS POR
      *    PROGRAMA EN ORDEN ASCENDENTE; UN '*' EN LA COLUMNA 1 ES
      *    COMENTARIO
       FD  PRECEDEN
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-PRECEDEN.
           05 PRE-PROGRAMA               PIC X(8).
           05 FILLER                     PIC X.
           05 PRE-PREREQUISITO           PIC X(8).
           05 FILLER                     PIC X(63).
      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************
       WORKING-STORAGE SECTION.
       01 WS-ESTADO                      PIC XX    VALUE '00'.
      ******************************************************************
      *                           SWITCHES                             *
      ******************************************************************
       01 SWITCHES.
           05 SW-FIN-PRECEDEN        PIC X       VALUE 'N'.
             88 SI-FIN-PRECEDEN                  VALUE 'S'.
             88 NO-FIN-PRECEDEN                  VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-TARJETAS                 PIC 9(05) VALUE ZEROS.
          05 WS-PROGRAMAS                PIC 9(05) VALUE ZEROS.
          05 WS-PRECEDENCIAS             PIC 9(05) VALUE ZEROS.
          05 WS-BORRADAS                 PIC 9(05) VALUE ZEROS.
      ******************************************************************
      *                          CONSTANTES                            *
      ******************************************************************
       01 WS-CONSTANTES.
          05 CTE-LONG-MAX-PARM           PIC 9(02) VALUE 13.
          05 WS-LONG-NUM                 PIC 9(02) VALUE ZEROS.
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 WS-FECHA-MAQUINA               PIC X(8).

      *    CONTROL DE CORRIDAS (PRDTWRUN): LLAVE Y ESTADO DEL PASO
       01 PRDTW-RUN.
           05 RUN-PROGRAMA             PIC X(8).
           05 RUN-FECHA-PROCESO        PIC X(10).
           05 RUN-PARTICION            PIC X(2)  VALUE '00'.
           05 RUN-CICLO                PIC X(2)  VALUE '01'.
           05 RUN-ESTADO               PIC X(1).
             88 RUN-EN-EJECUCION           VALUE 'R'.
             88 RUN-TERMINADA-OK           VALUE 'T'.
             88 RUN-FALLIDA                VALUE 'F'.
             88 RUN-PARCIAL                VALUE 'P'.
             88 RUN-FORZADA                VALUE 'C'.
             88 RUN-OMITIDA                VALUE 'O'.
           05 RUN-FECHA-INICIO         PIC X(8).
           05 RUN-HORA-INICIO          PIC X(6).
           05 RUN-FECHA-FIN            PIC X(8).
           05 RUN-HORA-FIN             PIC X(6).

       01 PRDTW-DEP.
           05 DEP-PROGRAMA             PIC X(8).
           05 DEP-PREREQUISITO         PIC X(8).

      *    ULTIMO PROGRAMA CUYAS PRECEDENCIAS SE BORRARON (MODO 'P')
       01 WS-PROGRAMA-ANTERIOR          PIC X(8)  VALUE LOW-VALUES.

      ******************************************************************
      *          INTERFAZ CAI-PE9CFPR0 DE PE3C0060                     *
      ******************************************************************
       COPY PE3CFPRO.
      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE PRECEDENCIAS PE3C0087               *
      ******************************************************************
       COPY PE3CODEP.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCORUN
           END-EXEC.

           EXEC SQL
               INCLUDE PETCODEP
           END-EXEC.

       LINKAGE SECTION.
       01 REG-PARM.
           05 PARM-LONG                         PIC X(02).
      *    'I' = INICIO DEL PASO, 'T' = TERMINO BIEN, 'F' = FALLO,
      *    'P' = CARGAR PRECEDENCIAS DESDE PRECEDEN
           05 PARM-MODO                         PIC X(01).
             88 PARM-MODO-INICIO                    VALUE 'I'.
             88 PARM-MODO-TERMINADA                 VALUE 'T'.
             88 PARM-MODO-FALLIDA                   VALUE 'F'.
             88 PARM-MODO-PRECEDENCIAS              VALUE 'P'.
      *    PROGRAMA DEL PASO (MODOS I, T Y F)
           05 PARM-PROGRAMA                     PIC X(08).
      *    CICLO DEL CORTE (OPCIONAL); EN BLANCO SE ASUME '01'
           05 PARM-CICLO                        PIC X(02).

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING REG-PARM.
           PERFORM 01-INICIO
           EVALUATE TRUE
              WHEN PARM-MODO-INICIO
                   PERFORM 02-REGISTRAR-INICIO
              WHEN PARM-MODO-PRECEDENCIAS
                   PERFORM 04-CARGAR-PRECEDENCIAS UNTIL SI-FIN-PRECEDEN
              WHEN OTHER
                   PERFORM 03-REGISTRAR-FIN
           END-EVALUATE
           PERFORM 05-FINAL.
      ******************************************************************
      *                          01-INICIO                              *
      ******************************************************************
       01-INICIO.
           PERFORM 010-VALIDAR-PARM

           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO TO RUN-FECHA-PROCESO
           ACCEPT WS-FECHA-MAQUINA FROM DATE YYYYMMDD

           IF PARM-MODO-PRECEDENCIAS
              OPEN INPUT PRECEDEN
              IF WS-ESTADO NOT = '00'
                 DISPLAY 'ERROR ABRIENDO ARCHIVO PRECEDEN ' WS-ESTADO
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM 041-LEER-PRECEDEN
           END-IF.

       010-VALIDAR-PARM.
           IF PARM-LONG IS NOT NUMERIC
              DISPLAY 'PARM-LONG INVALIDO: ' PARM-LONG
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE PARM-LONG TO WS-LONG-NUM
           IF WS-LONG-NUM < 3 OR WS-LONG-NUM > CTE-LONG-MAX-PARM
              DISPLAY 'PARM-LONG INVALIDO: ' PARM-LONG
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           IF NOT PARM-MODO-INICIO AND NOT PARM-MODO-TERMINADA
              AND NOT PARM-MODO-FALLIDA AND NOT PARM-MODO-PRECEDENCIAS
                DISPLAY 'PARM-MODO INVALIDO (I/T/F/P): ' PARM-MODO
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF

           IF PARM-MODO-PRECEDENCIAS
              CONTINUE
           ELSE
              IF WS-LONG-NUM < 11
                 OR PARM-PROGRAMA = SPACES OR LOW-VALUES
                   DISPLAY 'FALTA EL PROGRAMA DEL PASO EN EL PARM'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
              END-IF
              MOVE PARM-PROGRAMA TO RUN-PROGRAMA
           END-IF

           IF WS-LONG-NUM > 11
              AND PARM-CICLO NOT = SPACES AND NOT = LOW-VALUES
                MOVE PARM-CICLO TO RUN-CICLO
           END-IF.

      ******************************************************************
      *                   02-REGISTRAR-INICIO                          *
      *   LAS PRECEDENCIAS (PRDTWDEP) Y LA RETENCION DEL OPERADOR      *
      *   (PRDTWRTN) LAS DECIDE PE3C0087, COMO EN PE3C0017; LUEGO EL   *
      *   MISMO CANDADO DE DOBLE SUMISION: 'R', 'T', 'C' U 'O' PARA    *
      *   LA FECHA Y CICLO NO DEJAN ARRANCAR, 'F' Y 'P' SE REABREN     *
      ******************************************************************
       02-REGISTRAR-INICIO.
           INITIALIZE CAI-PE9CDEP0
           MOVE RUN-PROGRAMA       TO DEP0-PROGRAMA
           MOVE RUN-FECHA-PROCESO  TO DEP0-FECHA-PROCESO
           MOVE RUN-CICLO          TO DEP0-CICLO

           CALL 'PE3C0087' USING CAI-PE9CDEP0

           EVALUATE DEP0-COD-RET
              WHEN '00'
                   CONTINUE
              WHEN '64'
                   DISPLAY 'PROGRAMA RETENIDO POR OPERADOR PARA '
                           RUN-FECHA-PROCESO ' CICLO ' RUN-CICLO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
              WHEN '61'
                   DISPLAY 'PREREQUISITO PENDIENTE: ' DEP0-PREREQUISITO
                           ' ESTADO ' DEP0-ESTADO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
              WHEN OTHER
                   DISPLAY 'ERROR EN PE3C0087 COD-RET ' DEP0-COD-RET
                           ' SQLCODE ' DEP0-MAS-SQLCODE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           EXEC SQL
               SELECT RUN_ESTADO
               INTO  :RUN-ESTADO
               FROM  PRDTWRUN
               WHERE RUN_PROGRAMA      = :RUN-PROGRAMA
               AND   RUN_FECHA_PROCESO = :RUN-FECHA-PROCESO
               AND   RUN_PARTICION     = :RUN-PARTICION
               AND   RUN_CICLO         = :RUN-CICLO
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = +100
                   PERFORM 021-INSERTAR-CORRIDA
              WHEN SQLCODE NOT = ZEROS
                   DISPLAY 'ERROR SELECT PRDTWRUN SQLCODE ' SQLCODE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
              WHEN RUN-EN-EJECUCION
              WHEN RUN-TERMINADA-OK
              WHEN RUN-FORZADA
              WHEN RUN-OMITIDA
                   DISPLAY 'YA HAY CORRIDA ' RUN-ESTADO ' DE '
                           RUN-PROGRAMA ' PARA ' RUN-FECHA-PROCESO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
              WHEN RUN-FALLIDA
              WHEN RUN-PARCIAL
                   PERFORM 022-REABRIR-CORRIDA
           END-EVALUATE.

       021-INSERTAR-CORRIDA.
           ACCEPT RUN-HORA-INICIO FROM TIME
           MOVE WS-FECHA-MAQUINA  TO RUN-FECHA-INICIO
           EXEC SQL
               INSERT INTO PRDTWRUN
                   (RUN_PROGRAMA, RUN_FECHA_PROCESO, RUN_PARTICION,
                    RUN_CICLO, RUN_ESTADO, RUN_FECHA_INICIO,
                    RUN_HORA_INICIO, RUN_FECHA_FIN, RUN_HORA_FIN)
               VALUES
                   (:RUN-PROGRAMA, :RUN-FECHA-PROCESO, :RUN-PARTICION,
                    :RUN-CICLO, 'R', :RUN-FECHA-INICIO,
                    :RUN-HORA-INICIO, ' ', ' ')
           END-EXEC
           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR INSERT PRDTWRUN SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'R' TO RUN-ESTADO.

       022-REABRIR-CORRIDA.
           ACCEPT RUN-HORA-INICIO FROM TIME
           MOVE WS-FECHA-MAQUINA  TO RUN-FECHA-INICIO
           EXEC SQL
               UPDATE PRDTWRUN
               SET    RUN_ESTADO       = 'R',
                      RUN_FECHA_INICIO = :RUN-FECHA-INICIO,
                      RUN_HORA_INICIO  = :RUN-HORA-INICIO
               WHERE  RUN_PROGRAMA      = :RUN-PROGRAMA
               AND    RUN_FECHA_PROCESO = :RUN-FECHA-PROCESO
               AND    RUN_PARTICION     = :RUN-PARTICION
               AND    RUN_CICLO         = :RUN-CICLO
           END-EXEC
           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR UPDATE PRDTWRUN SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY 'REINICIO DE CORRIDA ' RUN-ESTADO ' DE '
                   RUN-PROGRAMA
           MOVE 'R' TO RUN-ESTADO.

      ******************************************************************
      *                    03-REGISTRAR-FIN                            *
      *   SOLO SE CIERRA UNA CORRIDA 'R': SI EL PASO DEL PROGRAMA NO   *
      *   LLEGO A CORRER (SU 'I' LO DETUVO O UN PASO ANTERIOR FALLO)   *
      *   NO HAY NADA QUE CERRAR Y LA FILA QUE HAYA QUEDA COMO ESTA    *
      ******************************************************************
       03-REGISTRAR-FIN.
           IF PARM-MODO-TERMINADA
              MOVE 'T' TO RUN-ESTADO
           ELSE
              MOVE 'F' TO RUN-ESTADO
           END-IF
           MOVE WS-FECHA-MAQUINA TO RUN-FECHA-FIN
           ACCEPT RUN-HORA-FIN FROM TIME

           EXEC SQL
               UPDATE PRDTWRUN
               SET    RUN_ESTADO        = :RUN-ESTADO,
                      RUN_FECHA_FIN     = :RUN-FECHA-FIN,
                      RUN_HORA_FIN      = :RUN-HORA-FIN
               WHERE  RUN_PROGRAMA      = :RUN-PROGRAMA
               AND    RUN_FECHA_PROCESO = :RUN-FECHA-PROCESO
               AND    RUN_PARTICION     = :RUN-PARTICION
               AND    RUN_CICLO         = :RUN-CICLO
               AND    RUN_ESTADO        = 'R'
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   DISPLAY 'SIN CORRIDA EN EJECUCION DE ' RUN-PROGRAMA
                           ', NADA QUE CERRAR'
                   MOVE SPACE TO RUN-ESTADO
              WHEN OTHER
                   DISPLAY 'ERROR UPDATE PRDTWRUN SQLCODE ' SQLCODE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      ******************************************************************
      *                 04-CARGAR-PRECEDENCIAS                         *
      *   LAS PRECEDENCIAS DE CADA PROGRAMA DE LAS TARJETAS SE         *
      *   REEMPLAZAN COMPLETAS: AL CAMBIAR DE PROGRAMA SE BORRAN LAS   *
      *   QUE TENIA Y SE INSERTAN LAS DE LAS TARJETAS. LOS PROGRAMAS   *
      *   QUE NO VIENEN EN LAS TARJETAS NO SE TOCAN                    *
      ******************************************************************
       04-CARGAR-PRECEDENCIAS.
           IF PRE-PROGRAMA (1:1) = '*'
              CONTINUE
           ELSE
              IF PRE-PROGRAMA = SPACES OR PRE-PREREQUISITO = SPACES
                 DISPLAY 'TARJETA INVALIDA: ' REG-PRECEDEN
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF PRE-PROGRAMA NOT = WS-PROGRAMA-ANTERIOR
                 PERFORM 042-BORRAR-PRECEDENCIAS
              END-IF
              PERFORM 043-INSERTAR-PRECEDENCIA
           END-IF
           PERFORM 041-LEER-PRECEDEN.

       041-LEER-PRECEDEN.
           READ PRECEDEN
              AT END
                 SET SI-FIN-PRECEDEN TO TRUE
              NOT AT END
                 ADD 1 TO WS-TARJETAS
           END-READ
           IF WS-ESTADO NOT = '00' AND NOT = '10'
              DISPLAY 'ERROR LEYENDO ARCHIVO PRECEDEN ' WS-ESTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    LAS TARJETAS VIENEN EN ORDEN DE PROGRAMA: UNO QUE
      *    VUELVE A APARECER DESPUES DE OTRO BORRARIA LO YA CARGADO
       042-BORRAR-PRECEDENCIAS.
           IF WS-PROGRAMA-ANTERIOR NOT = LOW-VALUES
              AND PRE-PROGRAMA < WS-PROGRAMA-ANTERIOR
                DISPLAY 'TARJETAS FUERA DE ORDEN EN ' PRE-PROGRAMA
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF
           MOVE PRE-PROGRAMA TO WS-PROGRAMA-ANTERIOR DEP-PROGRAMA
           ADD 1 TO WS-PROGRAMAS

           EXEC SQL
               DELETE FROM PRDTWDEP
               WHERE DEP_PROGRAMA = :DEP-PROGRAMA
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                   ADD SQLERRD (3) TO WS-BORRADAS
              WHEN +100
                   CONTINUE
              WHEN OTHER
                   DISPLAY 'ERROR DELETE PRDTWDEP SQLCODE ' SQLCODE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       043-INSERTAR-PRECEDENCIA.
           MOVE PRE-PREREQUISITO TO DEP-PREREQUISITO
           EXEC SQL
               INSERT INTO PRDTWDEP
                   (DEP_PROGRAMA, DEP_PREREQUISITO)
               VALUES
                   (:DEP-PROGRAMA, :DEP-PREREQUISITO)
           END-EXEC
           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR INSERT PRDTWDEP SQLCODE ' SQLCODE
                      ' ' DEP-PROGRAMA ' ' DEP-PREREQUISITO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-PRECEDENCIAS
           DISPLAY 'PRECEDENCIA ' DEP-PROGRAMA ' <- ' DEP-PREREQUISITO.

      ******************************************************************
      *                        05-FINAL                                *
      ******************************************************************
       05-FINAL.
           IF PARM-MODO-PRECEDENCIAS
              CLOSE PRECEDEN
              DISPLAY 'TARJETAS LEIDAS          : ' WS-TARJETAS
              DISPLAY 'PROGRAMAS REEMPLAZADOS   : ' WS-PROGRAMAS
              DISPLAY 'PRECEDENCIAS BORRADAS    : ' WS-BORRADAS
              DISPLAY 'PRECEDENCIAS CARGADAS    : ' WS-PRECEDENCIAS
           ELSE
              DISPLAY 'CORRIDA ' RUN-PROGRAMA ' FECHA '
                      RUN-FECHA-PROCESO ' CICLO ' RUN-CICLO
                      ' ESTADO ' RUN-ESTADO
           END-IF
           STOP RUN.
