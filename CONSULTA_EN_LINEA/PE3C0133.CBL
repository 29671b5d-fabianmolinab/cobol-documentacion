       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0133.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL/CICS                               *
      *                                                                *
      *                         DESCRIPCION:
      *           TRANSACCION EN LINEA (PSEUDO-CONVERSACIONAL) DE
      *           INTERVENCION DEL OPERADOR DE TURNO SOBRE LA CADENA
      *           NOCTURNA: PARA UN PROGRAMA, FECHA DE PROCESO Y
      *           CICLO MUESTRA LA CORRIDA EN PRDTWRUN (PARTICION
      *           '00'), LA RETENCION EN PRDTWRTN Y LA ULTIMA
      *           INTERVENCION, Y PERMITE:
      *             H  RETENER EL PROGRAMA (PE3C0087 NO LO DEJA
      *                ARRANCAR MIENTRAS SIGA RETENIDO)
      *             L  LIBERAR LA RETENCION
      *             C  COMPLETAR A LA FUERZA UNA CORRIDA FALLIDA
      *                ('F' O 'P' PASA A 'C')
      *             O  OMITIR EL PROGRAMA (SIN CORRIDA O FALLIDO
      *                PASA A 'O')
      *           'C' Y 'O' CUENTAN COMO TERMINADOS PARA LAS
      *           PRECEDENCIAS, EXIGEN MOTIVO Y NIVEL DE APROBACION.
      *           CADA ACCION CONFIRMADA QUEDA EN LA BITACORA
      *           PRDTWINT EN LA MISMA UNIDAD DE TRABAJO; EL TABLERO
      *           PE3C0049 LAS LISTA A LA MANANA SIGUIENTE
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
      *                     NOMBRES DE RECURSOS CICS                   *
      ******************************************************************
       01 WS-RECURSOS-CICS.
          05 CTE-MAPSET                  PIC X(08) VALUE 'PE3M0133'.
          05 CTE-MAPA                    PIC X(08) VALUE 'PE3M0133'.
          05 CTE-TRANSID                 PIC X(04) VALUE 'CP27'.
          05 CTE-RUTINA-HABILITA         PIC X(08) VALUE 'PE3C0081'.

      ******************************************************************
      *                           SWITCHES                             *
      ******************************************************************
       01 SWITCHES.
          05 SW-DATOS-VALIDOS       PIC X       VALUE 'S'.
             88 SI-DATOS-VALIDOS                VALUE 'S'.
             88 NO-DATOS-VALIDOS                VALUE 'N'.
          05 SW-FECHA-VALIDA        PIC X       VALUE 'S'.
             88 SI-FECHA-VALIDA                 VALUE 'S'.
             88 NO-FECHA-VALIDA                 VALUE 'N'.

      ******************************************************************
      *                    AREA DE COMUNICACION CICS                   *
      ******************************************************************
       01 WS-RESP-CICS                   PIC S9(8) COMP.

      *    USUARIO CICS DE LA SESION (ASSIGN USERID), LLAVE DE LA
      *    HABILITACION EN PRDTWAUT; QUEDA EN LA BITACORA
       01 WS-USUARIO                     PIC X(8)  VALUE SPACES.

      ******************************************************************
      *   CORRIDA DEL PROGRAMA EN PRDTWRUN; EN BLANCO SI NO HAY FILA   *
      ******************************************************************
       01 PRDTW-RUN.
           05 RUN-PROGRAMA               PIC X(8).
           05 RUN-FECHA-PROCESO          PIC X(10).
           05 RUN-PARTICION              PIC X(2)  VALUE '00'.
           05 RUN-CICLO                  PIC X(2).
           05 RUN-ESTADO                 PIC X(1).
             88 RUN-SIN-CORRIDA              VALUE SPACE.
             88 RUN-EN-EJECUCION             VALUE 'R'.
             88 RUN-FALLIDA                  VALUE 'F' 'P'.
             88 RUN-CUMPLIDA                 VALUE 'T' 'C' 'O'.
           05 RUN-FECHA-INICIO           PIC X(8).
           05 RUN-HORA-INICIO            PIC X(6).
           05 RUN-FECHA-FIN              PIC X(8).
           05 RUN-HORA-FIN               PIC X(6).

      ******************************************************************
      *   RETENCION DEL PROGRAMA EN PRDTWRTN; EN BLANCO SI NO HAY FILA *
      ******************************************************************
       01 PRDTW-RTN.
           05 RTN-ESTADO                 PIC X(1).
             88 RTN-SIN-RETENCION            VALUE SPACE.
             88 RTN-RETENIDO                 VALUE 'H'.
             88 RTN-LIBERADO                 VALUE 'L'.
           05 RTN-USUARIO                PIC X(8).
           05 RTN-FECHA                  PIC X(8).
           05 RTN-HORA                   PIC X(6).
           05 RTN-MOTIVO                 PIC X(60).

      ******************************************************************
      *   FILA DE LA BITACORA DE INTERVENCIONES (PRDTWINT)             *
      ******************************************************************
       01 PRDTW-INT.
           05 INT-ACCION                 PIC X(1).
           05 INT-ESTADO-ANTERIOR        PIC X(1).
           05 INT-ESTADO-NUEVO           PIC X(1).
           05 INT-MOTIVO                 PIC X(60).
           05 INT-USUARIO                PIC X(8).
           05 INT-FECHA                  PIC X(8).
           05 INT-HORA                   PIC X(6).

      *    FECHA Y HORA DE MAQUINA DE LA CONFIRMACION
       01 WS-FECHA-MAQUINA               PIC X(8).
       01 WS-HORA-MAQUINA                PIC X(6).

      *    FECHA DE PROCESO DIGITADA, AAAA-MM-DD COMO EN PRDTWRUN
       01 WS-FECHA-DIGITADA              PIC X(10).
       01 WS-FECHA-DIGITADA-R REDEFINES WS-FECHA-DIGITADA.
           05 FDI-ANO                    PIC X(4).
           05 FDI-GUION-1                PIC X(1).
           05 FDI-MES                    PIC X(2).
           05 FDI-GUION-2                PIC X(1).
           05 FDI-DIA                    PIC X(2).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCORUN
           END-EXEC.

           EXEC SQL
               INCLUDE PETCORTN
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOINT
           END-EXEC.

      ******************************************************************
      *                   COPY DEL MAPA SIMBOLICO                      *
      ******************************************************************
       COPY PE3M0133.

      ******************************************************************
      *          INTERFAZ CAI-PE9CAUT0 (HABILITACIONES, PE3COAUT)      *
      ******************************************************************
       COPY PE3COAUT.

       COPY DFHAID.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 CA-INDICADOR                PIC X.
             88 CA-YA-ENVIO-MAPA               VALUE 'S'.
          05 CA-ESTADO                   PIC X.
             88 CA-SIN-CAPTURA                 VALUE ' '.
             88 CA-ESPERA-CONFIRMA             VALUE 'C'.
          05 CA-ACCION                   PIC X(1).
             88 CA-AC-VER                      VALUE 'V'.
             88 CA-AC-RETENER                  VALUE 'H'.
             88 CA-AC-LIBERAR                  VALUE 'L'.
             88 CA-AC-COMPLETAR                VALUE 'C'.
             88 CA-AC-OMITIR                   VALUE 'O'.
          05 CA-PROGRAMA                 PIC X(8).
          05 CA-FECHA-PROCESO            PIC X(10).
          05 CA-CICLO                    PIC X(2).
          05 CA-MOTIVO                   PIC X(60).

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           EXEC CICS HANDLE CONDITION
                MAPFAIL  (9100-MAPA-VACIO)
                ERROR    (9900-ERROR-CICS)
           END-EXEC

           IF EIBAID = DFHPF3
              PERFORM 9500-TERMINAR-CONVERSACION
           END-IF

           PERFORM 0100-VALIDAR-HABILITACION

           EVALUATE TRUE
              WHEN EIBCALEN = 0
                   PERFORM 1000-PRIMERA-VEZ
              WHEN EIBAID = DFHPF5 AND CA-ESPERA-CONFIRMA
                   PERFORM 3000-CONFIRMAR-OPERACION
              WHEN OTHER
                   PERFORM 2000-PROCESAR-ENTRADA
           END-EVALUATE

           PERFORM 9000-RETORNAR-TRANSACCION.

      ******************************************************************
      *                 0100-VALIDAR-HABILITACION                      *
      *   EL USUARIO DEBE TENER FILA EN PRDTWAUT PARA ESTA             *
      *   TRANSACCION: CON NIVEL DE CONSULTA SOLO VE; RETENER Y        *
      *   LIBERAR EXIGEN CAPTURA Y COMPLETAR U OMITIR EXIGEN           *
      *   APROBACION (VER 2400)                                        *
      ******************************************************************
       0100-VALIDAR-HABILITACION.
           EXEC CICS ASSIGN USERID(WS-USUARIO)
           END-EXEC

           INITIALIZE CAI-PE9CAUT0
           MOVE WS-USUARIO   TO AUT0-USUARIO
           MOVE CTE-TRANSID  TO AUT0-TRANSACCION

           CALL CTE-RUTINA-HABILITA USING CAI-PE9CAUT0

           IF AUT0-COD-RET NOT = '00'
              PERFORM 9600-RECHAZAR-USUARIO
           END-IF.

      ******************************************************************
      *                       1000-PRIMERA-VEZ                         *
      ******************************************************************
       1000-PRIMERA-VEZ.
           MOVE LOW-VALUES              TO PE3M0133O
           MOVE SPACES                  TO MSGSO
           SET CA-SIN-CAPTURA           TO TRUE
           PERFORM 8000-ENVIAR-MAPA-VACIO.

      ******************************************************************
      *                     2000-PROCESAR-ENTRADA                      *
      *   MUESTRA EL ESTADO DEL PROGRAMA Y, SI LA ACCION PEDIDA CABE   *
      *   EN ESE ESTADO, QUEDA EN ESPERA DE PF5                        *
      ******************************************************************
       2000-PROCESAR-ENTRADA.
           EXEC CICS RECEIVE MAP(CTE-MAPA)
                     MAPSET(CTE-MAPSET)
                     INTO(PE3M0133I)
           END-EXEC

           SET CA-SIN-CAPTURA TO TRUE
           PERFORM 2100-VALIDAR-CAMPOS

           IF NO-DATOS-VALIDOS
              PERFORM 8100-ENVIAR-MAPA-DATOS
              PERFORM 9000-RETORNAR-TRANSACCION
           END-IF

           PERFORM 2200-GUARDAR-CAPTURA
           MOVE LOW-VALUES TO PE3M0133O

           PERFORM 2300-LEER-ESTADO
           IF SI-DATOS-VALIDOS
              PERFORM 7100-MOSTRAR-ESTADO
              IF NOT CA-AC-VER
                 PERFORM 2400-VALIDAR-ACCION
              END-IF
           END-IF
           PERFORM 7000-REFRESCAR-CAPTURA

           IF SI-DATOS-VALIDOS
              EVALUATE TRUE
                 WHEN CA-AC-VER
                      MOVE 'ESTADO ACTUAL DEL PROGRAMA' TO MSGSO
                 WHEN CA-AC-RETENER
                      SET CA-ESPERA-CONFIRMA TO TRUE
                      MOVE 'PF5 RETIENE EL PROGRAMA' TO MSGSO
                 WHEN CA-AC-LIBERAR
                      SET CA-ESPERA-CONFIRMA TO TRUE
                      MOVE 'PF5 LIBERA LA RETENCION' TO MSGSO
                 WHEN CA-AC-COMPLETAR
                      SET CA-ESPERA-CONFIRMA TO TRUE
                      MOVE 'PF5 DEJA LA CORRIDA COMPLETADA A LA FUERZA'
                                            TO MSGSO
                 WHEN OTHER
                      SET CA-ESPERA-CONFIRMA TO TRUE
                      MOVE 'PF5 MARCA EL PROGRAMA COMO OMITIDO'
                                            TO MSGSO
              END-EVALUATE
           END-IF

           PERFORM 8100-ENVIAR-MAPA-DATOS.

      ******************************************************************
      *                     2100-VALIDAR-CAMPOS                        *
      *   PROGRAMA, FECHA DE PROCESO AAAA-MM-DD Y ACCION SON           *
      *   OBLIGATORIOS; EL CICLO EN BLANCO ES '01'; EL MOTIVO ES       *
      *   OBLIGATORIO PARA COMPLETAR Y PARA OMITIR                     *
      ******************************************************************
       2100-VALIDAR-CAMPOS.
           SET SI-DATOS-VALIDOS TO TRUE

           IF PROGI = LOW-VALUES
              MOVE SPACES TO PROGI
           END-IF
           IF FECHI = LOW-VALUES
              MOVE SPACES TO FECHI
           END-IF
           IF CICLI = LOW-VALUES
              MOVE SPACES TO CICLI
           END-IF
           IF ACCII = LOW-VALUES
              MOVE SPACES TO ACCII
           END-IF
           IF MOTII = LOW-VALUES
              MOVE SPACES TO MOTII
           END-IF

           MOVE FECHI TO WS-FECHA-DIGITADA
           PERFORM 2110-VALIDAR-FECHA

           EVALUATE TRUE
              WHEN PROGI = SPACES
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'DIGITE EL PROGRAMA DE LA CADENA' TO MSGSO
                   MOVE -1                  TO PROGL
              WHEN NO-FECHA-VALIDA
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'FECHA DE PROCESO INVALIDA, DIGITE AAAA-MM-DD'
                                            TO MSGSO
                   MOVE -1                  TO FECHL
              WHEN CICLI NOT = SPACES
               AND CICLI IS NOT NUMERIC
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'CICLO INVALIDO, DIGITE 01, 02...' TO MSGSO
                   MOVE -1                  TO CICLL
              WHEN ACCII NOT = 'V' AND NOT = 'H' AND NOT = 'L'
                                  AND NOT = 'C' AND NOT = 'O'
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'ACCION INVALIDA: V, H, L, C U O' TO MSGSO
                   MOVE -1                  TO ACCIL
              WHEN (ACCII = 'C' OR 'O')
               AND MOTII = SPACES
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'DIGITE EL MOTIVO, OBLIGATORIO PARA C Y O'
                                            TO MSGSO
                   MOVE -1                  TO MOTIL
           END-EVALUATE.

      ******************************************************************
      *                     2110-VALIDAR-FECHA                         *
      ******************************************************************
       2110-VALIDAR-FECHA.
           SET SI-FECHA-VALIDA TO TRUE
           EVALUATE TRUE
              WHEN FDI-ANO IS NOT NUMERIC
                OR FDI-MES IS NOT NUMERIC
                OR FDI-DIA IS NOT NUMERIC
                OR FDI-GUION-1 NOT = '-'
                OR FDI-GUION-2 NOT = '-'
                   SET NO-FECHA-VALIDA TO TRUE
              WHEN FDI-MES < '01' OR FDI-MES > '12'
                OR FDI-DIA < '01' OR FDI-DIA > '31'
                   SET NO-FECHA-VALIDA TO TRUE
           END-EVALUATE.

      ******************************************************************
      *                    2200-GUARDAR-CAPTURA                        *
      *   LA CAPTURA VIAJA EN EL COMMAREA HASTA LA CONFIRMACION        *
      ******************************************************************
       2200-GUARDAR-CAPTURA.
           MOVE ACCII TO CA-ACCION
           MOVE PROGI TO CA-PROGRAMA
           MOVE FECHI TO CA-FECHA-PROCESO
           IF CICLI = SPACES
              MOVE '01'  TO CA-CICLO
           ELSE
              MOVE CICLI TO CA-CICLO
           END-IF
           MOVE MOTII TO CA-MOTIVO.

      ******************************************************************
      *                     2300-LEER-ESTADO                           *
      *   CORRIDA, RETENCION Y ULTIMA INTERVENCION DEL PROGRAMA PARA   *
      *   LA FECHA Y EL CICLO DE LA CAPTURA                            *
      ******************************************************************
       2300-LEER-ESTADO.
           SET SI-DATOS-VALIDOS   TO TRUE
           MOVE CA-PROGRAMA       TO RUN-PROGRAMA
           MOVE CA-FECHA-PROCESO  TO RUN-FECHA-PROCESO
           MOVE CA-CICLO          TO RUN-CICLO

           PERFORM 2310-LEER-CORRIDA
           IF SI-DATOS-VALIDOS
              PERFORM 2320-LEER-RETENCION
           END-IF
           IF SI-DATOS-VALIDOS
              PERFORM 2330-LEER-ULTIMA-INTERVENCION
           END-IF.

       2310-LEER-CORRIDA.
           EXEC SQL
               SELECT RUN_ESTADO, RUN_FECHA_INICIO, RUN_HORA_INICIO,
                      RUN_FECHA_FIN, RUN_HORA_FIN
               INTO  :RUN-ESTADO, :RUN-FECHA-INICIO, :RUN-HORA-INICIO,
                     :RUN-FECHA-FIN, :RUN-HORA-FIN
               FROM  PRDTWRUN
               WHERE RUN_PROGRAMA      = :RUN-PROGRAMA
               AND   RUN_FECHA_PROCESO = :RUN-FECHA-PROCESO
               AND   RUN_PARTICION     = :RUN-PARTICION
               AND   RUN_CICLO         = :RUN-CICLO
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = +100
                   MOVE SPACES TO RUN-ESTADO RUN-FECHA-INICIO
                                  RUN-HORA-INICIO RUN-FECHA-FIN
                                  RUN-HORA-FIN
              WHEN SQLCODE NOT = ZEROS
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'NO SE PUDO LEER EL CONTROL DE CORRIDAS'
                                            TO MSGSO
           END-EVALUATE.

       2320-LEER-RETENCION.
           EXEC SQL
               SELECT RTN_ESTADO, RTN_USUARIO, RTN_FECHA, RTN_HORA,
                      RTN_MOTIVO
               INTO  :RTN-ESTADO, :RTN-USUARIO, :RTN-FECHA,
                     :RTN-HORA, :RTN-MOTIVO
               FROM  PRDTWRTN
               WHERE RTN_PROGRAMA      = :RUN-PROGRAMA
               AND   RTN_FECHA_PROCESO = :RUN-FECHA-PROCESO
               AND   RTN_CICLO         = :RUN-CICLO
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = +100
                   MOVE SPACES TO PRDTW-RTN
              WHEN SQLCODE NOT = ZEROS
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'NO SE PUDO LEER LAS RETENCIONES' TO MSGSO
           END-EVALUATE.

       2330-LEER-ULTIMA-INTERVENCION.
           EXEC SQL
               SELECT INT_ACCION, INT_ESTADO_ANTERIOR,
                      INT_ESTADO_NUEVO, INT_MOTIVO, INT_USUARIO,
                      INT_FECHA, INT_HORA
               INTO  :INT-ACCION, :INT-ESTADO-ANTERIOR,
                     :INT-ESTADO-NUEVO, :INT-MOTIVO, :INT-USUARIO,
                     :INT-FECHA, :INT-HORA
               FROM  PRDTWINT
               WHERE INT_PROGRAMA      = :RUN-PROGRAMA
               AND   INT_FECHA_PROCESO = :RUN-FECHA-PROCESO
               AND   INT_CICLO         = :RUN-CICLO
               ORDER BY INT_FECHA DESC, INT_HORA DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = +100
                   MOVE SPACES TO PRDTW-INT
              WHEN SQLCODE NOT = ZEROS
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'NO SE PUDO LEER LA BITACORA DE INTERVENCIONES'
                                            TO MSGSO
           END-EVALUATE.

      ******************************************************************
      *                    2400-VALIDAR-ACCION                         *
      *   LA ACCION DEBE CABER EN EL ESTADO ACTUAL Y EN EL NIVEL DEL   *
      *   USUARIO. SE REVALIDA AL CONFIRMAR (OTRA SESION O LA MISMA    *
      *   CADENA PUDO CAMBIAR EL ESTADO ENTRE ENTER Y PF5)             *
      ******************************************************************
       2400-VALIDAR-ACCION.
           EVALUATE TRUE
              WHEN AUT0-NIV-CONSULTA
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'SU NIVEL SOLO PERMITE CONSULTAR' TO MSGSO
              WHEN (CA-AC-COMPLETAR OR CA-AC-OMITIR)
               AND NOT AUT0-NIV-APRUEBA
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'COMPLETAR U OMITIR EXIGE NIVEL DE APROBACION'
                                            TO MSGSO
              WHEN CA-AC-RETENER AND RTN-RETENIDO
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'EL PROGRAMA YA ESTA RETENIDO' TO MSGSO
              WHEN CA-AC-RETENER
               AND (RUN-EN-EJECUCION OR RUN-CUMPLIDA)
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'LA CORRIDA YA ARRANCO O TERMINO, NO SE RETIENE'
                                            TO MSGSO
              WHEN CA-AC-LIBERAR AND NOT RTN-RETENIDO
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'EL PROGRAMA NO ESTA RETENIDO' TO MSGSO
              WHEN CA-AC-COMPLETAR AND NOT RUN-FALLIDA
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'SOLO SE COMPLETA UNA CORRIDA FALLIDA (F O P)'
                                            TO MSGSO
              WHEN CA-AC-OMITIR
               AND NOT RUN-SIN-CORRIDA AND NOT RUN-FALLIDA
                   SET NO-DATOS-VALIDOS TO TRUE
                   MOVE 'OMITIR SOLO SIN CORRIDA O CON CORRIDA FALLIDA'
                                            TO MSGSO
           END-EVALUATE.

      ******************************************************************
      *                 3000-CONFIRMAR-OPERACION                       *
      *   PF5: EL ESTADO SE RELEE Y LA ACCION SE REVALIDA ANTES DE     *
      *   GRABAR; LA ACCION Y SU BITACORA VAN EN LA MISMA UNIDAD DE    *
      *   TRABAJO                                                      *
      ******************************************************************
       3000-CONFIRMAR-OPERACION.
           MOVE LOW-VALUES TO PE3M0133O
           SET CA-SIN-CAPTURA TO TRUE

           ACCEPT WS-FECHA-MAQUINA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-MAQUINA  FROM TIME

           PERFORM 2300-LEER-ESTADO
           IF SI-DATOS-VALIDOS
              PERFORM 2400-VALIDAR-ACCION
           END-IF

           IF SI-DATOS-VALIDOS
              MOVE CA-ACCION        TO INT-ACCION
              MOVE CA-MOTIVO        TO INT-MOTIVO
              MOVE WS-USUARIO       TO INT-USUARIO
              MOVE WS-FECHA-MAQUINA TO INT-FECHA
              MOVE WS-HORA-MAQUINA  TO INT-HORA
              EVALUATE TRUE
                 WHEN CA-AC-RETENER
                      PERFORM 3100-RETENER-PROGRAMA
                 WHEN CA-AC-LIBERAR
                      PERFORM 3200-LIBERAR-PROGRAMA
                 WHEN CA-AC-COMPLETAR
                      PERFORM 3300-COMPLETAR-CORRIDA
                 WHEN CA-AC-OMITIR
                      PERFORM 3400-OMITIR-PROGRAMA
              END-EVALUATE
           END-IF

           IF SI-DATOS-VALIDOS AND NOT CA-AC-VER
              PERFORM 3500-REGISTRAR-INTERVENCION
           END-IF

           IF SI-DATOS-VALIDOS
              PERFORM 2300-LEER-ESTADO
              IF SI-DATOS-VALIDOS
                 MOVE 'INTERVENCION APLICADA Y REGISTRADA' TO MSGSO
              END-IF
           END-IF

           PERFORM 7100-MOSTRAR-ESTADO
           PERFORM 7000-REFRESCAR-CAPTURA
           PERFORM 8100-ENVIAR-MAPA-DATOS.

      ******************************************************************
      *                  3100-RETENER-PROGRAMA                         *
      *   SIN FILA SE INSERTA; UNA RETENCION YA LIBERADA SE REACTIVA   *
      ******************************************************************
       3100-RETENER-PROGRAMA.
           MOVE RTN-ESTADO       TO INT-ESTADO-ANTERIOR
           MOVE 'H'              TO INT-ESTADO-NUEVO

           IF RTN-SIN-RETENCION
              EXEC SQL
                  INSERT INTO PRDTWRTN
                      (RTN_PROGRAMA, RTN_FECHA_PROCESO, RTN_CICLO,
                       RTN_ESTADO, RTN_USUARIO, RTN_FECHA, RTN_HORA,
                       RTN_MOTIVO)
                  VALUES
                      (:RUN-PROGRAMA, :RUN-FECHA-PROCESO, :RUN-CICLO,
                       'H', :INT-USUARIO, :INT-FECHA, :INT-HORA,
                       :INT-MOTIVO)
              END-EXEC
              IF SQLCODE NOT = ZEROS
                 SET NO-DATOS-VALIDOS TO TRUE
                 MOVE 'NO SE PUDO RETENER, OTRA SESION LO CAMBIO?'
                                      TO MSGSO
              END-IF
           ELSE
              EXEC SQL
                  UPDATE PRDTWRTN
                  SET    RTN_ESTADO        = 'H',
                         RTN_USUARIO       = :INT-USUARIO,
                         RTN_FECHA         = :INT-FECHA,
                         RTN_HORA          = :INT-HORA,
                         RTN_MOTIVO        = :INT-MOTIVO
                  WHERE  RTN_PROGRAMA      = :RUN-PROGRAMA
                  AND    RTN_FECHA_PROCESO = :RUN-FECHA-PROCESO
                  AND    RTN_CICLO         = :RUN-CICLO
                  AND    RTN_ESTADO        = 'L'
              END-EXEC
              IF SQLCODE NOT = ZEROS OR SQLERRD (3) = ZEROS
                 SET NO-DATOS-VALIDOS TO TRUE
                 MOVE 'NO SE PUDO RETENER, OTRA SESION LO CAMBIO?'
                                      TO MSGSO
              END-IF
           END-IF.

      ******************************************************************
      *                  3200-LIBERAR-PROGRAMA                         *
      ******************************************************************
       3200-LIBERAR-PROGRAMA.
           MOVE RTN-ESTADO       TO INT-ESTADO-ANTERIOR
           MOVE 'L'              TO INT-ESTADO-NUEVO

           EXEC SQL
               UPDATE PRDTWRTN
               SET    RTN_ESTADO        = 'L',
                      RTN_USUARIO       = :INT-USUARIO,
                      RTN_FECHA         = :INT-FECHA,
                      RTN_HORA          = :INT-HORA,
                      RTN_MOTIVO        = :INT-MOTIVO
               WHERE  RTN_PROGRAMA      = :RUN-PROGRAMA
               AND    RTN_FECHA_PROCESO = :RUN-FECHA-PROCESO
               AND    RTN_CICLO         = :RUN-CICLO
               AND    RTN_ESTADO        = 'H'
           END-EXEC

           IF SQLCODE NOT = ZEROS OR SQLERRD (3) = ZEROS
              SET NO-DATOS-VALIDOS TO TRUE
              MOVE 'NO SE PUDO LIBERAR, OTRA SESION LO CAMBIO?'
                                   TO MSGSO
           END-IF.

      ******************************************************************
      *                  3300-COMPLETAR-CORRIDA                        *
      *   LA CORRIDA FALLIDA QUEDA 'C' CON LA HORA DE LA INTERVENCION  *
      *   COMO FIN; EL CHECKPOINT QUE HAYA DEJADO YA NO SE RETOMA      *
      ******************************************************************
       3300-COMPLETAR-CORRIDA.
           MOVE RUN-ESTADO       TO INT-ESTADO-ANTERIOR
           MOVE 'C'              TO INT-ESTADO-NUEVO

           EXEC SQL
               UPDATE PRDTWRUN
               SET    RUN_ESTADO        = 'C',
                      RUN_FECHA_FIN     = :INT-FECHA,
                      RUN_HORA_FIN      = :INT-HORA
               WHERE  RUN_PROGRAMA      = :RUN-PROGRAMA
               AND    RUN_FECHA_PROCESO = :RUN-FECHA-PROCESO
               AND    RUN_PARTICION     = :RUN-PARTICION
               AND    RUN_CICLO         = :RUN-CICLO
               AND    RUN_ESTADO IN ('F', 'P')
           END-EXEC

           IF SQLCODE NOT = ZEROS OR SQLERRD (3) = ZEROS
              SET NO-DATOS-VALIDOS TO TRUE
              MOVE 'NO SE PUDO COMPLETAR, LA CORRIDA CAMBIO DE ESTADO'
                                   TO MSGSO
           END-IF.

      ******************************************************************
      *                  3400-OMITIR-PROGRAMA                          *
      *   SIN CORRIDA SE INSERTA LA FILA YA EN 'O' (INICIO Y FIN EN    *
      *   LA HORA DE LA INTERVENCION); UNA FALLIDA PASA A 'O'          *
      ******************************************************************
       3400-OMITIR-PROGRAMA.
           MOVE RUN-ESTADO       TO INT-ESTADO-ANTERIOR
           MOVE 'O'              TO INT-ESTADO-NUEVO

           IF RUN-SIN-CORRIDA
              EXEC SQL
                  INSERT INTO PRDTWRUN
                      (RUN_PROGRAMA, RUN_FECHA_PROCESO, RUN_PARTICION,
                       RUN_CICLO, RUN_ESTADO, RUN_FECHA_INICIO,
                       RUN_HORA_INICIO, RUN_FECHA_FIN, RUN_HORA_FIN)
                  VALUES
                      (:RUN-PROGRAMA, :RUN-FECHA-PROCESO,
                       :RUN-PARTICION, :RUN-CICLO, 'O', :INT-FECHA,
                       :INT-HORA, :INT-FECHA, :INT-HORA)
              END-EXEC
              IF SQLCODE NOT = ZEROS
                 SET NO-DATOS-VALIDOS TO TRUE
                 MOVE 'NO SE PUDO OMITIR, EL PROGRAMA YA ARRANCO?'
                                      TO MSGSO
              END-IF
           ELSE
              EXEC SQL
                  UPDATE PRDTWRUN
                  SET    RUN_ESTADO        = 'O',
                         RUN_FECHA_FIN     = :INT-FECHA,
                         RUN_HORA_FIN      = :INT-HORA
                  WHERE  RUN_PROGRAMA      = :RUN-PROGRAMA
                  AND    RUN_FECHA_PROCESO = :RUN-FECHA-PROCESO
                  AND    RUN_PARTICION     = :RUN-PARTICION
                  AND    RUN_CICLO         = :RUN-CICLO
                  AND    RUN_ESTADO IN ('F', 'P')
              END-EXEC
              IF SQLCODE NOT = ZEROS OR SQLERRD (3) = ZEROS
                 SET NO-DATOS-VALIDOS TO TRUE
                 MOVE 'NO SE PUDO OMITIR, LA CORRIDA CAMBIO DE ESTADO'
                                      TO MSGSO
              END-IF
           END-IF.

      ******************************************************************
      *               3500-REGISTRAR-INTERVENCION                      *
      *   SIN BITACORA NO HAY INTERVENCION: SI EL INSERT FALLA SE      *
      *   DESHACE LA ACCION                                            *
      ******************************************************************
       3500-REGISTRAR-INTERVENCION.
           EXEC SQL
               INSERT INTO PRDTWINT
                   (INT_PROGRAMA, INT_FECHA_PROCESO, INT_CICLO,
                    INT_ACCION, INT_ESTADO_ANTERIOR, INT_ESTADO_NUEVO,
                    INT_MOTIVO, INT_USUARIO, INT_FECHA, INT_HORA)
               VALUES
                   (:RUN-PROGRAMA, :RUN-FECHA-PROCESO, :RUN-CICLO,
                    :INT-ACCION, :INT-ESTADO-ANTERIOR,
                    :INT-ESTADO-NUEVO, :INT-MOTIVO, :INT-USUARIO,
                    :INT-FECHA, :INT-HORA)
           END-EXEC

           IF SQLCODE NOT = ZEROS
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              SET NO-DATOS-VALIDOS TO TRUE
              MOVE 'NO SE PUDO GRABAR LA BITACORA, NADA SE APLICO'
                                   TO MSGSO
           END-IF.

      ******************************************************************
      *                 7000-REFRESCAR-CAPTURA                         *
      *   REPINTA EN PANTALLA LO CAPTURADO, QUE VIAJA EN EL COMMAREA   *
      ******************************************************************
       7000-REFRESCAR-CAPTURA.
           MOVE CA-PROGRAMA      TO PROGO
           MOVE CA-FECHA-PROCESO TO FECHO
           MOVE CA-CICLO         TO CICLO
           MOVE CA-ACCION        TO ACCIO
           MOVE CA-MOTIVO        TO MOTIO.

      ******************************************************************
      *                   7100-MOSTRAR-ESTADO                          *
      ******************************************************************
       7100-MOSTRAR-ESTADO.
           MOVE RUN-ESTADO          TO RESTO
           EVALUATE RUN-ESTADO
              WHEN SPACE
                   MOVE 'SIN CORRIDA'  TO RTXTO
              WHEN 'R'
                   MOVE 'EN EJECUCION' TO RTXTO
              WHEN 'T'
                   MOVE 'TERMINO BIEN' TO RTXTO
              WHEN 'F'
                   MOVE 'FALLIDA'      TO RTXTO
              WHEN 'P'
                   MOVE 'PARCIAL'      TO RTXTO
              WHEN 'C'
                   MOVE 'FORZADA'      TO RTXTO
              WHEN 'O'
                   MOVE 'OMITIDA'      TO RTXTO
              WHEN OTHER
                   MOVE SPACES         TO RTXTO
           END-EVALUATE
           MOVE RUN-FECHA-INICIO    TO RFINO
           MOVE RUN-HORA-INICIO     TO RHINO
           MOVE RUN-FECHA-FIN       TO RFFIO
           MOVE RUN-HORA-FIN        TO RHFIO

           MOVE RTN-ESTADO          TO TESTO
           EVALUATE TRUE
              WHEN RTN-RETENIDO
                   MOVE 'RETENIDO'     TO TTXTO
              WHEN RTN-LIBERADO
                   MOVE 'LIBERADO'     TO TTXTO
              WHEN OTHER
                   MOVE 'NINGUNA'      TO TTXTO
           END-EVALUATE
           MOVE RTN-USUARIO         TO TUSUO
           MOVE RTN-FECHA           TO TFECO
           MOVE RTN-HORA            TO THORO
           MOVE RTN-MOTIVO          TO TMOTO

           MOVE INT-ACCION          TO UACCO
           MOVE INT-ESTADO-ANTERIOR TO UANTO
           MOVE INT-ESTADO-NUEVO    TO UNUEO
           MOVE INT-USUARIO         TO UUSUO
           MOVE INT-FECHA           TO UFECO
           MOVE INT-HORA            TO UHORO
           MOVE INT-MOTIVO          TO UMOTO.

      ******************************************************************
      *                     8000-ENVIAR-MAPA-VACIO                     *
      ******************************************************************
       8000-ENVIAR-MAPA-VACIO.
           EXEC CICS SEND MAP(CTE-MAPA)
                     MAPSET(CTE-MAPSET)
                     FROM(PE3M0133O)
                     ERASE
           END-EXEC.

      ******************************************************************
      *                     8100-ENVIAR-MAPA-DATOS                     *
      ******************************************************************
       8100-ENVIAR-MAPA-DATOS.
           EXEC CICS SEND MAP(CTE-MAPA)
                     MAPSET(CTE-MAPSET)
                     FROM(PE3M0133O)
                     ERASE
                     CURSOR
           END-EXEC.

      ******************************************************************
      *                    9000-RETORNAR-TRANSACCION                   *
      ******************************************************************
       9000-RETORNAR-TRANSACCION.
           MOVE 'S'                     TO CA-INDICADOR
           EXEC CICS RETURN TRANSID(CTE-TRANSID)
                     COMMAREA(DFHCOMMAREA)
                     LENGTH(83)
           END-EXEC.

      ******************************************************************
      *                       9100-MAPA-VACIO                          *
      ******************************************************************
       9100-MAPA-VACIO.
           MOVE 'NO SE DIGITARON DATOS, INTENTE DE NUEVO' TO MSGSO
           PERFORM 8100-ENVIAR-MAPA-DATOS
           PERFORM 9000-RETORNAR-TRANSACCION.

      ******************************************************************
      *                    9500-TERMINAR-CONVERSACION                  *
      ******************************************************************
       9500-TERMINAR-CONVERSACION.
           EXEC CICS SEND TEXT
                     FROM('INTERVENCION FINALIZADA')
                     LENGTH(23)
                     ERASE
                     FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      *                    9600-RECHAZAR-USUARIO                       *
      ******************************************************************
       9600-RECHAZAR-USUARIO.
           EXEC CICS SEND TEXT
                     FROM('USUARIO SIN HABILITACION PARA CP27')
                     LENGTH(34)
                     ERASE
                     FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      *                       9900-ERROR-CICS                          *
      ******************************************************************
       9900-ERROR-CICS.
           MOVE EIBRESP                 TO WS-RESP-CICS
           EXEC CICS SEND TEXT
                     FROM('ERROR CICS EN PE3C0133')
                     LENGTH(22)
                     ERASE
                     FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.
