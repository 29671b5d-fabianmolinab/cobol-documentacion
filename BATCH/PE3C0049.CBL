      *           POR SEVERIDAD, LAS EXCEPCIONES DEL DIA POR CODIGO
      *           CON SU TEXTO DE LA LEYENDA PE3COLEY, Y EL
      *           CHECKPOINT QUE HAYA QUEDADO COLGADO - PARA QUE EL
      *           PANORAMA NO TOME 30 MINUTOS DE ARMAR A MANO -, Y
      *           LAS INTERVENCIONES DEL OPERADOR SOBRE LA CADENA
      *           (RETENER, LIBERAR, COMPLETAR A LA FUERZA, OMITIR)
      *                         ============                           *
      ******************************************************************

      *                      PRDTWALR Y MUESTRA SOLO LAS NO            *
      *                      RECONOCIDAS ('N') SALVO MARCA 'T' EN EL   *
      *                      PARM                                      *
      *   15/OCT/2026  FAMB  SECCION DE INTERVENCIONES DEL OPERADOR    *
      *                      (BITACORA PRDTWINT DE PE3C0133) Y CUENTA  *
      *                      DE RETENCIONES AUN ACTIVAS; ESTADOS 'C' Y *
      *                      'O' EN LA SECCION DE CORRIDAS             *
      ******************************************************************
      *                      ENVIRONMENT DIVISION                      *
      ******************************************************************
          05 WS-ALERTAS-ADVERT            PIC 9(09) VALUE ZEROS.
          05 WS-ALERTAS-CRITICAS          PIC 9(09) VALUE ZEROS.
          05 WS-TOTAL-EXCEPCIONES         PIC 9(09) VALUE ZEROS.
          05 WS-INTERVENCIONES            PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                    ACUMULADOS POR CODIGO DE RETORNO            *
      ******************************************************************
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 COR-HORA-FIN       PIC X(6).

       01 PRDTW-INT.
           05 INT-PROGRAMA               PIC X(8).
           05 INT-CICLO                  PIC X(2).
           05 INT-ACCION                 PIC X(1).
           05 INT-ESTADO-ANTERIOR        PIC X(1).
           05 INT-ESTADO-NUEVO           PIC X(1).
           05 INT-MOTIVO                 PIC X(60).
           05 INT-USUARIO                PIC X(8).
           05 INT-HORA                   PIC X(6).

      *    RETENCIONES 'H' DE LA FECHA QUE NADIE HA LIBERADO
       01 WS-RETENCIONES-ACTIVAS         PIC S9(9) COMP VALUE ZEROS.

       01 WS-LINEA-INTERVENCION.
          05 INL-PROGRAMA       PIC X(8).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 INL-CICLO          PIC X(2).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 INL-ACCION-TEXTO   PIC X(10).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 INL-ESTADO-ANTERIOR PIC X(1).
          05 FILLER             PIC X(1)  VALUE '>'.
          05 INL-ESTADO-NUEVO   PIC X(1).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 INL-USUARIO        PIC X(8).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 INL-HORA           PIC X(6).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 INL-MOTIVO         PIC X(50).

       01 WS-RESUMEN-INTERVENCIONES.
          05 FILLER             PIC X(17) VALUE 'INTERVENCIONES = '.
          05 RIN-TOTAL          PIC ZZZZZZZZ9.
          05 FILLER             PIC X(26) VALUE
                                 '  RETENCIONES AUN ACTIVAS='.
          05 RIN-ACTIVAS        PIC ZZZZZZZZ9.

       01 WS-LINEA-ALERTA.
          05 ALI-ESTADO         PIC X(1).
          05 FILLER             PIC X VALUE SPACES.
       01 WS-TITULO-EXCEP.
          05 FILLER             PIC X(26) VALUE
                                 'EXCEPCIONES POR CODIGO'.
       01 WS-TITULO-INTERV.
          05 FILLER             PIC X(27) VALUE
                                 'INTERVENCIONES DEL OPERADOR'.

       01 WS-RESUMEN-ALERTAS.
          05 FILLER             PIC X(15) VALUE 'ALERTAS: INFO ='.
               INCLUDE PETCOALX
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOINT
           END-EXEC.

           EXEC SQL
               INCLUDE PETCORTN
           END-EXEC.

      *    FILA DE LA TABLA DE ALERTAS CON CICLO DE VIDA (PRDTWALR)
       01 PRDTW-ALR.
           05 ALT-PROGRAMA               PIC X(8).
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      ******   CURSOR_INT: INTERVENCIONES DEL OPERADOR SOBRE LA FECHA **
      *    DE PROCESO DEL PARM, EN EL ORDEN EN QUE SE CONFIRMARON      *
           EXEC SQL
               DECLARE CURSOR_INT CURSOR FOR
               SELECT INT_PROGRAMA, INT_CICLO, INT_ACCION,
                      INT_ESTADO_ANTERIOR, INT_ESTADO_NUEVO,
                      INT_MOTIVO, INT_USUARIO, INT_HORA
               FROM PRDTWINT
               WHERE INT_FECHA_PROCESO = :RUN-FECHA-PROCESO
               ORDER BY INT_FECHA, INT_HORA, INT_PROGRAMA
               FOR FETCH ONLY
           END-EXEC.

       LINKAGE SECTION.
       01 REG-PARM.
           05 PARM-LONG                         PIC X(02).
           PERFORM 03-REPORTAR-ALERTAS
           PERFORM 04-REPORTAR-EXCEPCIONES
           PERFORM 05-REPORTAR-CHECKPOINT
           PERFORM 06-REPORTAR-INTERVENCIONES
           PERFORM 07-FINAL.
      ******************************************************************
      *                          01-INICIO                              *
      ******************************************************************
                   MOVE 'EN EJECUCION' TO COR-ESTADO-TEXTO
              WHEN 'F'
                   MOVE 'FALLIDA'      TO COR-ESTADO-TEXTO
              WHEN 'C'
                   MOVE 'FORZADA'      TO COR-ESTADO-TEXTO
              WHEN 'O'
                   MOVE 'OMITIDA'      TO COR-ESTADO-TEXTO
              WHEN OTHER
                   MOVE RUN-ESTADO     TO COR-ESTADO-TEXTO
           END-EVALUATE
              CLOSE CHECKPT
           END-IF.

      ******************************************************************
      *              06-REPORTAR-INTERVENCIONES                        *
      *   TODO LO QUE EL OPERADOR FORZO SOBRE LA CADENA DE LA FECHA,   *
      *   CON QUIEN Y POR QUE, Y LAS RETENCIONES QUE SIGUEN PUESTAS    *
      ******************************************************************
       06-REPORTAR-INTERVENCIONES.
           MOVE WS-TITULO-INTERV TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           MOVE PARM-FECHA-PROCESO TO RUN-FECHA-PROCESO
           SET NO-FIN-CURSOR TO TRUE
           EXEC SQL
               OPEN CURSOR_INT
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'AVISO: NO SE PUDO LEER PRDTWINT SQLCODE '
                      SQLCODE
           ELSE
              PERFORM 061-FETCH-CURSOR-INT
              PERFORM 062-ESCRIBIR-INTERVENCION UNTIL SI-FIN-CURSOR
              EXEC SQL
                  CLOSE CURSOR_INT
              END-EXEC
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-RETENCIONES-ACTIVAS
               FROM  PRDTWRTN
               WHERE RTN_FECHA_PROCESO = :RUN-FECHA-PROCESO
               AND   RTN_ESTADO        = 'H'
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'AVISO: NO SE PUDO LEER PRDTWRTN SQLCODE '
                      SQLCODE
              MOVE ZEROS TO WS-RETENCIONES-ACTIVAS
           END-IF

           MOVE WS-INTERVENCIONES      TO RIN-TOTAL
           MOVE WS-RETENCIONES-ACTIVAS TO RIN-ACTIVAS
           MOVE WS-RESUMEN-INTERVENCIONES TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

       061-FETCH-CURSOR-INT.
           EXEC SQL
               FETCH CURSOR_INT
               INTO :INT-PROGRAMA, :INT-CICLO, :INT-ACCION,
                    :INT-ESTADO-ANTERIOR, :INT-ESTADO-NUEVO,
                    :INT-MOTIVO, :INT-USUARIO, :INT-HORA
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   SET SI-FIN-CURSOR TO TRUE
              WHEN OTHER
                   DISPLAY 'AVISO: ERROR CURSOR_INT SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR TO TRUE
           END-EVALUATE.

       062-ESCRIBIR-INTERVENCION.
           INITIALIZE WS-LINEA-INTERVENCION
           ADD 1 TO WS-INTERVENCIONES
           MOVE INT-PROGRAMA        TO INL-PROGRAMA
           MOVE INT-CICLO           TO INL-CICLO
           EVALUATE INT-ACCION
              WHEN 'H'
                   MOVE 'RETENIDO'   TO INL-ACCION-TEXTO
              WHEN 'L'
                   MOVE 'LIBERADO'   TO INL-ACCION-TEXTO
              WHEN 'C'
                   MOVE 'COMPLETADO' TO INL-ACCION-TEXTO
              WHEN 'O'
                   MOVE 'OMITIDO'    TO INL-ACCION-TEXTO
              WHEN OTHER
                   MOVE INT-ACCION   TO INL-ACCION-TEXTO
           END-EVALUATE
           MOVE INT-ESTADO-ANTERIOR TO INL-ESTADO-ANTERIOR
           MOVE INT-ESTADO-NUEVO    TO INL-ESTADO-NUEVO
           MOVE INT-USUARIO         TO INL-USUARIO
           MOVE INT-HORA            TO INL-HORA
           MOVE INT-MOTIVO          TO INL-MOTIVO
           MOVE WS-LINEA-INTERVENCION TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           PERFORM 061-FETCH-CURSOR-INT.

      ******************************************************************
      *                        999999-ESCRIBIR                         *
      ******************************************************************
           END-IF.

      ******************************************************************
      *                        07-FINAL                                *
      ******************************************************************
       07-FINAL.
           DISPLAY 'ALERTAS CRITICAS   : ' WS-ALERTAS-CRITICAS
           DISPLAY 'TOTAL EXCEPCIONES  : ' WS-TOTAL-EXCEPCIONES
           DISPLAY 'INTERVENCIONES     : ' WS-INTERVENCIONES
           CLOSE SALIDA
           IF WS-ALERTAS-CRITICAS > ZEROS
              MOVE 4 TO RETURN-CODE
