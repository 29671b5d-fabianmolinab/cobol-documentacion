      *           PE3C0017 Y PE3C0023) Y CONSOLIDA POR PROGRAMA Y
      *           MES LAS CORRIDAS, LOS VOLUMENES Y LA DURACION
      *           PROMEDIO Y MAXIMA, PARA VER LA VENTANA BATCH
      *           ENCOGERSE ANTES DE QUE MUERDA. UNA SEGUNDA
      *           SECCION COMPARA, POR FECHA Y CICLO, LA PROYECCION DE
      *           PE3C0166 (PRDTWPRY) CONTRA LA CORRIDA REAL DE LOS
      *           JOBS DE PARTICION DE PE3C0017
      *                         ============                           *
      ******************************************************************

      *                    MODIFICACIONES                              *
      ******************************************************************
      *   22/AGO/2026  FAMB  PROGRAMA NUEVO                            *
      *   15/OCT/2026  FAMB  SECCION PROYECTADO CONTRA REAL DE LA      *
      *                      CORRIDA PARALELA DE PE3C0017 (PRDTWPRY)   *
      ******************************************************************
      *                      ENVIRONMENT DIVISION                      *
      ******************************************************************
           05 SW-FIN-CURSOR          PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR                    VALUE 'S'.
             88 NO-FIN-CURSOR                    VALUE 'N'.
           05 SW-FIN-CURSOR-2        PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR-2                  VALUE 'S'.
             88 NO-FIN-CURSOR-2                  VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-LINEAS                   PIC 9(09) VALUE ZEROS.
          05 WS-LINEAS-PROYECCION        PIC 9(09) VALUE ZEROS.
          05 WS-NOCHES-EXCEDIDAS         PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DET-MAX-DUR               PIC ZZZZZZZZ9.

      *    PROYECCION DE PE3C0166 Y LO QUE REALMENTE CORRIO
       01 PRDTW-PRY.
           05 PRY-FECHA-PROCESO          PIC X(10).
           05 PRY-CICLO                  PIC X(2).
           05 PRY-DETALLES               PIC S9(9) COMP.
           05 PRY-PARTICIONES            PIC S9(4) COMP.
           05 PRY-DURACION-PROY          PIC S9(9) COMP.
           05 PRY-EN-VENTANA             PIC X(1).
           05 PRY-JOBS-REALES            PIC S9(9) COMP.
           05 PRY-LEIDOS-REALES          PIC S9(9) COMP.
           05 PRY-DURACION-REAL          PIC S9(9) COMP.
       01 WS-DESVIACION                  PIC S9(9) COMP VALUE ZEROS.

       01 WS-DETALLE-PRY.
          05 DPY-FECHA                 PIC X(10).
          05 FILLER                    PIC X(1) VALUE SPACES.
          05 DPY-CICLO                 PIC X(2).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DPY-DETALLES              PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DPY-LEIDOS                PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(4) VALUE SPACES.
          05 DPY-PARTICIONES           PIC 9.
          05 FILLER                    PIC X(5) VALUE SPACES.
          05 DPY-JOBS                  PIC ZZ9.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DPY-DUR-PROY              PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DPY-DUR-REAL              PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DPY-DESVIACION            PIC -ZZZZZZZ9.
          05 FILLER                    PIC X(4) VALUE SPACES.
          05 DPY-EN-VENTANA            PIC X(1).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DPY-OBSERVACION           PIC X(20).

       01 WS-TITULO1.
          05 FILLER             PIC X(40) VALUE
                                 'TENDENCIA MENSUAL DE CORRIDAS'.
          05 FILLER             PIC X(11) VALUE ' ESCRITOS  '.
          05 FILLER             PIC X(11) VALUE ' PROM SEG  '.
          05 FILLER             PIC X(11) VALUE '  MAX SEG  '.
       01 WS-TITULO3.
          05 FILLER             PIC X(60) VALUE
             'PE3C0017 EN PARALELO: PROYECCION PE3C0166 CONTRA REAL'.
       01 WS-TITULO4.
          05 FILLER             PIC X(13) VALUE 'FECHA PROC CI'.
          05 FILLER             PIC X(11) VALUE '   DETALLES'.
          05 FILLER             PIC X(11) VALUE '     LEIDOS'.
          05 FILLER             PIC X(6)  VALUE ' PLAN '.
          05 FILLER             PIC X(7)  VALUE '   JOBS'.
          05 FILLER             PIC X(11) VALUE '  SEG PROY '.
          05 FILLER             PIC X(11) VALUE '  SEG REAL '.
          05 FILLER             PIC X(11) VALUE ' DESVIACION'.
          05 FILLER             PIC X(6)  VALUE '  VENT'.
          05 FILLER             PIC X(12) VALUE '  OBSERV.'.

           EXEC SQL
               INCLUDE SQLCA
               INCLUDE PETCOEST
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOPRY
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: CONSOLIDADO POR PROGRAMA Y MES DE PROCESO    **
           EXEC SQL
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      ******   CURSOR_2: CADA PROYECCION DE PE3C0166 CON LOS JOBS DE  **
      ******   PE3C0017 DE ESA FECHA Y CICLO; LA DURACION REAL ES LA  **
      ******   DEL JOB MAS LENTO, QUE ES EL QUE DETIENE LA CADENA     **
           EXEC SQL
               DECLARE CURSOR_2 CURSOR FOR
               SELECT P.PRY_FECHA_PROCESO, P.PRY_CICLO,
                      P.PRY_DETALLES, P.PRY_PARTICIONES,
                      P.PRY_DURACION_PROY, P.PRY_EN_VENTANA,
                      COUNT(E.EST_PROGRAMA),
                      VALUE(SUM(E.EST_LEIDOS), 0),
                      VALUE(MAX(E.EST_DURACION_SEG), 0)
               FROM PRDTWPRY P
               LEFT OUTER JOIN PRDTWEST E
                 ON  E.EST_PROGRAMA      = 'PE3C0017'
                 AND E.EST_FECHA_PROCESO = P.PRY_FECHA_PROCESO
                 AND E.EST_CICLO         = P.PRY_CICLO
               GROUP BY P.PRY_FECHA_PROCESO, P.PRY_CICLO,
                        P.PRY_DETALLES, P.PRY_PARTICIONES,
                        P.PRY_DURACION_PROY, P.PRY_EN_VENTANA
               ORDER BY P.PRY_FECHA_PROCESO, P.PRY_CICLO
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 01-INICIO
           PERFORM 02-PROCESO UNTIL SI-FIN-CURSOR
           PERFORM 04-INICIO-PROYECCION
           PERFORM 05-PROYECCION UNTIL SI-FIN-CURSOR-2
           PERFORM 03-FINAL.
      ******************************************************************
      *                          01-INICIO                              *
           ADD 1 TO WS-LINEAS
           PERFORM 021-FETCH-CURSOR-1.

      ******************************************************************
      *                    04-INICIO-PROYECCION                        *
      ******************************************************************
       04-INICIO-PROYECCION.
           MOVE SPACES     TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO3 TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO4 TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           EXEC SQL
               OPEN CURSOR_2
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_2 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 041-FETCH-CURSOR-2.

       041-FETCH-CURSOR-2.
           EXEC SQL
               FETCH CURSOR_2
               INTO :PRY-FECHA-PROCESO, :PRY-CICLO,
                    :PRY-DETALLES, :PRY-PARTICIONES,
                    :PRY-DURACION-PROY, :PRY-EN-VENTANA,
                    :PRY-JOBS-REALES, :PRY-LEIDOS-REALES,
                    :PRY-DURACION-REAL
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   SET SI-FIN-CURSOR-2 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_2 SQLCODE ' SQLCODE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      ******************************************************************
      *                       05-PROYECCION                            *
      *   DESVIACION POSITIVA: LA CORRIDA TARDO MAS DE LO PROYECTADO   *
      ******************************************************************
       05-PROYECCION.
           INITIALIZE WS-DETALLE-PRY
           MOVE PRY-FECHA-PROCESO  TO DPY-FECHA
           MOVE PRY-CICLO          TO DPY-CICLO
           MOVE PRY-DETALLES       TO DPY-DETALLES
           MOVE PRY-LEIDOS-REALES  TO DPY-LEIDOS
           MOVE PRY-PARTICIONES    TO DPY-PARTICIONES
           MOVE PRY-JOBS-REALES    TO DPY-JOBS
           MOVE PRY-DURACION-PROY  TO DPY-DUR-PROY
           MOVE PRY-DURACION-REAL  TO DPY-DUR-REAL
           MOVE PRY-EN-VENTANA     TO DPY-EN-VENTANA

           COMPUTE WS-DESVIACION = PRY-DURACION-REAL
                                 - PRY-DURACION-PROY
           EVALUATE TRUE
              WHEN PRY-JOBS-REALES = ZEROS
                   MOVE 'SIN CORRIDA REAL'   TO DPY-OBSERVACION
              WHEN PRY-EN-VENTANA = 'H'
                   MOVE 'SIN HISTORIA'       TO DPY-OBSERVACION
              WHEN OTHER
                   MOVE WS-DESVIACION        TO DPY-DESVIACION
                   IF PRY-JOBS-REALES > PRY-PARTICIONES
                      MOVE 'JOBS MAS QUE PLAN' TO DPY-OBSERVACION
                   END-IF
                   IF WS-DESVIACION > ZEROS
                      ADD 1 TO WS-NOCHES-EXCEDIDAS
                   END-IF
           END-EVALUATE

           MOVE WS-DETALLE-PRY    TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           ADD 1 TO WS-LINEAS-PROYECCION
           PERFORM 041-FETCH-CURSOR-2.

      ******************************************************************
      *                        999999-ESCRIBIR                         *
      ******************************************************************
               CLOSE CURSOR_1
           END-EXEC

           EXEC SQL
               CLOSE CURSOR_2
           END-EXEC

           DISPLAY 'LINEAS DE TENDENCIA : ' WS-LINEAS
           DISPLAY 'NOCHES PROYECTADAS  : ' WS-LINEAS-PROYECCION
           DISPLAY 'NOCHES SOBRE LO PROY: ' WS-NOCHES-EXCEDIDAS

           CLOSE SALIDA
           STOP RUN.
