       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0166.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           PLANIFICADOR DE LA EJECUCION PARALELA DE PE3C0017.
      *           CORRE DESPUES DE PE3C0038 Y ANTES DE PE3C0057:
      *           CUENTA LOS DETALLES DEL ARCHIVO ENTRADA DE LA NOCHE,
      *           TOMA DE PRDTWEST LA VELOCIDAD DE UN JOB DE PE3C0017
      *           (REGISTROS POR SEGUNDO) EN SUS ULTIMAS CORRIDAS Y LA
      *           COMPARA CONTRA LO QUE QUEDA DE SU VENTANA EN
      *           PRDTWHOR. ESCOGE LA MENOR CANTIDAD DE PARTICIONES
      *           QUE TERMINA A TIEMPO, SIN PASAR EL MAXIMO DEL PARM,
      *           Y LA DEJA CON LA PROYECCION EN PRDTWPRY. PE3C0057,
      *           LOS JOBS DE PARTICION Y PE3C0058 LA LEEN DE AHI
      *           (PARM DE PARTICIONES EN CERO) Y PE3C0047 REPORTA LO
      *           PROYECTADO CONTRA LO REAL. ANTES N ERA FIJO EN EL
      *           JCL: LAS NOCHES PESADAS LA CADENA SE PASABA Y LAS
      *           LIVIANAS SOBRABAN INICIADORES
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
      *****************ARCHIVO DE LLAVES DE LA NOCHE (PE3C0038)*********
           SELECT ENTRADA   ASSIGN TO ENTRADA
                            FILE STATUS IS WS-ESTADO.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA RECORDING MODE IS F
                   BLOCK CONTAINS 0 RECORDS.
           COPY PE3CCENT.
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
           05 SW-FIN-DATA              PIC X      VALUE 'N'.
             88 SI-FIN-DATA                       VALUE 'S'.
             88 NO-FIN-DATA                       VALUE 'N'.
           05 SW-FIN-CURSOR            PIC X      VALUE 'N'.
             88 SI-FIN-CURSOR                     VALUE 'S'.
             88 NO-FIN-CURSOR                     VALUE 'N'.
           05 SW-PLAN-RESUELTO         PIC X      VALUE 'N'.
             88 SI-PLAN-RESUELTO                  VALUE 'S'.
             88 NO-PLAN-RESUELTO                  VALUE 'N'.
           05 SW-HAY-VENTANA           PIC X      VALUE 'N'.
             88 SI-HAY-VENTANA                    VALUE 'S'.
             88 NO-HAY-VENTANA                    VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-TOTAL-DETALLES            PIC 9(09) VALUE ZEROS.
          05 WS-PARTICIONES-PRUEBA        PIC 9(02) VALUE ZEROS.
      ******************************************************************
      *                          CONSTANTES                            *
      ******************************************************************
       01 WS-CONSTANTES.
          05 CTE-LONG-MAX-PARM            PIC 9(02) VALUE 05.
          05 WS-LONG-NUM                  PIC 9(02) VALUE ZEROS.
          05 CTE-PROGRAMA-INFORME         PIC X(08) VALUE 'PE3C0017'.
      *    VALORES POR DEFECTO CUANDO EL PARM NO LOS TRAE
          05 CTE-MAX-PARTICIONES          PIC 9(01) VALUE 9.
          05 CTE-CORRIDAS-BASE            PIC 9(02) VALUE 20.
          05 CTE-MARGEN-PCT               PIC 9(02) VALUE 10.
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
      *    PARAMETROS EFECTIVOS DE LA CORRIDA
       01 WS-PARAMETROS.
          05 WS-MAX-PARTICIONES           PIC 9(02) VALUE ZEROS.
          05 WS-CORRIDAS-BASE             PIC 9(02) VALUE ZEROS.
          05 WS-MARGEN-PCT                PIC 9(02) VALUE ZEROS.

      *    FILA DE LA PROYECCION QUE SE GRABA
       01 PRDTW-PRY.
           05 PRY-FECHA-PROCESO          PIC X(10) VALUE SPACES.
           05 PRY-CICLO                  PIC X(2)  VALUE '01'.
           05 PRY-DETALLES               PIC S9(9) COMP VALUE ZEROS.
           05 PRY-REG-SEG                PIC S9(7)V99 COMP-3
                                                   VALUE ZEROS.
           05 PRY-CORRIDAS-BASE          PIC S9(4) COMP VALUE ZEROS.
           05 PRY-VENTANA-SEG            PIC S9(9) COMP VALUE ZEROS.
           05 PRY-MAX-PARTICIONES        PIC S9(4) COMP VALUE ZEROS.
           05 PRY-PARTICIONES            PIC S9(4) COMP VALUE ZEROS.
           05 PRY-DURACION-PROY          PIC S9(9) COMP VALUE ZEROS.
           05 PRY-EN-VENTANA             PIC X(1)  VALUE SPACES.
             88 PRY-TERMINA-A-TIEMPO         VALUE 'S'.
             88 PRY-NO-ALCANZA               VALUE 'N'.
             88 PRY-SIN-HISTORIA             VALUE 'H'.
           05 PRY-FECHA-CALCULO          PIC X(8)  VALUE SPACES.
           05 PRY-HORA-CALCULO           PIC X(6)  VALUE SPACES.

      *    UNA CORRIDA HISTORICA DE UN JOB DE PE3C0017 Y SU ACUMULADO
       01 PRDTW-EST.
           05 EST-LEIDOS                 PIC S9(9) COMP VALUE ZEROS.
           05 EST-DURACION-SEG           PIC S9(9) COMP VALUE ZEROS.
       01 WS-HISTORIA.
           05 HIS-LEIDOS                 PIC S9(15) COMP-3 VALUE ZEROS.
           05 HIS-DURACION               PIC S9(15) COMP-3 VALUE ZEROS.

      *    HORARIO ESPERADO DEL PASO
       01 PRDTW-HOR.
           05 HOR-HORA-INICIO            PIC X(6).
           05 HOR-HORA-FIN               PIC X(6).

      *    ARITMETICA DE HORAS EN SEGUNDOS, COMO EL MONITOR PE3C0086;
      *    AQUI LA VENTANA SI PUEDE CRUZAR MEDIANOCHE
       01 WS-CALCULO-HORAS.
           05 DUR-HORA                   PIC X(6).
           05 DUR-HORA-N REDEFINES DUR-HORA.
              10 DUR-HH                  PIC 9(2).
              10 DUR-MM                  PIC 9(2).
              10 DUR-SS                  PIC 9(2).
           05 WS-SEGUNDOS-AHORA          PIC S9(9) COMP VALUE ZEROS.
           05 WS-SEGUNDOS-INICIO         PIC S9(9) COMP VALUE ZEROS.
           05 WS-SEGUNDOS-FIN            PIC S9(9) COMP VALUE ZEROS.
           05 WS-LARGO-VENTANA           PIC S9(9) COMP VALUE ZEROS.
           05 WS-FALTA-INICIO            PIC S9(9) COMP VALUE ZEROS.
           05 WS-PASADO-FIN              PIC S9(9) COMP VALUE ZEROS.
           05 WS-VENTANA-UTIL            PIC S9(9) COMP VALUE ZEROS.
           05 WS-DETALLES-PARTICION      PIC S9(9) COMP VALUE ZEROS.
           05 WS-DURACION-PRUEBA         PIC S9(9) COMP VALUE ZEROS.

       01 WS-MENSAJE-PLAN.
           05 FILLER                     PIC X(13) VALUE
                                          'PLAN PE3C0017'.
           05 FILLER                     PIC X(1)  VALUE SPACES.
           05 MPL-FECHA                  PIC X(10).
           05 FILLER                     PIC X(1)  VALUE SPACES.
           05 MPL-TEXTO                  PIC X(15).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOEST
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOHOR
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOPRY
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: CORRIDAS RECIENTES DE UN JOB DE PE3C0017     **
      ******   (CADA PARTICION DEJA SU FILA) EN EL MISMO CICLO        **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT EST_LEIDOS, EST_DURACION_SEG
               FROM PRDTWEST
               WHERE EST_PROGRAMA     = :CTE-PROGRAMA-INFORME
               AND   EST_CICLO        = :PRY-CICLO
               AND   EST_LEIDOS       > 0
               AND   EST_DURACION_SEG > 0
               AND   EST_COD_RETORNO  < 8
               ORDER BY EST_FECHA_PROCESO DESC, EST_FECHA_EJEC DESC,
                        EST_HORA_INICIO DESC
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      *      INTERFAZ DE LA RUTINA CENTRAL DE ALERTAS PE3C0048         *
      ******************************************************************
       COPY PE3COALR.

       LINKAGE SECTION.
       01 REG-PARM.
           05 PARM-LONG                         PIC X(02).
      *    MAXIMO DE PARTICIONES (JOBS DE PARTICION DEFINIDOS EN EL
      *    SCHEDULER, 1 A 9); EN CERO/BLANCO APLICA 9
           05 PARM-MAX-PARTICIONES              PIC X(01).
      *    CORRIDAS HISTORICAS QUE SE PROMEDIAN; EN CERO/BLANCO 20
           05 PARM-CORRIDAS-BASE                PIC X(02).
      *    PORCENTAJE DE LA VENTANA QUE SE RESERVA COMO MARGEN; EN
      *    BLANCO 10
           05 PARM-MARGEN-PCT                   PIC X(02).

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING REG-PARM.
           PERFORM 01-INICIO
           PERFORM 02-CONTAR-DETALLES UNTIL SI-FIN-DATA
           PERFORM 03-PROYECTAR
           PERFORM 04-FINAL.
      ******************************************************************
      *                          01-INICIO                             *
      ******************************************************************
       01-INICIO.
           PERFORM 010-VALIDAR-PARM

           OPEN INPUT ENTRADA
           IF WS-ESTADO NOT = '00'
              DISPLAY 'ERROR ABRIENDO ARCHIVO ENTRADA ' WS-ESTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 011-LEER-ENTRADA.

       010-VALIDAR-PARM.
           IF PARM-LONG IS NOT NUMERIC
              DISPLAY 'PARM-LONG INVALIDO: ' PARM-LONG
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE PARM-LONG TO WS-LONG-NUM
           IF WS-LONG-NUM = ZEROS OR WS-LONG-NUM > CTE-LONG-MAX-PARM
              DISPLAY 'PARM-LONG INVALIDO: ' PARM-LONG
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE CTE-MAX-PARTICIONES TO WS-MAX-PARTICIONES
           IF PARM-MAX-PARTICIONES IS NUMERIC
              AND PARM-MAX-PARTICIONES NOT = ZEROS
                MOVE PARM-MAX-PARTICIONES TO WS-MAX-PARTICIONES
           END-IF

           MOVE CTE-CORRIDAS-BASE TO WS-CORRIDAS-BASE
           IF WS-LONG-NUM > 2
              AND PARM-CORRIDAS-BASE IS NUMERIC
              AND PARM-CORRIDAS-BASE NOT = ZEROS
                MOVE PARM-CORRIDAS-BASE TO WS-CORRIDAS-BASE
           END-IF

           MOVE CTE-MARGEN-PCT TO WS-MARGEN-PCT
           IF WS-LONG-NUM > 4
              AND PARM-MARGEN-PCT IS NUMERIC
                MOVE PARM-MARGEN-PCT TO WS-MARGEN-PCT
           END-IF
           IF WS-MARGEN-PCT > 50
              DISPLAY 'MARGEN DE VENTANA INVALIDO: ' PARM-MARGEN-PCT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       011-LEER-ENTRADA.
           READ ENTRADA
              AT END
                 SET SI-FIN-DATA    TO TRUE
           END-READ
           IF WS-ESTADO NOT = '00' AND NOT = '10'
              DISPLAY 'ERROR LEYENDO ARCHIVO ENTRADA ' WS-ESTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *                   02-CONTAR-DETALLES                           *
      *   LA CABECERA DA LA FECHA Y EL CICLO DE LA PROYECCION          *
      ******************************************************************
       02-CONTAR-DETALLES.
           EVALUATE TRUE
              WHEN ENT-REG-CABECERA
                   MOVE ENT-CAB-FECHA-PROCESO TO PRY-FECHA-PROCESO
                   IF ENT-CAB-CICLO NOT = SPACES AND NOT = LOW-VALUES
                      MOVE ENT-CAB-CICLO      TO PRY-CICLO
                   END-IF
              WHEN ENT-REG-DETALLE
                   ADD 1 TO WS-TOTAL-DETALLES
              WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 011-LEER-ENTRADA.

      ******************************************************************
      *                      03-PROYECTAR                              *
      *   VELOCIDAD HISTORICA, VENTANA DISPONIBLE Y CANTIDAD DE        *
      *   PARTICIONES; LA PROYECCION QUEDA EN PRDTWPRY                 *
      ******************************************************************
       03-PROYECTAR.
           CLOSE ENTRADA
           IF PRY-FECHA-PROCESO = SPACES OR LOW-VALUES
              DISPLAY 'ENTRADA SIN CABECERA: NO SE PUEDE PLANIFICAR'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-TOTAL-DETALLES TO PRY-DETALLES

      *    NO SE PARTE EN MAS JOBS QUE DETALLES HAY
           IF WS-MAX-PARTICIONES > WS-TOTAL-DETALLES
              MOVE WS-TOTAL-DETALLES TO WS-MAX-PARTICIONES
           END-IF
           IF WS-MAX-PARTICIONES = ZEROS
              MOVE 1 TO WS-MAX-PARTICIONES
           END-IF
           MOVE WS-MAX-PARTICIONES TO PRY-MAX-PARTICIONES

           PERFORM 031-CALCULAR-VELOCIDAD
           PERFORM 032-CALCULAR-VENTANA
           PERFORM 033-ESCOGER-PARTICIONES
           PERFORM 034-GRABAR-PROYECCION.

      ******************************************************************
      *                 031-CALCULAR-VELOCIDAD                         *
      *   REGISTROS POR SEGUNDO DE UN JOB: SUMA DE LEIDOS SOBRE SUMA   *
      *   DE DURACIONES DE LAS ULTIMAS CORRIDAS (UNA CORRIDA CORTA NO  *
      *   PESA LO MISMO QUE UNA LARGA)                                 *
      ******************************************************************
       031-CALCULAR-VELOCIDAD.
           EXEC SQL
               OPEN CURSOR_1
           END-EXEC
           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_1 SQLCODE ' SQLCODE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 0311-FETCH-CURSOR-1
           PERFORM 0312-ACUMULAR-CORRIDA
                   UNTIL SI-FIN-CURSOR
                      OR PRY-CORRIDAS-BASE NOT < WS-CORRIDAS-BASE

           EXEC SQL
               CLOSE CURSOR_1
           END-EXEC

           IF HIS-DURACION > ZEROS
              COMPUTE PRY-REG-SEG ROUNDED = HIS-LEIDOS / HIS-DURACION
           END-IF
           IF PRY-REG-SEG = ZEROS
              SET PRY-SIN-HISTORIA TO TRUE
              DISPLAY 'SIN HISTORIA DE ' CTE-PROGRAMA-INFORME
                      ' EN PRDTWEST PARA EL CICLO ' PRY-CICLO
           END-IF.

       0311-FETCH-CURSOR-1.
           EXEC SQL
               FETCH CURSOR_1
               INTO :EST-LEIDOS, :EST-DURACION-SEG
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   SET SI-FIN-CURSOR TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_1 SQLCODE ' SQLCODE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       0312-ACUMULAR-CORRIDA.
           ADD EST-LEIDOS       TO HIS-LEIDOS
           ADD EST-DURACION-SEG TO HIS-DURACION
           ADD 1                TO PRY-CORRIDAS-BASE
           PERFORM 0311-FETCH-CURSOR-1.

      ******************************************************************
      *                 032-CALCULAR-VENTANA                           *
      *   SEGUNDOS DESDE AHORA HASTA LA HORA FIN DEL PASO EN PRDTWHOR  *
      *   (LA VENTANA PUEDE CRUZAR MEDIANOCHE). SI LA CADENA VA ANTES  *
      *   DEL INICIO SE TOMA LA VENTANA COMPLETA; SI YA PASO EL FIN,   *
      *   NO QUEDA VENTANA. AL RESULTADO SE LE QUITA EL MARGEN         *
      ******************************************************************
       032-CALCULAR-VENTANA.
           EXEC SQL
               SELECT HOR_HORA_INICIO, HOR_HORA_FIN
               INTO  :HOR-HORA-INICIO, :HOR-HORA-FIN
               FROM  PRDTWHOR
               WHERE HOR_PROGRAMA = :CTE-PROGRAMA-INFORME
               AND   HOR_CICLO    = :PRY-CICLO
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = ZEROS
                   SET SI-HAY-VENTANA TO TRUE
              WHEN SQLCODE = +100
                   SET NO-HAY-VENTANA TO TRUE
                   DISPLAY 'SIN HORARIO EN PRDTWHOR PARA '
                           CTE-PROGRAMA-INFORME ' CICLO ' PRY-CICLO
              WHEN OTHER
                   DISPLAY 'ERROR SELECT PRDTWHOR SQLCODE ' SQLCODE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           ACCEPT PRY-FECHA-CALCULO FROM DATE YYYYMMDD
           ACCEPT PRY-HORA-CALCULO  FROM TIME

           IF SI-HAY-VENTANA
              PERFORM 0321-SEGUNDOS-DISPONIBLES
           END-IF.

       0321-SEGUNDOS-DISPONIBLES.
           MOVE PRY-HORA-CALCULO TO DUR-HORA
           COMPUTE WS-SEGUNDOS-AHORA = (DUR-HH * 3600)
                                     + (DUR-MM * 60) + DUR-SS
           MOVE HOR-HORA-INICIO TO DUR-HORA
           COMPUTE WS-SEGUNDOS-INICIO = (DUR-HH * 3600)
                                      + (DUR-MM * 60) + DUR-SS
           MOVE HOR-HORA-FIN TO DUR-HORA
           COMPUTE WS-SEGUNDOS-FIN = (DUR-HH * 3600)
                                   + (DUR-MM * 60) + DUR-SS

           COMPUTE WS-LARGO-VENTANA = WS-SEGUNDOS-FIN
                                    - WS-SEGUNDOS-INICIO
           IF WS-LARGO-VENTANA < ZEROS
              ADD 86400 TO WS-LARGO-VENTANA
           END-IF
           COMPUTE PRY-VENTANA-SEG = WS-SEGUNDOS-FIN
                                   - WS-SEGUNDOS-AHORA
           IF PRY-VENTANA-SEG < ZEROS
              ADD 86400 TO PRY-VENTANA-SEG
           END-IF

      *    FUERA DE LA VENTANA: ANTES DEL INICIO O DESPUES DEL FIN,
      *    SEGUN A CUAL DE LOS DOS BORDES ESTA MAS CERCA
           IF PRY-VENTANA-SEG > WS-LARGO-VENTANA
              COMPUTE WS-FALTA-INICIO = WS-SEGUNDOS-INICIO
                                      - WS-SEGUNDOS-AHORA
              IF WS-FALTA-INICIO < ZEROS
                 ADD 86400 TO WS-FALTA-INICIO
              END-IF
              COMPUTE WS-PASADO-FIN = WS-SEGUNDOS-AHORA
                                    - WS-SEGUNDOS-FIN
              IF WS-PASADO-FIN < ZEROS
                 ADD 86400 TO WS-PASADO-FIN
              END-IF
              IF WS-FALTA-INICIO NOT > WS-PASADO-FIN
                 MOVE WS-LARGO-VENTANA TO PRY-VENTANA-SEG
              ELSE
                 MOVE ZEROS TO PRY-VENTANA-SEG
              END-IF
           END-IF

           COMPUTE WS-VENTANA-UTIL = PRY-VENTANA-SEG
                                   * (100 - WS-MARGEN-PCT) / 100.

      ******************************************************************
      *                 033-ESCOGER-PARTICIONES                        *
      *   LA MENOR CANTIDAD CUYA PARTICION MAS CARGADA TERMINA DENTRO  *
      *   DE LA VENTANA UTIL; SI NINGUNA ALCANZA, O NO HAY HISTORIA O  *
      *   HORARIO CON QUE MEDIR, VA EL MAXIMO                          *
      ******************************************************************
       033-ESCOGER-PARTICIONES.
           SET NO-PLAN-RESUELTO TO TRUE
           IF NOT PRY-SIN-HISTORIA AND SI-HAY-VENTANA
              PERFORM 0331-PROBAR-PARTICIONES
                      VARYING WS-PARTICIONES-PRUEBA FROM 1 BY 1
                      UNTIL WS-PARTICIONES-PRUEBA > WS-MAX-PARTICIONES
                         OR SI-PLAN-RESUELTO
           END-IF

           IF NO-PLAN-RESUELTO
              MOVE WS-MAX-PARTICIONES TO WS-PARTICIONES-PRUEBA
                                         PRY-PARTICIONES
              IF NOT PRY-SIN-HISTORIA
                 PERFORM 0332-DURACION-PROYECTADA
                 MOVE WS-DURACION-PRUEBA TO PRY-DURACION-PROY
                 SET PRY-NO-ALCANZA TO TRUE
              END-IF
           END-IF.

       0331-PROBAR-PARTICIONES.
           PERFORM 0332-DURACION-PROYECTADA
           IF WS-DURACION-PRUEBA NOT > WS-VENTANA-UTIL
              SET SI-PLAN-RESUELTO TO TRUE
              SET PRY-TERMINA-A-TIEMPO TO TRUE
              MOVE WS-PARTICIONES-PRUEBA TO PRY-PARTICIONES
              MOVE WS-DURACION-PRUEBA    TO PRY-DURACION-PROY
           END-IF.

      *    PE3C0057 NO PARTE UN CLIENTE ENTRE DOS JOBS, ASI QUE LA
      *    PARTICION MAS CARGADA LLEVA UN DETALLE MAS QUE EL PROMEDIO
       0332-DURACION-PROYECTADA.
           COMPUTE WS-DETALLES-PARTICION =
                   (WS-TOTAL-DETALLES / WS-PARTICIONES-PRUEBA) + 1
           COMPUTE WS-DURACION-PRUEBA ROUNDED =
                   WS-DETALLES-PARTICION / PRY-REG-SEG.

      ******************************************************************
      *                 034-GRABAR-PROYECCION                          *
      *   UNA FILA POR FECHA Y CICLO: UNA RECORRIDA DEL PLANIFICADOR   *
      *   REEMPLAZA LA ANTERIOR                                        *
      ******************************************************************
       034-GRABAR-PROYECCION.
           EXEC SQL
               DELETE FROM PRDTWPRY
               WHERE PRY_FECHA_PROCESO = :PRY-FECHA-PROCESO
               AND   PRY_CICLO         = :PRY-CICLO
           END-EXEC
           IF SQLCODE NOT = ZEROS AND NOT = +100
              DISPLAY 'ERROR DELETE PRDTWPRY SQLCODE ' SQLCODE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           EXEC SQL
               INSERT INTO PRDTWPRY
                   (PRY_FECHA_PROCESO, PRY_CICLO, PRY_DETALLES,
                    PRY_REG_SEG, PRY_CORRIDAS_BASE, PRY_VENTANA_SEG,
                    PRY_MAX_PARTICIONES, PRY_PARTICIONES,
                    PRY_DURACION_PROY, PRY_EN_VENTANA,
                    PRY_FECHA_CALCULO, PRY_HORA_CALCULO)
               VALUES
                   (:PRY-FECHA-PROCESO, :PRY-CICLO, :PRY-DETALLES,
                    :PRY-REG-SEG, :PRY-CORRIDAS-BASE, :PRY-VENTANA-SEG,
                    :PRY-MAX-PARTICIONES, :PRY-PARTICIONES,
                    :PRY-DURACION-PROY, :PRY-EN-VENTANA,
                    :PRY-FECHA-CALCULO, :PRY-HORA-CALCULO)
           END-EXEC
           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR INSERT PRDTWPRY SQLCODE ' SQLCODE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *                        04-FINAL                                *
      *   SI LA CORRIDA NO ALCANZA LA VENTANA, O NO HUBO CON QUE       *
      *   MEDIRLA, SE AVISA A OPERACIONES DESDE YA Y NO A LAS 08:00    *
      ******************************************************************
       04-FINAL.
           DISPLAY 'FECHA DE PROCESO    : ' PRY-FECHA-PROCESO
                   ' CICLO ' PRY-CICLO
           DISPLAY 'DETALLES ENTRADA    : ' WS-TOTAL-DETALLES
           DISPLAY 'CORRIDAS BASE       : ' PRY-CORRIDAS-BASE
           DISPLAY 'REGISTROS/SEG (JOB) : ' PRY-REG-SEG
           DISPLAY 'VENTANA DISPONIBLE  : ' PRY-VENTANA-SEG ' SEG'
           DISPLAY 'VENTANA UTIL        : ' WS-VENTANA-UTIL ' SEG'
           DISPLAY 'PARTICIONES MAXIMAS : ' PRY-MAX-PARTICIONES
           DISPLAY 'PARTICIONES         : ' PRY-PARTICIONES
           DISPLAY 'DURACION PROYECTADA : ' PRY-DURACION-PROY ' SEG'

           MOVE PRY-FECHA-PROCESO TO MPL-FECHA
           EVALUATE TRUE
              WHEN PRY-TERMINA-A-TIEMPO
                   CONTINUE
              WHEN PRY-SIN-HISTORIA
                   MOVE 'SIN HISTORIA' TO MPL-TEXTO
                   PERFORM 041-ALERTAR-PLAN
              WHEN OTHER
                   IF NO-HAY-VENTANA
                      MOVE 'SIN HORARIO' TO MPL-TEXTO
                   ELSE
                      MOVE 'EXCEDE VENTANA' TO MPL-TEXTO
                   END-IF
                   PERFORM 041-ALERTAR-PLAN
           END-EVALUATE

           STOP RUN.

       041-ALERTAR-PLAN.
           DISPLAY 'AVISO: ' WS-MENSAJE-PLAN
           INITIALIZE CAI-PE9CALR0
           MOVE 'PE3C0166'          TO ALR0-PROGRAMA
           SET ALR0-SEV-ADVERTENCIA TO TRUE
           MOVE WS-MENSAJE-PLAN     TO ALR0-MENSAJE
           CALL 'PE3C0048' USING CAI-PE9CALR0
           MOVE 4 TO RETURN-CODE.
