       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0163.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           CARGA Y DEPURACION DEL ARCHIVO DE ESTADOS DE CUENTA
      *           EMITIDOS (KSDS ESTARCH, CLAVE CLIENTE/PERIODO/FECHA
      *           DE CORRIDA/LINEA). MEZCLA POR LLAVE EL KSDS VIGENTE
      *           CON EL ARCHIVO ESTEXT QUE DEJO LA CORRIDA DE PE3C0052
      *           Y GRABA EL KSDS NUEVO ESTNUEVO, QUE EL JCL RENOMBRA
      *           SOBRE EL ORIGINAL (CON EL ARCHIVO CERRADO EN CICS):
      *           - LOS PERIODOS ANTERIORES AL CORTE DE LA POLITICA
      *             PRDTWRET 'ESTADOS' (RET_MESES_ARCHIVO) SE DEPURAN;
      *           - UNA RECORRIDA DE LA MISMA FECHA DE NEGOCIO
      *             REEMPLAZA COMPLETO LO QUE HABIA DE ESA FECHA.
      *           ASI LA TRANSACCION PE3C0164 Y LA REIMPRESION
      *           PE3C0165 VEN EL ESTADO EXACTO QUE SE ENVIO
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
      *****************KSDS DE ESTADOS ARCHIVADOS VIGENTE***************
           SELECT ESTARCH   ASSIGN TO ESTARCH
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS SEQUENTIAL
                            RECORD KEY IS ACT-LLAVE-REG
                            FILE STATUS IS WS-ESTADO-ACT.
      *****************ESTADOS EMITIDOS EN LA CORRIDA (PE3C0052)********
           SELECT ESTEXT    ASSIGN TO ESTEXT
                            FILE STATUS IS WS-ESTADO-EXT.
      *****************KSDS NUEVO (RECIEN DEFINIDO EN EL JCL)***********
           SELECT ESTNUEVO  ASSIGN TO ESTNUEVO
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS SEQUENTIAL
                            RECORD KEY IS VES-LLAVE
                            FILE STATUS IS WS-ESTADO-NUE.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *    EL LAYOUT DE LOS TRES ES PE3CVEST: LOS DE ENTRADA SE LEEN
      *    SOBRE SUS VISTAS DE TRABAJO (WS-ACTUAL Y WS-NUEVO)
       FD  ESTARCH.
       01 REG-ESTARCH.
           05 ACT-LLAVE-REG              PIC X(30).
           05 FILLER                     PIC X(100).

       FD  ESTEXT
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-ESTEXT                     PIC X(130).

       FD  ESTNUEVO.
           COPY PE3CVEST.
      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                VARIABLES DE CODIGOS DE RETORNO                 *
      ******************************************************************
       01 WS-ESTADO-ACT                  PIC XX    VALUE '00'.
       01 WS-ESTADO-EXT                  PIC XX    VALUE '00'.
       01 WS-ESTADO-NUE                  PIC XX    VALUE '00'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-LEIDOS-ARCHIVO            PIC 9(09) VALUE ZEROS.
          05 WS-LEIDOS-EXTRACTO           PIC 9(09) VALUE ZEROS.
          05 WS-CONSERVADOS               PIC 9(09) VALUE ZEROS.
          05 WS-AGREGADOS                 PIC 9(09) VALUE ZEROS.
          05 WS-DEPURADOS                 PIC 9(09) VALUE ZEROS.
          05 WS-REEMPLAZADOS              PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *   REGISTRO EN CURSO DE CADA ENTRADA; EN FIN DE ARCHIVO LA      *
      *   LLAVE QUEDA EN HIGH-VALUES Y LA MEZCLA TERMINA CUANDO LAS    *
      *   DOS LO ESTAN                                                 *
      ******************************************************************
       01 WS-ACTUAL.
          05 ACT-LLAVE.
             10 ACT-CLIENTE              PIC X(8).
             10 ACT-PERIODO              PIC X(7).
             10 ACT-FECHA-CORRIDA        PIC X(10).
             10 ACT-LINEA                PIC 9(5).
          05 ACT-TEXTO                   PIC X(100).

       01 WS-NUEVO.
          05 NUE-LLAVE.
             10 NUE-CLIENTE              PIC X(8).
             10 NUE-PERIODO              PIC X(7).
             10 NUE-FECHA-CORRIDA        PIC X(10).
             10 NUE-LINEA                PIC 9(5).
          05 NUE-TEXTO                   PIC X(100).

      *    LLAVE ANTERIOR DEL EXTRACTO (DEBE VENIR ASCENDENTE) Y
      *    FECHA DE CORRIDA QUE TRAE: LO ARCHIVADO CON ESA FECHA ES
      *    DE UNA CORRIDA ANTERIOR DEL MISMO DIA Y SE REEMPLAZA
       01 WS-LLAVE-ANTERIOR              PIC X(30) VALUE LOW-VALUES.
       01 WS-FECHA-EXTRACTO              PIC X(10) VALUE SPACES.
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 PRDTW-RET.
           05 RET-TIPO-LOG               PIC X(8)  VALUE 'ESTADOS'.
           05 RET-MESES-LINEA            PIC S9(4) COMP.
           05 RET-MESES-ARCHIVO          PIC S9(4) COMP.

      *    PERIODO DE CORTE YYYY-MM: LOS ANTERIORES SE DEPURAN
       01 WS-PERIODO-CORTE.
           05 CRT-ANO                    PIC 9(4).
           05 FILLER                     PIC X(1)  VALUE '-'.
           05 CRT-MES                    PIC 9(2).

       01 WS-FECHA-PARTES.
           05 FEC-ANO                    PIC 9(4).
           05 FILLER                     PIC X(1).
           05 FEC-MES                    PIC 9(2).
           05 FILLER                     PIC X(1).
           05 FEC-DIA                    PIC X(2).

       01 WS-CALCULO-MESES.
           05 WS-MESES-TOTALES           PIC S9(6) COMP.
           05 WS-ANOS-CORTE              PIC S9(6) COMP.
           05 WS-MES-RESTO               PIC S9(6) COMP.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCORET
           END-EXEC.

      ******************************************************************
      *          INTERFAZ CAI-PE9CFPR0 (FECHA DE PROCESO, PE3C0060)    *
      ******************************************************************
       COPY PE3CFPRO.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 01-INICIO
           PERFORM 02-PROCESO
                   UNTIL ACT-LLAVE = HIGH-VALUES
                     AND NUE-LLAVE = HIGH-VALUES
           PERFORM 03-FINAL.
      ******************************************************************
      *                          01-INICIO                             *
      ******************************************************************
       01-INICIO.
           CALL 'PE3C0060' USING CAI-PE9CFPR0
           PERFORM 011-LEER-POLITICA
           PERFORM 012-CALCULAR-CORTE

           OPEN INPUT ESTEXT
           IF WS-ESTADO-EXT NOT = '00'
              DISPLAY 'ERROR ABRIENDO ARCHIVO ESTEXT ' WS-ESTADO-EXT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

      *    LA PRIMERA VEZ EL KSDS VIGENTE NO EXISTE O ESTA VACIO
           OPEN INPUT ESTARCH
           EVALUATE WS-ESTADO-ACT
              WHEN '00'
                   PERFORM 013-LEER-ARCHIVO
              WHEN '35'
                   DISPLAY 'ESTARCH SIN REGISTROS: CARGA INICIAL'
                   MOVE HIGH-VALUES TO ACT-LLAVE
              WHEN OTHER
                   DISPLAY 'ERROR ABRIENDO ARCHIVO ESTARCH '
                           WS-ESTADO-ACT
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           OPEN OUTPUT ESTNUEVO
           IF WS-ESTADO-NUE NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ARCHIVO ESTNUEVO ' WS-ESTADO-NUE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 014-LEER-EXTRACTO
           MOVE NUE-FECHA-CORRIDA TO WS-FECHA-EXTRACTO.

       011-LEER-POLITICA.
           EXEC SQL
               SELECT RET_MESES_LINEA, RET_MESES_ARCHIVO
               INTO  :RET-MESES-LINEA, :RET-MESES-ARCHIVO
               FROM  PRDTWRET
               WHERE RET_TIPO_LOG = :RET-TIPO-LOG
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = +100
                   DISPLAY 'SIN POLITICA DE RETENCION PARA '
                           RET-TIPO-LOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
              WHEN SQLCODE NOT = ZEROS
                   DISPLAY 'ERROR SELECT PRDTWRET SQLCODE ' SQLCODE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
              WHEN RET-MESES-ARCHIVO NOT > ZEROS
                   DISPLAY 'POLITICA INVALIDA PARA ' RET-TIPO-LOG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      ******************************************************************
      *                012-CALCULAR-CORTE                              *
      *   RESTA LOS MESES DE ARCHIVO AL ANO/MES DE LA FECHA DE NEGOCIO *
      *   (MISMO CALCULO DE PE3C0092, A NIVEL DE PERIODO)              *
      ******************************************************************
       012-CALCULAR-CORTE.
           MOVE FPR0-FECHA-PROCESO TO WS-FECHA-PARTES
           IF FEC-ANO IS NOT NUMERIC OR FEC-MES IS NOT NUMERIC
              OR FEC-MES = ZEROS OR FEC-MES > 12
              DISPLAY 'FECHA DE PROCESO INVALIDA: ' FPR0-FECHA-PROCESO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           COMPUTE WS-MESES-TOTALES = FEC-ANO * 12 + FEC-MES - 1
                                    - RET-MESES-ARCHIVO
           DIVIDE WS-MESES-TOTALES BY 12
                  GIVING WS-ANOS-CORTE REMAINDER WS-MES-RESTO
           MOVE WS-ANOS-CORTE      TO CRT-ANO
           COMPUTE CRT-MES = WS-MES-RESTO + 1
           DISPLAY 'SE CONSERVAN LOS PERIODOS DESDE ' WS-PERIODO-CORTE.

       013-LEER-ARCHIVO.
           READ ESTARCH INTO WS-ACTUAL
              AT END
                 MOVE HIGH-VALUES TO ACT-LLAVE
              NOT AT END
                 ADD 1 TO WS-LEIDOS-ARCHIVO
           END-READ
           IF WS-ESTADO-ACT NOT = '00' AND NOT = '10'
              DISPLAY 'ERROR LEYENDO ARCHIVO ESTARCH ' WS-ESTADO-ACT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    PE3C0052 ESCRIBE EN ORDEN DE CLIENTE Y LINEA CON UNA SOLA
      *    FECHA DE CORRIDA; OTRA COSA ES UN EXTRACTO EQUIVOCADO
       014-LEER-EXTRACTO.
           READ ESTEXT INTO WS-NUEVO
              AT END
                 MOVE HIGH-VALUES TO NUE-LLAVE
              NOT AT END
                 ADD 1 TO WS-LEIDOS-EXTRACTO
           END-READ
           IF WS-ESTADO-EXT NOT = '00' AND NOT = '10'
              DISPLAY 'ERROR LEYENDO ARCHIVO ESTEXT ' WS-ESTADO-EXT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           IF NUE-LLAVE NOT = HIGH-VALUES
              IF NUE-LLAVE NOT > WS-LLAVE-ANTERIOR
                 DISPLAY 'ESTEXT FUERA DE ORDEN EN ' NUE-LLAVE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-FECHA-EXTRACTO NOT = SPACES
                 AND NUE-FECHA-CORRIDA NOT = WS-FECHA-EXTRACTO
                   DISPLAY 'ESTEXT CON MAS DE UNA FECHA DE CORRIDA: '
                           NUE-FECHA-CORRIDA
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
              END-IF
              MOVE NUE-LLAVE TO WS-LLAVE-ANTERIOR
           END-IF.

      ******************************************************************
      *                        02-PROCESO                              *
      *   MEZCLA POR LLAVE: SIEMPRE SE GRABA LA MENOR DE LAS DOS,      *
      *   ASI EL KSDS NUEVO SE CARGA EN ACCESO SECUENCIAL              *
      ******************************************************************
       02-PROCESO.
           EVALUATE TRUE
              WHEN ACT-LLAVE < NUE-LLAVE
                   PERFORM 021-PASAR-ARCHIVADO
              WHEN ACT-LLAVE > NUE-LLAVE
                   PERFORM 022-AGREGAR-NUEVO
              WHEN OTHER
      *            MISMA LLAVE: MANDA LO QUE SE EMITIO AHORA
                   ADD 1 TO WS-REEMPLAZADOS
                   PERFORM 013-LEER-ARCHIVO
                   PERFORM 022-AGREGAR-NUEVO
           END-EVALUATE.

       021-PASAR-ARCHIVADO.
           EVALUATE TRUE
              WHEN ACT-PERIODO < WS-PERIODO-CORTE
                   ADD 1 TO WS-DEPURADOS
              WHEN ACT-FECHA-CORRIDA = WS-FECHA-EXTRACTO
                   ADD 1 TO WS-REEMPLAZADOS
              WHEN OTHER
                   MOVE WS-ACTUAL TO REG-VSAM-EST
                   PERFORM 99-GRABAR
                   ADD 1 TO WS-CONSERVADOS
           END-EVALUATE

           PERFORM 013-LEER-ARCHIVO.

       022-AGREGAR-NUEVO.
           MOVE WS-NUEVO TO REG-VSAM-EST
           PERFORM 99-GRABAR
           ADD 1 TO WS-AGREGADOS

           PERFORM 014-LEER-EXTRACTO.

      ******************************************************************
      *                        99-GRABAR                               *
      ******************************************************************
       99-GRABAR.
           WRITE REG-VSAM-EST
           IF WS-ESTADO-NUE NOT = '00'
              DISPLAY 'ERROR WRITE ESTNUEVO ' WS-ESTADO-NUE ' '
                      VES-LLAVE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *                        03-FINAL                                *
      ******************************************************************
       03-FINAL.
           DISPLAY 'LINEAS EN ESTARCH     : ' WS-LEIDOS-ARCHIVO
           DISPLAY 'LINEAS EN ESTEXT      : ' WS-LEIDOS-EXTRACTO
           DISPLAY 'LINEAS CONSERVADAS    : ' WS-CONSERVADOS
           DISPLAY 'LINEAS AGREGADAS      : ' WS-AGREGADOS
           DISPLAY 'LINEAS DEPURADAS      : ' WS-DEPURADOS
           DISPLAY 'LINEAS REEMPLAZADAS   : ' WS-REEMPLAZADOS

           IF WS-ESTADO-ACT NOT = '35'
              CLOSE ESTARCH
           END-IF
           CLOSE ESTEXT ESTNUEVO

           IF WS-LEIDOS-EXTRACTO = ZEROS
              DISPLAY 'AVISO: LA CORRIDA NO DEJO ESTADOS PARA ARCHIVAR'
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
