       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0130.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           RECUPERACION HACIA ADELANTE DE PRDTW02 DESPUES DE
      *           RESTAURAR LA COPIA IMAGEN (HERMANO DE PE3C0031, QUE
      *           DESHACE; ESTE REHACE): TOMA POR PARM EL MOMENTO DE
      *           LA COPIA (FECHA DE MAQUINA Y HORA) Y REAPLICA EN SU
      *           ORDEN ORIGINAL LAS OPERACIONES DE LA BITACORA
      *           MANTLOG CON COD-RET '00' POSTERIORES A EL: EL ALTA
      *           SE REINSERTA CON SU IDENTIDAD, EL CAMBIO SE VUELVE
      *           A APLICAR Y LA BAJA SE VUELVE A BORRAR, IGUAL QUE
      *           LO HIZO PE3C0022 (POR LLAVE). ANTES DE CADA CAMBIO
      *           O BAJA SE COMPARA LA IMAGEN ANTERIOR DE LA BITACORA
      *           CONTRA LA FILA ACTUAL: SI NO COINCIDE ES UN
      *           CONFLICTO, SE LISTA Y NO SE TOCA LA FILA.
      *           CONFIRMA CADA N OPERACIONES Y DEJA EN ROLLCHK EL
      *           AVANCE (REGISTROS DE MANTLOG CONSUMIDOS) Y LA FOTO
      *           INICIAL; UNA CAIDA SE RETOMA EN MODO REINICIO ('R')
      *           SIN REPETIR LO CONFIRMADO. AL FINAL IMPRIME POR DIA
      *           DE MOVIMIENTO LAS FILAS Y EL VALOR ANTES Y DESPUES
      *           CONTRA LO REAPLICADO, PARA QUE OPERACIONES FIRME
      *           QUE LA TABLA QUEDO COMPLETA. CORRE CON LA VENTANA
      *           EN QUIESCE (PE3C0083)
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
      ***********BITACORA DE MANTENIMIENTO DESDE LA COPIA IMAGEN********
           SELECT MANTLOG   ASSIGN TO MANTLOG
                            FILE STATUS IS WS-ESTADO.
      ***********AVANCE DE LA RECUPERACION Y FOTO INICIAL***************
           SELECT ROLLCHK   ASSIGN TO ROLLCHK
                            FILE STATUS IS WS-ESTADO-CHK.
      ***********LISTADO DE LA RECUPERACION*****************************
           SELECT SALIDA    ASSIGN TO SALIDA
                            FILE STATUS IS WS-ESTADO-SAL.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  MANTLOG RECORDING MODE IS F
                   BLOCK CONTAINS 0 RECORDS.
           COPY PE3CMLOG.

      *    UN REGISTRO DE CONTROL ('C') SEGUIDO DE UNO POR DIA DE
      *    MOVIMIENTO ('D'); SE REESCRIBE COMPLETO EN CADA COMMIT
       FD  ROLLCHK
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-ROLLCHK.
           05 RCH-TIPO                          PIC X(1).
             88 RCH-CONTROL                         VALUE 'C'.
             88 RCH-DIA                             VALUE 'D'.
           05 RCH-RESTO                         PIC X(79).
           05 RCH-CONTROL-DATOS REDEFINES RCH-RESTO.
              10 RCH-ESTADO                     PIC X(8).
                88 RCH-COMPLETO                     VALUE 'COMPLETO'.
              10 RCH-MOMENTO                    PIC X(14).
              10 RCH-PROCESADOS                 PIC 9(9).
              10 RCH-APLICADOS                  PIC 9(9).
              10 RCH-CONFLICTOS                 PIC 9(9).
              10 RCH-ANTERIORES                 PIC 9(9).
              10 RCH-CANT-DIAS                  PIC 9(5).
              10 FILLER                         PIC X(16).
           05 RCH-DIA-DATOS REDEFINES RCH-RESTO.
              10 RCH-DIA-FECHA                  PIC X(10).
              10 RCH-ANT-FILAS                  PIC S9(9).
              10 RCH-ANT-VALOR                  PIC S9(13)V99.
              10 RCH-APL-FILAS                  PIC S9(9).
              10 RCH-APL-VALOR                  PIC S9(13)V99.
              10 RCH-CONFLICTOS-DIA             PIC 9(9).
              10 FILLER                         PIC X(12).

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
       01 WS-ESTADO-CHK                  PIC XX    VALUE '00'.
       01 WS-ESTADO-SAL                  PIC XX    VALUE '00'.
      ******************************************************************
      *                           SWITCHES                             *
      ******************************************************************
       01 SWITCHES.
           05 SW-FIN-DATA              PIC X      VALUE 'N'.
             88 SI-FIN-DATA                       VALUE 'S'.
             88 NO-FIN-DATA                       VALUE 'N'.
           05 SW-FIN-CHK               PIC X      VALUE 'N'.
             88 SI-FIN-CHK                        VALUE 'S'.
             88 NO-FIN-CHK                        VALUE 'N'.
           05 SW-ERROR-RECUPERA        PIC X      VALUE 'N'.
             88 SI-ERROR-RECUPERA                 VALUE 'S'.
             88 NO-ERROR-RECUPERA                 VALUE 'N'.
           05 SW-AVANCE-PREVIO         PIC X      VALUE 'N'.
             88 SI-AVANCE-PREVIO                  VALUE 'S'.
             88 NO-AVANCE-PREVIO                  VALUE 'N'.
           05 SW-CONFLICTO             PIC X      VALUE 'N'.
             88 SI-CONFLICTO                      VALUE 'S'.
             88 NO-CONFLICTO                      VALUE 'N'.
           05 SW-DESCUADRE             PIC X      VALUE 'N'.
             88 SI-DESCUADRE                      VALUE 'S'.
             88 NO-DESCUADRE                      VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-LEIDOS                    PIC 9(09) VALUE ZEROS.
          05 WS-SALTADOS                  PIC 9(09) VALUE ZEROS.
          05 WS-ANTERIORES                PIC 9(09) VALUE ZEROS.
          05 WS-OMITIDOS                  PIC 9(09) VALUE ZEROS.
          05 WS-APLICADOS                 PIC 9(09) VALUE ZEROS.
          05 WS-CONFLICTOS                PIC 9(09) VALUE ZEROS.
          05 WS-SIN-CONFIRMAR             PIC 9(09) VALUE ZEROS.
          05 WS-COMMITS                   PIC 9(09) VALUE ZEROS.
          05 WS-DIAS-DESCUADRADOS         PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                          CONSTANTES                            *
      ******************************************************************
       01 WS-CONSTANTES.
          05 CTE-LONG-MAX-PARM           PIC 9(02) VALUE 20.
          05 WS-LONG-NUM                 PIC 9(02) VALUE ZEROS.
      *    INTERVALO DE COMMIT EFECTIVO (DEL PARM; 500 POR DEFECTO)
          05 WS-INTERVALO-COMMIT         PIC 9(05) VALUE 00500.
          05 CTE-MAX-DIAS                PIC 9(05) VALUE 01000.
      ******************************************************************
      *        DIAS DE MOVIMIENTO QUE TOCA LA RECUPERACION: FOTO       *
      *        ANTES (AL ARRANCAR LA PRIMERA CORRIDA) Y LO REAPLICADO  *
      ******************************************************************
       01 WS-TABLA-DIAS.
          05 WS-CANT-DIAS                PIC S9(4) COMP VALUE ZEROS.
          05 WS-DIA-ENTRADA OCCURS 1000 TIMES INDEXED BY I-DIA.
             07 DIA-FECHA                PIC X(10).
             07 DIA-ANT-FILAS            PIC S9(9) COMP.
             07 DIA-ANT-VALOR            PIC S9(13)V99 COMP-3.
             07 DIA-APL-FILAS            PIC S9(9) COMP.
             07 DIA-APL-VALOR            PIC S9(13)V99 COMP-3.
             07 DIA-CONFLICTOS           PIC S9(9) COMP.
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
      *    MOMENTO DE LA COPIA IMAGEN Y DE CADA OPERACION (FECHA DE
      *    MAQUINA YYYYMMDD Y HORA HHMMSS, COMO LAS GRABA PE3C0022)
       01 WS-MOMENTO-COPIA.
           05 WS-COPIA-FECHA             PIC X(8).
           05 WS-COPIA-HORA              PIC X(6).
       01 WS-MOMENTO-LOG.
           05 WS-LOG-FECHA               PIC X(8).
           05 WS-LOG-HORA                PIC X(6).

       01 WS-PROCESADOS-PREVIOS          PIC 9(9)  VALUE ZEROS.
       01 WS-CANT-FILAS                  PIC S9(9) COMP VALUE ZEROS.
       01 WS-SUMA-VALOR                  PIC S9(13)V99 COMP-3
                                                   VALUE ZEROS.
       01 WS-FILAS-ESPERADAS             PIC S9(9) COMP VALUE ZEROS.
       01 WS-VALOR-ESPERADO              PIC S9(13)V99 COMP-3
                                                   VALUE ZEROS.

       01 PRDTW02.
           05 W02-CLIENTE                       PIC X(8).
           05 W02-FECHA-MOV                     PIC X(10).
           05 W02-CONTRATO                      PIC X(18).
           05 W02-VALOR                         PIC X(13).
           05 W02-VALOR-NUM                     PIC S9(9)V99 COMP-3.
           05 W02-TIPO-MOV                      PIC X(1).
           05 W02-MONEDA                        PIC X(3).
           05 W02-ID-MOV                        PIC S9(13) COMP-3.

      *    FILA ACTUAL CONTRA LA QUE SE COMPARA LA IMAGEN ANTERIOR
       01 WS-FILA-ACTUAL.
           05 ACT-VALOR-NUM                     PIC S9(9)V99 COMP-3.
           05 ACT-TIPO-MOV                      PIC X(1).

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE ASIGNACION DEL IDENTIFICADOR DE     *
      *   MOVIMIENTO PE3C0065 (ALTAS DE BITACORAS ANTERIORES QUE NO    *
      *   TRAEN W02_ID_MOV)                                            *
      ******************************************************************
       COPY PE3COIDM.

      ******************************************************************
      *      INTERFAZ DE LA RUTINA CENTRAL DE ALERTAS PE3C0048         *
      ******************************************************************
       COPY PE3COALR.

       01 WS-TITULO1.
          05 FILLER             PIC X(40) VALUE
                         'RECUPERACION HACIA ADELANTE DE PRDTW02 '.
          05 FILLER             PIC X(24) VALUE
                         'DESDE LA COPIA IMAGEN DE'.
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 TIT-FECHA          PIC X(8).
          05 FILLER             PIC X(1)  VALUE SPACE.
          05 TIT-HORA           PIC X(6).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 TIT-REINICIO       PIC X(30).

       01 WS-DETALLE.
          05 DET-OPERACION             PIC X(1).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-CLIENTE               PIC X(8).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-CONTRATO              PIC X(18).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-FECHA                 PIC X(10).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-ID-MOV                PIC 9(13).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-MOMENTO               PIC X(14).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-RESULTADO             PIC X(30).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-ACTUAL                PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-ESPERADO              PIC -ZZZ,ZZZ,ZZ9.99.

       01 WS-TITULO-DIAS.
          05 FILLER             PIC X(11) VALUE 'FECHA MOV  '.
          05 FILLER             PIC X(10) VALUE 'FILAS ANT '.
          05 FILLER             PIC X(21) VALUE
                                 '            VALOR ANT'.
          05 FILLER             PIC X(10) VALUE '  REAPLIC '.
          05 FILLER             PIC X(10) VALUE 'FILAS DESP'.
          05 FILLER             PIC X(21) VALUE
                                 '           VALOR DESP'.
          05 FILLER             PIC X(10) VALUE ' CONFLICT '.
          05 FILLER             PIC X(10) VALUE ' RESULTADO'.

       01 WS-LINEA-DIA.
          05 LDI-FECHA                 PIC X(10).
          05 FILLER                    PIC X VALUE SPACES.
          05 LDI-ANT-FILAS             PIC ZZZZZZZZ9.
          05 FILLER                    PIC X VALUE SPACES.
          05 LDI-ANT-VALOR             PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X VALUE SPACES.
          05 LDI-APL-FILAS             PIC -ZZZZZZZ9.
          05 FILLER                    PIC X VALUE SPACES.
          05 LDI-DES-FILAS             PIC ZZZZZZZZ9.
          05 FILLER                    PIC X VALUE SPACES.
          05 LDI-DES-VALOR             PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X VALUE SPACES.
          05 LDI-CONFLICTOS            PIC ZZZZZZZZ9.
          05 FILLER                    PIC X VALUE SPACES.
          05 LDI-RESULTADO             PIC X(12).

       01 WS-RESUMEN.
          05 CTE-RESUMEN              PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(9)  VALUE 'LEIDOS ='.
          05 RES-LEIDOS                PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(12) VALUE ' ANTERIORES='.
          05 RES-ANTERIORES            PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(12) VALUE ' APLICADOS ='.
          05 RES-APLICADOS             PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(12) VALUE ' CONFLICTOS='.
          05 RES-CONFLICTOS            PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(11) VALUE ' OMITIDOS ='.
          05 RES-OMITIDOS              PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(14) VALUE ' DESCUADRADOS='.
          05 RES-DESCUADRADOS          PIC ZZZZZZZZ9.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOW02
           END-EXEC.

       LINKAGE SECTION.
       01 REG-PARM.
           05 PARM-LONG                         PIC X(02).
      *    MOMENTO DE LA COPIA IMAGEN RESTAURADA: FECHA DE MAQUINA
      *    YYYYMMDD Y HORA HHMMSS
           05 PARM-FECHA-COPIA                  PIC X(08).
           05 PARM-HORA-COPIA                   PIC X(06).
      *    COMMIT CADA N OPERACIONES; EN CERO/BLANCO APLICA 500
           05 PARM-INTERVALO-COMMIT             PIC X(05).
      *    'R' = REINICIO DE UNA RECUPERACION INTERRUMPIDA
           05 PARM-MODO-REINICIO                PIC X(01).
             88 PARM-REINICIO                       VALUE 'R'.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING REG-PARM.
           PERFORM 01-INICIO
           PERFORM 02-PROCESO UNTIL SI-FIN-DATA
           PERFORM 03-FINAL.
      ******************************************************************
      *                          01-INICIO                             *
      *   - EN UNA CORRIDA NUEVA RECORRE LA BITACORA UNA VEZ PARA      *
      *     SABER QUE DIAS TOCA, TOMA LA FOTO ANTES Y LA GRABA EN      *
      *     ROLLCHK; EN REINICIO LA FOTO Y EL AVANCE SALEN DE ROLLCHK  *
      *     Y SE SALTAN LOS REGISTROS YA CONFIRMADOS                   *
      ******************************************************************
       01-INICIO.
           PERFORM 010-VALIDAR-PARM
           PERFORM 011-VALIDAR-AVANCE-PREVIO
           PERFORM 012-ABRIR-ARCHIVOS

           IF SI-AVANCE-PREVIO
              MOVE 'REINICIO DESDE ROLLCHK'  TO TIT-REINICIO
           END-IF
           MOVE WS-COPIA-FECHA TO TIT-FECHA
           MOVE WS-COPIA-HORA  TO TIT-HORA
           MOVE WS-TITULO1     TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           IF NO-AVANCE-PREVIO
              PERFORM 013-UBICAR-DIAS
              PERFORM 014-FOTO-ANTES
                      VARYING I-DIA FROM 1 BY 1
                      UNTIL I-DIA > WS-CANT-DIAS
              PERFORM 04-GRABAR-AVANCE
           END-IF

           PERFORM 015-LEER-MANTLOG
           PERFORM 016-SALTAR-CONFIRMADOS
                   UNTIL WS-LEIDOS > WS-PROCESADOS-PREVIOS
                      OR SI-FIN-DATA.

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

           IF PARM-FECHA-COPIA IS NOT NUMERIC
              OR PARM-HORA-COPIA IS NOT NUMERIC
                DISPLAY 'MOMENTO DE LA COPIA INVALIDO: '
                        PARM-FECHA-COPIA ' ' PARM-HORA-COPIA
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF
           MOVE PARM-FECHA-COPIA TO WS-COPIA-FECHA
           MOVE PARM-HORA-COPIA  TO WS-COPIA-HORA

           IF WS-LONG-NUM > 14
              AND PARM-INTERVALO-COMMIT IS NUMERIC
              AND PARM-INTERVALO-COMMIT NOT = ZEROS
                MOVE PARM-INTERVALO-COMMIT TO WS-INTERVALO-COMMIT
           END-IF

           IF WS-LONG-NUM < CTE-LONG-MAX-PARM
              MOVE SPACE TO PARM-MODO-REINICIO
           END-IF.

      ******************************************************************
      *                011-VALIDAR-AVANCE-PREVIO                       *
      *   MISMA REGLA DE PE3C0025: UN ROLLCHK SIN MARCA DE COMPLETO    *
      *   ES UNA RECUPERACION A MEDIAS Y SOLO SE SIGUE EN MODO 'R'; Y  *
      *   SOLO SI ES DE LA MISMA COPIA IMAGEN                          *
      ******************************************************************
       011-VALIDAR-AVANCE-PREVIO.
           OPEN INPUT ROLLCHK
           IF WS-ESTADO-CHK = '00'
              PERFORM 0111-LEER-ROLLCHK
              IF NO-FIN-CHK AND RCH-CONTROL AND NOT RCH-COMPLETO
                 SET SI-AVANCE-PREVIO TO TRUE
                 PERFORM 0112-RECUPERAR-CONTROL
                 PERFORM 0111-LEER-ROLLCHK
                 PERFORM 0113-RECUPERAR-DIA
                         UNTIL SI-FIN-CHK
              END-IF
              CLOSE ROLLCHK
           END-IF

           IF SI-AVANCE-PREVIO AND NOT PARM-REINICIO
              DISPLAY 'RECUPERACION INTERRUMPIDA CON '
                      WS-PROCESADOS-PREVIOS ' REGISTROS CONFIRMADOS'
              DISPLAY 'USAR MODO REINICIO (PARM R) PARA CONTINUAR'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF SI-AVANCE-PREVIO
              DISPLAY 'REINICIO DE LA RECUPERACION DESPUES DE '
                      WS-PROCESADOS-PREVIOS ' REGISTROS'
           END-IF.

       0111-LEER-ROLLCHK.
           READ ROLLCHK
              AT END
                 SET SI-FIN-CHK TO TRUE
           END-READ
           IF WS-ESTADO-CHK NOT = '00' AND NOT = '10'
              DISPLAY 'ERROR LEYENDO ARCHIVO ROLLCHK ' WS-ESTADO-CHK
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       0112-RECUPERAR-CONTROL.
           IF RCH-MOMENTO NOT = WS-MOMENTO-COPIA
              DISPLAY 'ROLLCHK ES DE OTRA COPIA IMAGEN: ' RCH-MOMENTO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE RCH-PROCESADOS TO WS-PROCESADOS-PREVIOS
           MOVE RCH-APLICADOS  TO WS-APLICADOS
           MOVE RCH-CONFLICTOS TO WS-CONFLICTOS
           MOVE RCH-ANTERIORES TO WS-ANTERIORES.

       0113-RECUPERAR-DIA.
           IF RCH-DIA
              ADD 1 TO WS-CANT-DIAS
              SET I-DIA TO WS-CANT-DIAS
              MOVE RCH-DIA-FECHA      TO DIA-FECHA(I-DIA)
              MOVE RCH-ANT-FILAS      TO DIA-ANT-FILAS(I-DIA)
              MOVE RCH-ANT-VALOR      TO DIA-ANT-VALOR(I-DIA)
              MOVE RCH-APL-FILAS      TO DIA-APL-FILAS(I-DIA)
              MOVE RCH-APL-VALOR      TO DIA-APL-VALOR(I-DIA)
              MOVE RCH-CONFLICTOS-DIA TO DIA-CONFLICTOS(I-DIA)
           END-IF
           PERFORM 0111-LEER-ROLLCHK.

       012-ABRIR-ARCHIVOS.
           OPEN INPUT MANTLOG
           IF WS-ESTADO NOT = '00'
              DISPLAY 'ERROR ABRIENDO ARCHIVO MANTLOG ' WS-ESTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

      *    EN REINICIO EL LISTADO SE EXTIENDE PARA NO PERDER LO QUE
      *    DEJO LA CORRIDA INTERRUMPIDA
           IF SI-AVANCE-PREVIO
              OPEN EXTEND SALIDA
           ELSE
              OPEN OUTPUT SALIDA
           END-IF
           IF WS-ESTADO-SAL NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ARCHIVO SALIDA  ' WS-ESTADO-SAL
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *                     013-UBICAR-DIAS                            *
      *   PRIMERA PASADA: DIAS DE MOVIMIENTO CON OPERACIONES A         *
      *   REAPLICAR. LA BITACORA SE CIERRA Y SE VUELVE A ABRIR PARA LA *
      *   PASADA DE APLICACION                                         *
      ******************************************************************
       013-UBICAR-DIAS.
           PERFORM 015-LEER-MANTLOG
           PERFORM 0131-ANOTAR-DIA UNTIL SI-FIN-DATA
           CLOSE MANTLOG
           OPEN INPUT MANTLOG
           IF WS-ESTADO NOT = '00'
              DISPLAY 'ERROR REABRIENDO ARCHIVO MANTLOG ' WS-ESTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           SET NO-FIN-DATA TO TRUE
           MOVE ZEROS TO WS-LEIDOS.

       0131-ANOTAR-DIA.
           IF LOG-COD-RET = '00'
              AND WS-MOMENTO-LOG > WS-MOMENTO-COPIA
                PERFORM 05-UBICAR-DIA
           END-IF
           PERFORM 015-LEER-MANTLOG.

       014-FOTO-ANTES.
           MOVE DIA-FECHA(I-DIA) TO W02-FECHA-MOV
           PERFORM 06-CONTAR-DIA
           MOVE WS-CANT-FILAS    TO DIA-ANT-FILAS(I-DIA)
           MOVE WS-SUMA-VALOR    TO DIA-ANT-VALOR(I-DIA).

       015-LEER-MANTLOG.
           INITIALIZE REG-MANTLOG
           READ MANTLOG
              AT END
                 SET SI-FIN-DATA     TO TRUE
              NOT AT END
                 ADD 1               TO WS-LEIDOS
                 MOVE LOG-FECHA-MAQUINA TO WS-LOG-FECHA
                 MOVE LOG-HORA-PROCESO  TO WS-LOG-HORA
           END-READ
           IF WS-ESTADO NOT = '00' AND NOT = '10'
              DISPLAY 'ERROR LEYENDO ARCHIVO MANTLOG ' WS-ESTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       016-SALTAR-CONFIRMADOS.
           ADD 1 TO WS-SALTADOS
           PERFORM 015-LEER-MANTLOG.

      ******************************************************************
      *                        02-PROCESO                              *
      *   REAPLICA EN EL ORDEN ORIGINAL; LO NO APLICADO EN SU MOMENTO  *
      *   Y LO ANTERIOR A LA COPIA NO SE TOCA                          *
      ******************************************************************
       02-PROCESO.
           EVALUATE TRUE
              WHEN LOG-COD-RET NOT = '00'
                   ADD 1 TO WS-OMITIDOS
              WHEN WS-MOMENTO-LOG NOT > WS-MOMENTO-COPIA
                   ADD 1 TO WS-ANTERIORES
              WHEN OTHER
                   PERFORM 021-REAPLICAR-OPERACION
           END-EVALUATE

           ADD 1 TO WS-SIN-CONFIRMAR
           IF WS-SIN-CONFIRMAR NOT < WS-INTERVALO-COMMIT
              PERFORM 027-CONFIRMAR-AVANCE
           END-IF

           PERFORM 015-LEER-MANTLOG.

       021-REAPLICAR-OPERACION.
           MOVE LOG-CLIENTE        TO W02-CLIENTE
           MOVE LOG-CONTRATO       TO W02-CONTRATO
           MOVE LOG-FECHA-MOV      TO W02-FECHA-MOV
           IF LOG-ID-MOV IS NUMERIC
              MOVE LOG-ID-MOV      TO W02-ID-MOV
           ELSE
              MOVE ZEROS           TO W02-ID-MOV
           END-IF
           SET NO-CONFLICTO        TO TRUE
           INITIALIZE WS-DETALLE
           PERFORM 05-UBICAR-DIA

           EVALUATE TRUE
              WHEN LOG-OP-ALTA
                   PERFORM 022-REAPLICAR-ALTA
              WHEN LOG-OP-CAMBIO
                   PERFORM 023-REAPLICAR-CAMBIO
              WHEN LOG-OP-BAJA
                   PERFORM 024-REAPLICAR-BAJA
              WHEN OTHER
                   ADD 1 TO WS-OMITIDOS
           END-EVALUATE.

      ******************************************************************
      *                    022-REAPLICAR-ALTA                          *
      *   UN ALTA CUYO IDENTIFICADOR YA ESTA EN LA TABLA QUEDO DENTRO  *
      *   DE LA COPIA (OPERACION EN EL BORDE DEL MOMENTO DE LA COPIA)  *
      ******************************************************************
       022-REAPLICAR-ALTA.
           IF W02-ID-MOV > ZEROS
              EXEC SQL
                  SELECT COUNT(*)
                  INTO  :WS-CANT-FILAS
                  FROM PRDTW02
                  WHERE W02_ID_MOV = :W02-ID-MOV
              END-EXEC
              IF SQLCODE NOT = ZEROS
                 PERFORM 026-FALLAR-SQL
              END-IF
              IF WS-CANT-FILAS > ZEROS
                 MOVE 'ALTA YA PRESENTE EN LA TABLA' TO DET-RESULTADO
                 PERFORM 025-REGISTRAR-CONFLICTO
              END-IF
           ELSE
              INITIALIZE CAI-PE9CIDM0
              CALL 'PE3C0065' USING CAI-PE9CIDM0
              IF IDM0-COD-RET NOT = '00'
                 DISPLAY 'ERROR ASIGNANDO ID (PE3C0065) COD '
                         IDM0-COD-RET ' SQLCODE ' IDM0-MAS-SQLCODE
                 PERFORM 026-FALLAR-SQL
              END-IF
              MOVE IDM0-ID-MOV     TO W02-ID-MOV
           END-IF

           IF NO-CONFLICTO
              MOVE LOG-VALOR       TO W02-VALOR
              MOVE LOG-VALOR-NUM   TO W02-VALOR-NUM
              MOVE LOG-TIPO-MOV    TO W02-TIPO-MOV
              MOVE LOG-MONEDA      TO W02-MONEDA
              IF W02-MONEDA = SPACES
                 MOVE 'COP'        TO W02-MONEDA
              END-IF
              EXEC SQL
                  INSERT INTO PRDTW02
                      (W02_CLIENTE, W02_FECHA_MOV, W02_CONTRATO,
                       W02_VALOR, W02_VALOR_NUM, W02_TIPO_MOV,
                       W02_MONEDA, W02_ID_MOV)
                  VALUES
                      (:W02-CLIENTE, :W02-FECHA-MOV, :W02-CONTRATO,
                       :W02-VALOR, :W02-VALOR-NUM, :W02-TIPO-MOV,
                       :W02-MONEDA, :W02-ID-MOV)
              END-EXEC
              IF SQLCODE NOT = ZEROS
                 PERFORM 026-FALLAR-SQL
              END-IF
              ADD 1                TO DIA-APL-FILAS(I-DIA)
              ADD W02-VALOR-NUM    TO DIA-APL-VALOR(I-DIA)
              MOVE 'ALTA REINSERTADA' TO DET-RESULTADO
              MOVE W02-VALOR-NUM   TO DET-ESPERADO
              PERFORM 028-REGISTRAR-APLICADA
           END-IF.

      ******************************************************************
      *                    023-REAPLICAR-CAMBIO                        *
      ******************************************************************
       023-REAPLICAR-CAMBIO.
           PERFORM 029-VERIFICAR-IMAGEN
           IF NO-CONFLICTO
              MOVE LOG-VALOR       TO W02-VALOR
              MOVE LOG-VALOR-NUM   TO W02-VALOR-NUM
              MOVE LOG-TIPO-MOV    TO W02-TIPO-MOV
              EXEC SQL
                  UPDATE PRDTW02
                  SET    W02_VALOR     = :W02-VALOR,
                         W02_VALOR_NUM = :W02-VALOR-NUM,
                         W02_TIPO_MOV  = :W02-TIPO-MOV
                  WHERE  W02_CLIENTE   = :W02-CLIENTE
                  AND    W02_CONTRATO  = :W02-CONTRATO
                  AND    W02_FECHA_MOV = :W02-FECHA-MOV
              END-EXEC
              IF SQLCODE NOT = ZEROS
                 PERFORM 026-FALLAR-SQL
              END-IF
              ADD W02-VALOR-NUM    TO DIA-APL-VALOR(I-DIA)
              SUBTRACT ACT-VALOR-NUM FROM DIA-APL-VALOR(I-DIA)
              MOVE 'CAMBIO REAPLICADO' TO DET-RESULTADO
              MOVE W02-VALOR-NUM   TO DET-ESPERADO
              PERFORM 028-REGISTRAR-APLICADA
           END-IF.

      ******************************************************************
      *                    024-REAPLICAR-BAJA                          *
      ******************************************************************
       024-REAPLICAR-BAJA.
           PERFORM 029-VERIFICAR-IMAGEN
           IF NO-CONFLICTO
              EXEC SQL
                  DELETE FROM PRDTW02
                  WHERE  W02_CLIENTE   = :W02-CLIENTE
                  AND    W02_CONTRATO  = :W02-CONTRATO
                  AND    W02_FECHA_MOV = :W02-FECHA-MOV
              END-EXEC
              IF SQLCODE NOT = ZEROS
                 PERFORM 026-FALLAR-SQL
              END-IF
              SUBTRACT 1             FROM DIA-APL-FILAS(I-DIA)
              SUBTRACT ACT-VALOR-NUM FROM DIA-APL-VALOR(I-DIA)
              MOVE 'BAJA REAPLICADA' TO DET-RESULTADO
              PERFORM 028-REGISTRAR-APLICADA
           END-IF.

      ******************************************************************
      *                    029-VERIFICAR-IMAGEN                        *
      *   LA FILA ACTUAL (POR LA MISMA LLAVE CON QUE PE3C0022 LA       *
      *   TOCO) DEBE SER LA IMAGEN ANTERIOR QUE DEJO LA BITACORA       *
      ******************************************************************
       029-VERIFICAR-IMAGEN.
           EXEC SQL
               SELECT W02_VALOR_NUM, W02_TIPO_MOV
               INTO  :ACT-VALOR-NUM, :ACT-TIPO-MOV
               FROM PRDTW02
               WHERE W02_CLIENTE   = :W02-CLIENTE
               AND   W02_CONTRATO  = :W02-CONTRATO
               AND   W02_FECHA_MOV = :W02-FECHA-MOV
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   IF ACT-VALOR-NUM NOT = LOG-ANT-VALOR-NUM
                      OR ACT-TIPO-MOV NOT = LOG-ANT-TIPO-MOV
                      MOVE 'FILA ACTUAL DISTINTA A LA ANTERIOR'
                                         TO DET-RESULTADO
                      MOVE ACT-VALOR-NUM TO DET-ACTUAL
                      MOVE LOG-ANT-VALOR-NUM TO DET-ESPERADO
                      PERFORM 025-REGISTRAR-CONFLICTO
                   END-IF
              WHEN +100
                   MOVE 'FILA NO ENCONTRADA'   TO DET-RESULTADO
                   MOVE LOG-ANT-VALOR-NUM      TO DET-ESPERADO
                   PERFORM 025-REGISTRAR-CONFLICTO
              WHEN -811
                   MOVE 'LLAVE DUPLICADA EN LA TABLA' TO DET-RESULTADO
                   PERFORM 025-REGISTRAR-CONFLICTO
              WHEN OTHER
                   PERFORM 026-FALLAR-SQL
           END-EVALUATE.

      *    EL CONFLICTO NO DETIENE LA RECUPERACION: SE LISTA PARA QUE
      *    OPERACIONES LO RESUELVA Y LA FILA QUEDA COMO ESTA
       025-REGISTRAR-CONFLICTO.
           SET SI-CONFLICTO TO TRUE
           ADD 1 TO WS-CONFLICTOS DIA-CONFLICTOS(I-DIA)
           PERFORM 98-ESCRIBIR-DETALLE.

      ******************************************************************
      *                     026-FALLAR-SQL                             *
      *   UN ERROR DE BASE DE DATOS DESHACE EL TRAMO SIN CONFIRMAR Y   *
      *   DETIENE LA CORRIDA; ROLLCHK QUEDA EN EL ULTIMO COMMIT PARA   *
      *   RETOMAR EN MODO 'R' UNA VEZ CORREGIDA LA CAUSA               *
      ******************************************************************
       026-FALLAR-SQL.
           DISPLAY 'ERROR SQL EN LA RECUPERACION SQLCODE ' SQLCODE
                   ' REGISTRO ' WS-LEIDOS
           MOVE 'ERROR SQL'        TO DET-RESULTADO
           PERFORM 98-ESCRIBIR-DETALLE
           EXEC SQL
               ROLLBACK
           END-EXEC
           INITIALIZE CAI-PE9CALR0
           MOVE 'PE3C0130'         TO ALR0-PROGRAMA
           SET ALR0-SEV-CRITICA    TO TRUE
           MOVE 'RECUPERACION DETENIDA, RETOMAR CON PARM R'
                                   TO ALR0-MENSAJE
           MOVE WS-LEIDOS          TO ALR0-LEIDOS
           MOVE WS-APLICADOS       TO ALR0-ESCRITOS
           CALL 'PE3C0048' USING CAI-PE9CALR0
           CLOSE MANTLOG SALIDA
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      *                  027-CONFIRMAR-AVANCE                          *
      ******************************************************************
       027-CONFIRMAR-AVANCE.
           EXEC SQL
               COMMIT
           END-EXEC
           IF SQLCODE NOT = ZEROS
              PERFORM 026-FALLAR-SQL
           END-IF
           ADD 1 TO WS-COMMITS
           MOVE ZEROS TO WS-SIN-CONFIRMAR
           PERFORM 04-GRABAR-AVANCE.

       028-REGISTRAR-APLICADA.
           ADD 1 TO WS-APLICADOS
           PERFORM 98-ESCRIBIR-DETALLE.

      ******************************************************************
      *                     04-GRABAR-AVANCE                           *
      *   ROLLCHK COMPLETO: CONTROL CON LOS REGISTROS DE MANTLOG YA    *
      *   CONSUMIDOS Y CONFIRMADOS, MAS LA FOTO Y LO REAPLICADO POR DIA*
      ******************************************************************
       04-GRABAR-AVANCE.
           OPEN OUTPUT ROLLCHK
           IF WS-ESTADO-CHK NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ARCHIVO ROLLCHK ' WS-ESTADO-CHK
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           INITIALIZE REG-ROLLCHK
           SET RCH-CONTROL         TO TRUE
           IF SI-FIN-DATA
              MOVE 'COMPLETO'      TO RCH-ESTADO
           ELSE
              MOVE 'EN CURSO'      TO RCH-ESTADO
           END-IF
           MOVE WS-MOMENTO-COPIA   TO RCH-MOMENTO
           MOVE WS-LEIDOS          TO RCH-PROCESADOS
           MOVE WS-APLICADOS       TO RCH-APLICADOS
           MOVE WS-CONFLICTOS      TO RCH-CONFLICTOS
           MOVE WS-ANTERIORES      TO RCH-ANTERIORES
           MOVE WS-CANT-DIAS       TO RCH-CANT-DIAS
           PERFORM 041-ESCRIBIR-ROLLCHK

           IF WS-CANT-DIAS > ZEROS
              PERFORM 042-GRABAR-DIA
                      VARYING I-DIA FROM 1 BY 1
                      UNTIL I-DIA > WS-CANT-DIAS
           END-IF

           CLOSE ROLLCHK.

       041-ESCRIBIR-ROLLCHK.
           WRITE REG-ROLLCHK
           IF WS-ESTADO-CHK NOT = '00'
              DISPLAY 'ERROR WRITE ARCHIVO ROLLCHK ' WS-ESTADO-CHK
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       042-GRABAR-DIA.
           INITIALIZE REG-ROLLCHK
           SET RCH-DIA                    TO TRUE
           MOVE DIA-FECHA(I-DIA)          TO RCH-DIA-FECHA
           MOVE DIA-ANT-FILAS(I-DIA)      TO RCH-ANT-FILAS
           MOVE DIA-ANT-VALOR(I-DIA)      TO RCH-ANT-VALOR
           MOVE DIA-APL-FILAS(I-DIA)      TO RCH-APL-FILAS
           MOVE DIA-APL-VALOR(I-DIA)      TO RCH-APL-VALOR
           MOVE DIA-CONFLICTOS(I-DIA)     TO RCH-CONFLICTOS-DIA
           PERFORM 041-ESCRIBIR-ROLLCHK.

      ******************************************************************
      *                     05-UBICAR-DIA                              *
      *   DEJA I-DIA EN EL DIA DE MOVIMIENTO DE LA BITACORA,           *
      *   AGREGANDOLO A LA TABLA SI ES NUEVO                           *
      ******************************************************************
       05-UBICAR-DIA.
           SET I-DIA TO 1
           SEARCH WS-DIA-ENTRADA
              AT END
                 PERFORM 051-AGREGAR-DIA
              WHEN I-DIA > WS-CANT-DIAS
                 PERFORM 051-AGREGAR-DIA
              WHEN DIA-FECHA(I-DIA) = LOG-FECHA-MOV
                 CONTINUE
           END-SEARCH.

       051-AGREGAR-DIA.
           IF WS-CANT-DIAS >= CTE-MAX-DIAS
              DISPLAY 'ERROR: MAS DE ' CTE-MAX-DIAS
                      ' DIAS DE MOVIMIENTO A RECUPERAR'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-CANT-DIAS
           SET I-DIA TO WS-CANT-DIAS
           INITIALIZE WS-DIA-ENTRADA(I-DIA)
           MOVE LOG-FECHA-MOV TO DIA-FECHA(I-DIA).

      ******************************************************************
      *                     06-CONTAR-DIA                              *
      ******************************************************************
       06-CONTAR-DIA.
           EXEC SQL
               SELECT COUNT(*), VALUE(SUM(W02_VALOR_NUM), 0)
               INTO  :WS-CANT-FILAS, :WS-SUMA-VALOR
               FROM PRDTW02
               WHERE W02_FECHA_MOV = :W02-FECHA-MOV
           END-EXEC
           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR CONTANDO PRDTW02 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *                    98-ESCRIBIR-DETALLE                         *
      ******************************************************************
       98-ESCRIBIR-DETALLE.
           MOVE LOG-OPERACION      TO DET-OPERACION
           MOVE LOG-CLIENTE        TO DET-CLIENTE
           MOVE LOG-CONTRATO       TO DET-CONTRATO
           MOVE LOG-FECHA-MOV      TO DET-FECHA
           MOVE W02-ID-MOV         TO DET-ID-MOV
           MOVE WS-MOMENTO-LOG     TO DET-MOMENTO
           MOVE WS-DETALLE         TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

      ******************************************************************
      *                        999999-ESCRIBIR                         *
      ******************************************************************
       99-ESCRIBIR.
           WRITE REG-SALIDA
           IF WS-ESTADO-SAL NOT = '00'
              DISPLAY 'ERROR WRITE ARCHIVO SALIDA ' WS-ESTADO-SAL
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *                        03-FINAL                                *
      *   COMMIT DE CIERRE, ROLLCHK COMPLETO Y CUADRE POR DIA: LAS     *
      *   FILAS Y EL VALOR DESPUES DEBEN SER LOS DE ANTES MAS LO       *
      *   REAPLICADO                                                   *
      ******************************************************************
       03-FINAL.
           PERFORM 027-CONFIRMAR-AVANCE

           MOVE WS-TITULO-DIAS TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           IF WS-CANT-DIAS > ZEROS
              PERFORM 031-CUADRAR-DIA
                      VARYING I-DIA FROM 1 BY 1
                      UNTIL I-DIA > WS-CANT-DIAS
           END-IF

           MOVE WS-LEIDOS             TO RES-LEIDOS
           MOVE WS-ANTERIORES         TO RES-ANTERIORES
           MOVE WS-APLICADOS          TO RES-APLICADOS
           MOVE WS-CONFLICTOS         TO RES-CONFLICTOS
           MOVE WS-OMITIDOS           TO RES-OMITIDOS
           MOVE WS-DIAS-DESCUADRADOS  TO RES-DESCUADRADOS
           MOVE WS-RESUMEN            TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           DISPLAY 'REGISTROS DE MANTLOG       : ' WS-LEIDOS
           DISPLAY 'SALTADOS POR REINICIO      : ' WS-SALTADOS
           DISPLAY 'ANTERIORES A LA COPIA      : ' WS-ANTERIORES
           DISPLAY 'OPERACIONES REAPLICADAS    : ' WS-APLICADOS
           DISPLAY 'CONFLICTOS                 : ' WS-CONFLICTOS
           DISPLAY 'NO APLICADAS EN SU MOMENTO : ' WS-OMITIDOS
           DISPLAY 'COMMITS EJECUTADOS         : ' WS-COMMITS
           DISPLAY 'DIAS DESCUADRADOS          : ' WS-DIAS-DESCUADRADOS

           CLOSE MANTLOG SALIDA

           IF WS-CONFLICTOS > ZEROS OR WS-DIAS-DESCUADRADOS > ZEROS
              INITIALIZE CAI-PE9CALR0
              MOVE 'PE3C0130'         TO ALR0-PROGRAMA
              SET ALR0-SEV-ADVERTENCIA TO TRUE
              MOVE 'RECUPERACION CON CONFLICTOS O DESCUADRE'
                                      TO ALR0-MENSAJE
              MOVE WS-LEIDOS          TO ALR0-LEIDOS
              MOVE WS-APLICADOS       TO ALR0-ESCRITOS
              CALL 'PE3C0048' USING CAI-PE9CALR0
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       031-CUADRAR-DIA.
           MOVE DIA-FECHA(I-DIA)    TO W02-FECHA-MOV
           PERFORM 06-CONTAR-DIA
           COMPUTE WS-FILAS-ESPERADAS = DIA-ANT-FILAS(I-DIA)
                                      + DIA-APL-FILAS(I-DIA)
           COMPUTE WS-VALOR-ESPERADO  = DIA-ANT-VALOR(I-DIA)
                                      + DIA-APL-VALOR(I-DIA)

           INITIALIZE WS-LINEA-DIA
           MOVE DIA-FECHA(I-DIA)      TO LDI-FECHA
           MOVE DIA-ANT-FILAS(I-DIA)  TO LDI-ANT-FILAS
           MOVE DIA-ANT-VALOR(I-DIA)  TO LDI-ANT-VALOR
           MOVE DIA-APL-FILAS(I-DIA)  TO LDI-APL-FILAS
           MOVE WS-CANT-FILAS         TO LDI-DES-FILAS
           MOVE WS-SUMA-VALOR         TO LDI-DES-VALOR
           MOVE DIA-CONFLICTOS(I-DIA) TO LDI-CONFLICTOS
           IF WS-CANT-FILAS = WS-FILAS-ESPERADAS
              AND WS-SUMA-VALOR = WS-VALOR-ESPERADO
                MOVE 'CUADRA'         TO LDI-RESULTADO
           ELSE
                MOVE 'NO CUADRA'      TO LDI-RESULTADO
                ADD 1 TO WS-DIAS-DESCUADRADOS
           END-IF
           MOVE WS-LINEA-DIA          TO REG-SALIDA
           PERFORM 99-ESCRIBIR.
