       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0107.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           CONTROL NOCTURNO DE LOS ACUERDOS DE PAGO VIGENTES
      *           (PRDTWACU): BUSCA LA CUOTA MAS VIEJA DE CADA ACUERDO
      *           QUE SIGUE SIN COBERTURA TOTAL EN PRDTW03. SI NO QUEDA
      *           NINGUNA EL ACUERDO SE DA POR CUMPLIDO; SI LA CUOTA
      *           LLEVA MAS DE LOS DIAS DE GRACIA DEL PARM (30 POR
      *           OMISION) VENCIDA CONTRA LA FECHA DE NEGOCIO, EL
      *           ACUERDO SE DA POR ROTO Y SE REVIERTE CON PE3C0106
      *           (LAS FECHAS ORIGINALES VUELVEN A SER DEUDA ACTIVA),
      *           Y LA OFICINA DEL CONTRATO RECIBE LA EXCEPCION
      *           (PE3COEXC) PARA RETOMAR LA GESTION. LISTA LOS
      *           ACUERDOS CUMPLIDOS Y ROTOS; RC 4 SI HUBO ROTOS
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
      *****************ARCHIVO DE SALIDA DEL REPORTE*********************
           SELECT SALIDA    ASSIGN TO SALIDA
                            FILE STATUS IS WS-ESTADO.
      *****************ARCHIVO DE EXCEPCIONES (LAYOUT PE3COEXC)*********
           SELECT EXCEPCION ASSIGN TO EXCEPCION
                            FILE STATUS IS WS-ESTADO-EXC.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  SALIDA
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-SALIDA             PIC X(100).

       FD  EXCEPCION
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
           COPY PE3COEXC.
      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                VARIABLES DE CODIGOS DE RETORNO                 *
      ******************************************************************
       01 WS-ESTADO                      PIC XX    VALUE '00'.
       01 WS-ESTADO-EXC                  PIC XX    VALUE '00'.
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
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-ACUERDOS-LEIDOS          PIC 9(09) VALUE ZEROS.
          05 WS-ACUERDOS-AL-DIA          PIC 9(09) VALUE ZEROS.
          05 WS-ACUERDOS-CUMPLIDOS       PIC 9(09) VALUE ZEROS.
          05 WS-ACUERDOS-ROTOS           PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                          CONSTANTES                            *
      ******************************************************************
       01 WS-CONSTANTES.
          05 CTE-DIAS-GRACIA             PIC 9(03) VALUE 30.
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 WS-DIAS-GRACIA                 PIC 9(03) VALUE ZEROS.

       01 PRDTW-ACU.
           05 ACU-NUMERO                 PIC S9(9) COMP-3.
           05 ACU-CLIENTE                PIC X(8).
           05 ACU-PRODUCTO               PIC XX.
           05 ACU-CONTRATO               PIC X(18).
           05 ACU-OFICINA                PIC X(4).
      *    CUOTA MAS VIEJA SIN COBERTURA TOTAL (EN BLANCO: NINGUNA)
           05 ACU-CUOTA-PENDIENTE        PIC X(10).

      ******************************************************************
      *   CONVERSION DE FECHA A NUMERO DE DIA JULIANO PARA CALCULAR    *
      *   LOS DIAS DE ATRASO DE LA CUOTA PENDIENTE                     *
      ******************************************************************
       01 WS-FECHA-PARTES.
           05 FEC-ANO                    PIC 9(4).
           05 FILLER                     PIC X.
           05 FEC-MES                    PIC 9(2).
           05 FILLER                     PIC X.
           05 FEC-DIA                    PIC 9(2).

       01 WS-CALCULO-JULIANO.
           05 JUL-A                      PIC 9(2)  VALUE ZEROS.
           05 JUL-ANO                    PIC 9(5)  VALUE ZEROS.
           05 JUL-MES                    PIC 9(2)  VALUE ZEROS.
           05 JUL-TRABAJO                PIC 9(8)  VALUE ZEROS.
           05 JUL-AUXILIAR               PIC 9(8)  VALUE ZEROS.
           05 JUL-RESULTADO              PIC 9(8)  VALUE ZEROS.

       01 WS-EDADES.
           05 WS-DIA-PROCESO             PIC 9(8)  VALUE ZEROS.
           05 WS-DIA-FECHA               PIC 9(8)  VALUE ZEROS.
           05 WS-DIAS-ATRASO             PIC S9(8) VALUE ZEROS.

      ******************************************************************
       01 WS-TITULO1.
          05 FILLER             PIC X(30) VALUE
                                 'CONTROL DE ACUERDOS DE PAGO   '.
          05 FILLER             PIC X(8)  VALUE ' FECHA: '.
          05 TIT-FECHA          PIC X(10).
          05 FILLER             PIC X(15) VALUE '  DIAS GRACIA: '.
          05 TIT-DIAS-GRACIA    PIC ZZ9.
       01 WS-TITULO2.
          05 FILLER             PIC X(10) VALUE 'ACUERDO   '.
          05 FILLER             PIC X(9)  VALUE 'CLIENTE  '.
          05 FILLER             PIC X(4)  VALUE 'PR  '.
          05 FILLER             PIC X(19) VALUE 'CONTRATO           '.
          05 FILLER             PIC X(5)  VALUE 'OFIC '.
          05 FILLER             PIC X(11) VALUE 'CUOTA      '.
          05 FILLER             PIC X(6)  VALUE ' DIAS '.
          05 FILLER             PIC X(10) VALUE 'RESULTADO '.

       01 WS-DETALLE.
          05 DET-NUMERO                PIC 9(9).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-CLIENTE               PIC X(8).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-PRODUCTO              PIC XX.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DET-CONTRATO              PIC X(18).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-OFICINA               PIC X(4).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-CUOTA                 PIC X(10).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-DIAS                  PIC ZZZZ9.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-RESULTADO             PIC X(20).

       01 WS-RESUMEN.
          05 CTE-RESUMEN              PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(10) VALUE 'VIGENTES='.
          05 RES-LEIDOS                PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(9)  VALUE ' AL DIA='.
          05 RES-AL-DIA                PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(12) VALUE ' CUMPLIDOS='.
          05 RES-CUMPLIDOS             PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(8)  VALUE ' ROTOS='.
          05 RES-ROTOS                 PIC ZZZZZZZZ9.

      *    NUMERO DEL ACUERDO EN EL SEGUNDO TEXTO DE LA EXCEPCION
       01 WS-TEXTO-ACUERDO.
          05 FILLER                   PIC X(8)  VALUE 'ACUERDO '.
          05 TXT-NUMERO               PIC 9(9).

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE FECHA DE PROCESO PE3C0060           *
      ******************************************************************
       COPY PE3CFPRO.

      ******************************************************************
      *      INTERFAZ DE LA RUTINA CENTRAL DE ALERTAS PE3C0048         *
      ******************************************************************
       COPY PE3COALR.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE ACUERDOS DE PAGO PE3C0106           *
      ******************************************************************
       COPY PE3COEVG.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOACU
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOACD
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOW03
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: ACUERDOS VIGENTES CON SU CUOTA MAS VIEJA AUN **
      ******   SIN COBERTURA TOTAL (LA QUE DECIDE SI ESTA AL DIA)     **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT A.ACU_NUMERO, A.ACU_CLIENTE, A.ACU_PRODUCTO,
                      A.ACU_CONTRATO, A.ACU_OFICINA,
                      VALUE((SELECT MIN(F.W03_FECHA)
                             FROM PRDTW03 F, PRDTWACD D
                             WHERE D.ACD_NUMERO    = A.ACU_NUMERO
                             AND   D.ACD_TIPO      = 'C'
                             AND   F.W03_CLIENTE   = A.ACU_CLIENTE
                             AND   F.W03_PRODUCTO  = A.ACU_PRODUCTO
                             AND   F.W03_FECHA     = D.ACD_FECHA
                             AND   F.W03_ESTADO    = 'A'
                             AND   F.W03_COBERTURA <> 'T'), ' ')
               FROM PRDTWACU A
               WHERE A.ACU_ESTADO = 'V'
               ORDER BY A.ACU_OFICINA, A.ACU_NUMERO
               FOR FETCH ONLY
           END-EXEC.

       LINKAGE SECTION.
       01 REG-PARM.
           05 PARM-LONG                         PIC X(02).
      *    DIAS QUE UNA CUOTA PUEDE ESTAR VENCIDA ANTES DE ROMPER EL
      *    ACUERDO; EN BLANCO O CERO SE TOMA CTE-DIAS-GRACIA
           05 PARM-DIAS-GRACIA                  PIC X(03).

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING REG-PARM.
           PERFORM 01-INICIO
           PERFORM 02-PROCESO UNTIL SI-FIN-CURSOR-1
           PERFORM 03-FINAL.
      ******************************************************************
      *                          01-INICIO                              *
      ******************************************************************
       01-INICIO.
           MOVE CTE-DIAS-GRACIA TO WS-DIAS-GRACIA
           IF PARM-LONG IS NUMERIC
              AND PARM-LONG NOT = '00'
              AND PARM-DIAS-GRACIA IS NUMERIC
              AND PARM-DIAS-GRACIA NOT = '000'
                MOVE PARM-DIAS-GRACIA TO WS-DIAS-GRACIA
           END-IF

           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO TO WS-FECHA-PARTES TIT-FECHA
           PERFORM 014-CALCULAR-DIA-JULIANO
           MOVE JUL-RESULTADO TO WS-DIA-PROCESO
           MOVE WS-DIAS-GRACIA TO TIT-DIAS-GRACIA

           OPEN OUTPUT SALIDA
           IF WS-ESTADO NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ARCHIVO SALIDA ' WS-ESTADO
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
      *                014-CALCULAR-DIA-JULIANO                        *
      *   NUMERO DE DIA JULIANO DE WS-FECHA-PARTES, CON DIVISIONES     *
      *   ENTERAS EXPLICITAS PARA GARANTIZAR EL TRUNCAMIENTO           *
      ******************************************************************
       014-CALCULAR-DIA-JULIANO.
           COMPUTE JUL-A = (14 - FEC-MES) / 12
           COMPUTE JUL-ANO = FEC-ANO + 4800 - JUL-A
           COMPUTE JUL-MES = FEC-MES + (12 * JUL-A) - 3
           COMPUTE JUL-TRABAJO = (153 * JUL-MES) + 2
           DIVIDE JUL-TRABAJO BY 5 GIVING JUL-TRABAJO
           COMPUTE JUL-RESULTADO = FEC-DIA + JUL-TRABAJO
                                 + (365 * JUL-ANO) - 32045
           DIVIDE JUL-ANO BY 4 GIVING JUL-AUXILIAR
           ADD JUL-AUXILIAR TO JUL-RESULTADO
           DIVIDE JUL-ANO BY 100 GIVING JUL-AUXILIAR
           SUBTRACT JUL-AUXILIAR FROM JUL-RESULTADO
           DIVIDE JUL-ANO BY 400 GIVING JUL-AUXILIAR
           ADD JUL-AUXILIAR TO JUL-RESULTADO.

       021-FETCH-CURSOR-1.
           EXEC SQL
               FETCH CURSOR_1
               INTO :ACU-NUMERO, :ACU-CLIENTE, :ACU-PRODUCTO,
                    :ACU-CONTRATO, :ACU-OFICINA, :ACU-CUOTA-PENDIENTE
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   ADD 1 TO WS-ACUERDOS-LEIDOS
              WHEN +100
                   SET SI-FIN-CURSOR-1 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_1 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR-1 TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

      ******************************************************************
      *                        02-PROCESO                              *
      *   SIN CUOTA PENDIENTE EL ACUERDO ESTA CUMPLIDO; CON UNA CUOTA  *
      *   VENCIDA POR MAS DE LOS DIAS DE GRACIA, ROTO. LO DEMAS ESTA   *
      *   AL DIA Y SIGUE PROTEGIDO DE SANCIONES Y CARTAS               *
      ******************************************************************
       02-PROCESO.
           MOVE ZEROS TO WS-DIAS-ATRASO
           IF ACU-CUOTA-PENDIENTE NOT = SPACES
              AND ACU-CUOTA-PENDIENTE < FPR0-FECHA-PROCESO
                MOVE ACU-CUOTA-PENDIENTE TO WS-FECHA-PARTES
                PERFORM 014-CALCULAR-DIA-JULIANO
                MOVE JUL-RESULTADO TO WS-DIA-FECHA
                COMPUTE WS-DIAS-ATRASO = WS-DIA-PROCESO - WS-DIA-FECHA
           END-IF

           EVALUATE TRUE
              WHEN ACU-CUOTA-PENDIENTE = SPACES
                   PERFORM 022-CUMPLIR-ACUERDO
              WHEN WS-DIAS-ATRASO > WS-DIAS-GRACIA
                   PERFORM 023-ROMPER-ACUERDO
              WHEN OTHER
                   ADD 1 TO WS-ACUERDOS-AL-DIA
           END-EVALUATE

           PERFORM 021-FETCH-CURSOR-1.

       022-CUMPLIR-ACUERDO.
           INITIALIZE CAI-PE9CCAM7
           SET AM7-OP-CUMPLIR       TO TRUE
           MOVE ACU-NUMERO          TO AM7-NUMERO
           MOVE 'PE3C0107'          TO AM7-USUARIO

           CALL 'PE3C0106' USING CAI-PE9CCAM7

           IF AM7-COD-RET = '00'
              ADD 1 TO WS-ACUERDOS-CUMPLIDOS
              MOVE 'CUMPLIDO'       TO DET-RESULTADO
              PERFORM 025-ESCRIBIR-DETALLE
           ELSE
              PERFORM 026-VALIDAR-RETORNO
           END-IF.

      ******************************************************************
      *                   023-ROMPER-ACUERDO                           *
      *   LA RUTINA REVIERTE EL CALENDARIO; LA OFICINA DEL CONTRATO    *
      *   SE ENTERA POR EL ARCHIVO DE EXCEPCIONES (PE3C0043)           *
      ******************************************************************
       023-ROMPER-ACUERDO.
           INITIALIZE CAI-PE9CCAM7
           SET AM7-OP-ROMPER        TO TRUE
           MOVE ACU-NUMERO          TO AM7-NUMERO
           MOVE 'PE3C0107'          TO AM7-USUARIO

           CALL 'PE3C0106' USING CAI-PE9CCAM7

           IF AM7-COD-RET = '00'
              ADD 1 TO WS-ACUERDOS-ROTOS
              MOVE 'ROTO Y REVERTIDO' TO DET-RESULTADO
              PERFORM 025-ESCRIBIR-DETALLE
              PERFORM 024-EXCEPCIONAR-ROTO
           ELSE
              PERFORM 026-VALIDAR-RETORNO
           END-IF.

       024-EXCEPCIONAR-ROTO.
           INITIALIZE REG-EXCEPCION
           MOVE 'PE3C0107'          TO EXC-RUTINA
           MOVE ACU-CLIENTE         TO EXC-CLIENTE
           MOVE ACU-CONTRATO        TO EXC-CONTRATO
           MOVE ACU-PRODUCTO        TO EXC-PRODUCTO
           MOVE ACU-OFICINA         TO EXC-OFICINA
           MOVE '45'                TO EXC-COD-RET
           MOVE 'ACUERDO PAGO ROTO'  TO EXC-ERROR1
           MOVE ACU-NUMERO          TO TXT-NUMERO
           MOVE WS-TEXTO-ACUERDO    TO EXC-ERROR2
           MOVE FPR0-FECHA-COMPACTA TO EXC-FECHA
           MOVE FPR0-FECHA-MAQUINA  TO EXC-FECHA-MAQUINA
           ACCEPT EXC-HORA          FROM TIME

           OPEN EXTEND EXCEPCION
           IF WS-ESTADO-EXC = '35'
              OPEN OUTPUT EXCEPCION
           END-IF

           IF WS-ESTADO-EXC NOT = '00'
              DISPLAY 'AVISO: NO SE PUDO GRABAR EXCEPCION '
                      WS-ESTADO-EXC
              SET SI-ERROR-PROCESO TO TRUE
           ELSE
              WRITE REG-EXCEPCION
              CLOSE EXCEPCION
           END-IF.

       025-ESCRIBIR-DETALLE.
           MOVE ACU-NUMERO          TO DET-NUMERO
           MOVE ACU-CLIENTE         TO DET-CLIENTE
           MOVE ACU-PRODUCTO        TO DET-PRODUCTO
           MOVE ACU-CONTRATO        TO DET-CONTRATO
           MOVE ACU-OFICINA         TO DET-OFICINA
           MOVE ACU-CUOTA-PENDIENTE TO DET-CUOTA
           MOVE WS-DIAS-ATRASO      TO DET-DIAS
           MOVE WS-DETALLE          TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

      *    UN ERROR DE SQL DENTRO DE LA RUTINA PUEDE DEJAR EL
      *    CALENDARIO A MEDIAS: SE REVERSA TODO Y SE DETIENE. UN
      *    ACUERDO QUE OTRO PROCESO YA CAMBIO SOLO SE AVISA
       026-VALIDAR-RETORNO.
           DISPLAY 'PE3C0106 COD ' AM7-COD-RET ' ' AM7-ERROR1
                   ' ACUERDO ' ACU-NUMERO
           IF AM7-COD-RET = '30'
              PERFORM 09-ABORTAR-CONTROL
           END-IF
           SET SI-ERROR-PROCESO TO TRUE.

       09-ABORTAR-CONTROL.
           DISPLAY 'SE REVERSA EL CONTROL DE ACUERDOS Y SE DETIENE'
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

           MOVE WS-ACUERDOS-LEIDOS    TO RES-LEIDOS
           MOVE WS-ACUERDOS-AL-DIA    TO RES-AL-DIA
           MOVE WS-ACUERDOS-CUMPLIDOS TO RES-CUMPLIDOS
           MOVE WS-ACUERDOS-ROTOS     TO RES-ROTOS
           MOVE WS-RESUMEN            TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           DISPLAY 'ACUERDOS VIGENTES LEIDOS : ' WS-ACUERDOS-LEIDOS
           DISPLAY 'ACUERDOS AL DIA          : ' WS-ACUERDOS-AL-DIA
           DISPLAY 'ACUERDOS CUMPLIDOS       : ' WS-ACUERDOS-CUMPLIDOS
           DISPLAY 'ACUERDOS ROTOS           : ' WS-ACUERDOS-ROTOS

           CLOSE SALIDA

           IF WS-ACUERDOS-ROTOS > ZEROS
              INITIALIZE CAI-PE9CALR0
              MOVE 'PE3C0107'          TO ALR0-PROGRAMA
              SET ALR0-SEV-ADVERTENCIA TO TRUE
              MOVE 'ACUERDOS DE PAGO ROTOS Y REVERTIDOS'
                                       TO ALR0-MENSAJE
              MOVE WS-ACUERDOS-LEIDOS  TO ALR0-LEIDOS
              MOVE WS-ACUERDOS-ROTOS   TO ALR0-ESCRITOS
              CALL 'PE3C0048' USING CAI-PE9CALR0
           END-IF

           EVALUATE TRUE
              WHEN SI-ERROR-PROCESO
                   MOVE 8 TO RETURN-CODE
              WHEN WS-ACUERDOS-ROTOS > ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.
