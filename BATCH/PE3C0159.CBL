       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0159.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           REPORTE NOCTURNO DEL CIERRE DEL DIA DE OFICINA
      *           (CP33/PE3C0158) PARA LA FECHA DE NEGOCIO: LISTA LAS
      *           OFICINAS DE LA MAESTRA PRDTWOFI QUE NO CERRARON EL
      *           DIA (PRDTWODC) CON LO QUE CAPTURARON, LOS DIAS
      *           ANTERIORES CON CAPTURAS (PRDTWODO) QUE SIGUEN SIN
      *           CERRAR, LAS DIFERENCIAS DECLARADAS POR OPERADOR EN
      *           LOS CIERRES DEL DIA Y LOS CIERRES CUYO TOTAL YA NO
      *           COINCIDE CON LO ACUMULADO (CAPTURAS DE CP20 QUE
      *           ENTRARON MIENTRAS SE CERRABA). TERMINA EN 4 SI HAY
      *           ALGO QUE LISTAR
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
      *****************ARCHIVO DE SALIDA DEL REPORTE********************
           SELECT SALIDA    ASSIGN TO SALIDA
                            FILE STATUS IS WS-ESTADO.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
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
      ******************************************************************
      *                           SWITCHES                             *
      ******************************************************************
       01 SWITCHES.
           05 SW-FIN-CURSOR-1        PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR-1                  VALUE 'S'.
             88 NO-FIN-CURSOR-1                  VALUE 'N'.
           05 SW-FIN-CURSOR-2        PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR-2                  VALUE 'S'.
             88 NO-FIN-CURSOR-2                  VALUE 'N'.
           05 SW-FIN-CURSOR-3        PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR-3                  VALUE 'S'.
             88 NO-FIN-CURSOR-3                  VALUE 'N'.
           05 SW-FIN-CURSOR-4        PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR-4                  VALUE 'S'.
             88 NO-FIN-CURSOR-4                  VALUE 'N'.
           05 SW-ERROR-PROCESO       PIC X       VALUE 'N'.
             88 SI-ERROR-PROCESO                 VALUE 'S'.
             88 NO-ERROR-PROCESO                 VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-SIN-CIERRE               PIC 9(09) VALUE ZEROS.
          05 WS-SIN-CIERRE-CAPTURAS      PIC 9(09) VALUE ZEROS.
          05 WS-ATRASADOS                PIC 9(09) VALUE ZEROS.
          05 WS-DIFERENCIAS              PIC 9(09) VALUE ZEROS.
          05 WS-POSTERIORES              PIC 9(09) VALUE ZEROS.

      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 WS-FECHA-PROCESO               PIC X(10) VALUE SPACES.

      *    OFICINA SIN CIERRE DEL DIA (CURSOR_1) Y DIA ANTERIOR SIN
      *    CIERRE (CURSOR_2): OPERADORES, CAPTURAS Y VALOR NETO
       01 WS-DIA-SIN-CIERRE.
           05 SCI-OFICINA                PIC X(4).
           05 SCI-NOMBRE                 PIC X(30).
           05 SCI-FECHA                  PIC X(10).
           05 SCI-OPERADORES             PIC S9(9) COMP.
           05 SCI-CAPTURAS               PIC S9(9) COMP.
           05 SCI-VALOR                  PIC S9(13)V99 COMP-3.

      *    DIFERENCIA DECLARADA DE UN OPERADOR (CURSOR_3)
       01 WS-DIFERENCIA-OPERADOR.
           05 DIF-OFICINA                PIC X(4).
           05 DIF-USUARIO                PIC X(8).
           05 DIF-CAPTURADO              PIC S9(11)V99 COMP-3.
           05 DIF-EFECTIVO               PIC S9(11)V99 COMP-3.
           05 DIF-COMPROBANTES           PIC S9(11)V99 COMP-3.
           05 DIF-DIFERENCIA             PIC S9(11)V99 COMP-3.
           05 DIF-SUPERVISOR             PIC X(8).

      *    CIERRE DEL DIA CUYO TOTAL YA NO ES EL ACUMULADO (CURSOR_4)
       01 WS-CIERRE-MOVIDO.
           05 POS-OFICINA                PIC X(4).
           05 POS-SUPERVISOR             PIC X(8).
           05 POS-TOTAL-CIERRE           PIC S9(11)V99 COMP-3.
           05 POS-TOTAL-ACTUAL           PIC S9(13)V99 COMP-3.

      ******************************************************************
      *                    LINEAS DEL LISTADO                          *
      ******************************************************************
       01 WS-TITULO1.
          05 FILLER             PIC X(48) VALUE
                     'CIERRE DEL DIA DE OFICINA - FECHA DE NEGOCIO '.
          05 TIT-FECHA          PIC X(10).

       01 WS-TITULO-SIN-CIERRE.
          05 FILLER             PIC X(60) VALUE
           'OFICINAS QUE NO CERRARON EL DIA'.
       01 WS-TITULO-SCI2.
          05 FILLER             PIC X(8)  VALUE 'OFICINA '.
          05 FILLER             PIC X(31) VALUE 'NOMBRE'.
          05 FILLER             PIC X(11) VALUE 'OPERADORES'.
          05 FILLER             PIC X(11) VALUE '   CAPTURAS'.
          05 FILLER             PIC X(20) VALUE
                                 '          VALOR NETO'.

       01 WS-DET-SIN-CIERRE.
          05 DSC-OFICINA               PIC X(4).
          05 FILLER                    PIC X(4) VALUE SPACES.
          05 DSC-NOMBRE                PIC X(30).
          05 FILLER                    PIC X VALUE SPACES.
          05 DSC-OPERADORES            PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DSC-CAPTURAS              PIC ZZZZZZZZ9.
          05 FILLER                    PIC X VALUE SPACES.
          05 DSC-VALOR                 PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X VALUE SPACES.
          05 DSC-MARCA                 PIC X(20).

       01 WS-TITULO-ATRASADOS.
          05 FILLER             PIC X(60) VALUE
           'DIAS ANTERIORES CON CAPTURAS QUE SIGUEN SIN CERRAR'.
       01 WS-TITULO-ATR2.
          05 FILLER             PIC X(8)  VALUE 'OFICINA '.
          05 FILLER             PIC X(11) VALUE 'FECHA'.
          05 FILLER             PIC X(11) VALUE 'OPERADORES'.
          05 FILLER             PIC X(11) VALUE '   CAPTURAS'.
          05 FILLER             PIC X(20) VALUE
                                 '          VALOR NETO'.

       01 WS-DET-ATRASADO.
          05 DAT-OFICINA               PIC X(4).
          05 FILLER                    PIC X(4) VALUE SPACES.
          05 DAT-FECHA                 PIC X(10).
          05 FILLER                    PIC X VALUE SPACES.
          05 DAT-OPERADORES            PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DAT-CAPTURAS              PIC ZZZZZZZZ9.
          05 FILLER                    PIC X VALUE SPACES.
          05 DAT-VALOR                 PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-TITULO-DIFERENCIAS.
          05 FILLER             PIC X(60) VALUE
           'DIFERENCIAS DECLARADAS POR OPERADOR EN LOS CIERRES DEL DIA'.
       01 WS-TITULO-DIF2.
          05 FILLER             PIC X(8)  VALUE 'OFICINA '.
          05 FILLER             PIC X(9)  VALUE 'USUARIO'.
          05 FILLER             PIC X(18) VALUE '         CAPTURADO'.
          05 FILLER             PIC X(18) VALUE '          EFECTIVO'.
          05 FILLER             PIC X(18) VALUE '      COMPROBANTES'.
          05 FILLER             PIC X(18) VALUE '        DIFERENCIA'.
          05 FILLER             PIC X(11) VALUE ' SUPERVISOR'.

       01 WS-DET-DIFERENCIA.
          05 DDI-OFICINA               PIC X(4).
          05 FILLER                    PIC X(4) VALUE SPACES.
          05 DDI-USUARIO               PIC X(8).
          05 FILLER                    PIC X VALUE SPACES.
          05 DDI-CAPTURADO             PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 DDI-EFECTIVO              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 DDI-COMPROBANTES          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 DDI-DIFERENCIA            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X VALUE SPACES.
          05 DDI-SUPERVISOR            PIC X(8).
          05 FILLER                    PIC X VALUE SPACES.
          05 DDI-MARCA                 PIC X(9).

       01 WS-TITULO-POSTERIORES.
          05 FILLER             PIC X(60) VALUE
           'CIERRES DEL DIA CUYO TOTAL YA NO CUADRA CON LO CAPTURADO'.
       01 WS-TITULO-POS2.
          05 FILLER             PIC X(8)  VALUE 'OFICINA '.
          05 FILLER             PIC X(11) VALUE 'SUPERVISOR'.
          05 FILLER             PIC X(20) VALUE
                                 '   TOTAL AL CIERRE'.
          05 FILLER             PIC X(20) VALUE
                                 '      TOTAL ACTUAL'.

       01 WS-DET-POSTERIOR.
          05 DPO-OFICINA               PIC X(4).
          05 FILLER                    PIC X(4) VALUE SPACES.
          05 DPO-SUPERVISOR            PIC X(8).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DPO-TOTAL-CIERRE          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X VALUE SPACES.
          05 DPO-TOTAL-ACTUAL          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-RESUMEN.
          05 CTE-RESUMEN              PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(11) VALUE 'SIN CIERRE='.
          05 RES-SIN-CIERRE           PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(12) VALUE ' ATRASADOS='.
          05 RES-ATRASADOS            PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(14) VALUE ' DIFERENCIAS='.
          05 RES-DIFERENCIAS          PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(13) VALUE ' POSTERIORES='.
          05 RES-POSTERIORES          PIC ZZZZZZZZ9.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE FECHA DE PROCESO PE3C0060           *
      ******************************************************************
       COPY PE3CFPRO.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCWOFI
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOODC
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOODO
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: OFICINAS DE LA MAESTRA SIN CIERRE EN LA      **
      ******   FECHA DE NEGOCIO, CON LO QUE CAPTURARON ESE DIA        **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT O.OFI_CODIGO, O.OFI_NOMBRE,
                      COUNT(D.ODO_USUARIO),
                      COALESCE(SUM(D.ODO_CANTIDAD), 0),
                      COALESCE(SUM(D.ODO_VALOR), 0)
               FROM   PRDTWOFI O
                      LEFT OUTER JOIN PRDTWODO D
                      ON  D.ODO_OFICINA = O.OFI_CODIGO
                      AND D.ODO_FECHA   = :WS-FECHA-PROCESO
               WHERE  NOT EXISTS
                      (SELECT 1
                       FROM   PRDTWODC C
                       WHERE  C.ODC_OFICINA = O.OFI_CODIGO
                       AND    C.ODC_FECHA   = :WS-FECHA-PROCESO
                       AND    C.ODC_ESTADO  = 'C')
               GROUP BY O.OFI_CODIGO, O.OFI_NOMBRE
               ORDER BY O.OFI_CODIGO
           END-EXEC.

      ******************************************************************
      ******   CURSOR_2: DIAS ANTERIORES CON CAPTURAS ACUMULADAS Y    **
      ******   SIN CIERRE                                             **
           EXEC SQL
               DECLARE CURSOR_2 CURSOR FOR
               SELECT D.ODO_OFICINA, D.ODO_FECHA, COUNT(*),
                      SUM(D.ODO_CANTIDAD), SUM(D.ODO_VALOR)
               FROM   PRDTWODO D
               WHERE  D.ODO_FECHA < :WS-FECHA-PROCESO
               AND    NOT EXISTS
                      (SELECT 1
                       FROM   PRDTWODC C
                       WHERE  C.ODC_OFICINA = D.ODO_OFICINA
                       AND    C.ODC_FECHA   = D.ODO_FECHA
                       AND    C.ODC_ESTADO  = 'C')
               GROUP BY D.ODO_OFICINA, D.ODO_FECHA
               ORDER BY D.ODO_OFICINA, D.ODO_FECHA
           END-EXEC.

      ******************************************************************
      ******   CURSOR_3: OPERADORES CON DIFERENCIA DECLARADA EN LOS   **
      ******   CIERRES DE LA FECHA DE NEGOCIO                         **
           EXEC SQL
               DECLARE CURSOR_3 CURSOR FOR
               SELECT D.ODO_OFICINA, D.ODO_USUARIO, D.ODO_VALOR,
                      D.ODO_EFECTIVO, D.ODO_COMPROBANTES,
                      D.ODO_DIFERENCIA, C.ODC_SUPERVISOR
               FROM   PRDTWODO D, PRDTWODC C
               WHERE  C.ODC_FECHA      = :WS-FECHA-PROCESO
               AND    C.ODC_ESTADO     = 'C'
               AND    D.ODO_OFICINA    = C.ODC_OFICINA
               AND    D.ODO_FECHA      = C.ODC_FECHA
               AND    D.ODO_DIFERENCIA <> 0
               ORDER BY D.ODO_OFICINA, D.ODO_USUARIO
           END-EXEC.

      ******************************************************************
      ******   CURSOR_4: CIERRES DE LA FECHA DE NEGOCIO CUYO TOTAL    **
      ******   CAPTURADO YA NO ES EL QUE ACUMULA PRDTWODO: CAPTURAS   **
      ******   DE CP20 QUE ENTRARON MIENTRAS SE CERRABA EL DIA        **
           EXEC SQL
               DECLARE CURSOR_4 CURSOR FOR
               SELECT C.ODC_OFICINA, C.ODC_SUPERVISOR,
                      C.ODC_TOTAL_CAPTURADO,
                      COALESCE(SUM(D.ODO_VALOR), 0)
               FROM   PRDTWODC C
                      LEFT OUTER JOIN PRDTWODO D
                      ON  D.ODO_OFICINA = C.ODC_OFICINA
                      AND D.ODO_FECHA   = C.ODC_FECHA
               WHERE  C.ODC_FECHA  = :WS-FECHA-PROCESO
               AND    C.ODC_ESTADO = 'C'
               GROUP BY C.ODC_OFICINA, C.ODC_SUPERVISOR,
                        C.ODC_TOTAL_CAPTURADO
               HAVING C.ODC_TOTAL_CAPTURADO <>
                      COALESCE(SUM(D.ODO_VALOR), 0)
               ORDER BY C.ODC_OFICINA
           END-EXEC.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 01-INICIO
           PERFORM 02-SIN-CIERRE UNTIL SI-FIN-CURSOR-1
           PERFORM 03-INICIAR-ATRASADOS
           PERFORM 04-ATRASADOS UNTIL SI-FIN-CURSOR-2
           PERFORM 05-INICIAR-DIFERENCIAS
           PERFORM 06-DIFERENCIAS UNTIL SI-FIN-CURSOR-3
           PERFORM 07-INICIAR-POSTERIORES
           PERFORM 08-POSTERIORES UNTIL SI-FIN-CURSOR-4
           PERFORM 09-FINAL.
      ******************************************************************
      *                          01-INICIO                             *
      ******************************************************************
       01-INICIO.
           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO  TO WS-FECHA-PROCESO TIT-FECHA

           OPEN OUTPUT SALIDA
           IF WS-ESTADO NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ARCHIVO SALIDA   ' WS-ESTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-TITULO1 TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE SPACES     TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO-SIN-CIERRE TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO-SCI2 TO REG-SALIDA
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
      *                       02-SIN-CIERRE                            *
      *   UNA OFICINA SIN CAPTURAS QUE NO CERRO TAMBIEN SE LISTA: EL   *
      *   CIERRE EN CERO ES LO QUE CONFIRMA QUE NO HUBO CAJA           *
      ******************************************************************
       02-SIN-CIERRE.
           ADD 1 TO WS-SIN-CIERRE
           MOVE SCI-OFICINA      TO DSC-OFICINA
           MOVE SCI-NOMBRE       TO DSC-NOMBRE
           MOVE SCI-OPERADORES   TO DSC-OPERADORES
           MOVE SCI-CAPTURAS     TO DSC-CAPTURAS
           MOVE SCI-VALOR        TO DSC-VALOR
           IF SCI-CAPTURAS > ZEROS
              ADD 1 TO WS-SIN-CIERRE-CAPTURAS
              MOVE '** CON CAPTURAS **' TO DSC-MARCA
           ELSE
              MOVE SPACES               TO DSC-MARCA
           END-IF
           MOVE WS-DET-SIN-CIERRE TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           PERFORM 021-FETCH-CURSOR-1.

       021-FETCH-CURSOR-1.
           EXEC SQL
               FETCH CURSOR_1
               INTO :SCI-OFICINA, :SCI-NOMBRE, :SCI-OPERADORES,
                    :SCI-CAPTURAS, :SCI-VALOR
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   SET SI-FIN-CURSOR-1 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_1 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR-1 TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

      ******************************************************************
      *                  03-INICIAR-ATRASADOS                          *
      ******************************************************************
       03-INICIAR-ATRASADOS.
           EXEC SQL
               CLOSE CURSOR_1
           END-EXEC

           MOVE SPACES TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO-ATRASADOS TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO-ATR2 TO REG-SALIDA
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

       04-ATRASADOS.
           ADD 1 TO WS-ATRASADOS
           MOVE SCI-OFICINA      TO DAT-OFICINA
           MOVE SCI-FECHA        TO DAT-FECHA
           MOVE SCI-OPERADORES   TO DAT-OPERADORES
           MOVE SCI-CAPTURAS     TO DAT-CAPTURAS
           MOVE SCI-VALOR        TO DAT-VALOR
           MOVE WS-DET-ATRASADO  TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           PERFORM 041-FETCH-CURSOR-2.

       041-FETCH-CURSOR-2.
           EXEC SQL
               FETCH CURSOR_2
               INTO :SCI-OFICINA, :SCI-FECHA, :SCI-OPERADORES,
                    :SCI-CAPTURAS, :SCI-VALOR
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   SET SI-FIN-CURSOR-2 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_2 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR-2 TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

      ******************************************************************
      *                 05-INICIAR-DIFERENCIAS                         *
      ******************************************************************
       05-INICIAR-DIFERENCIAS.
           EXEC SQL
               CLOSE CURSOR_2
           END-EXEC

           MOVE SPACES TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO-DIFERENCIAS TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO-DIF2 TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           EXEC SQL
               OPEN CURSOR_3
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_3 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 061-FETCH-CURSOR-3.

      *    NEGATIVA ES FALTANTE (SE DECLARO MENOS DE LO CAPTURADO),
      *    POSITIVA SOBRANTE
       06-DIFERENCIAS.
           ADD 1 TO WS-DIFERENCIAS
           MOVE DIF-OFICINA      TO DDI-OFICINA
           MOVE DIF-USUARIO      TO DDI-USUARIO
           MOVE DIF-CAPTURADO    TO DDI-CAPTURADO
           MOVE DIF-EFECTIVO     TO DDI-EFECTIVO
           MOVE DIF-COMPROBANTES TO DDI-COMPROBANTES
           MOVE DIF-DIFERENCIA   TO DDI-DIFERENCIA
           MOVE DIF-SUPERVISOR   TO DDI-SUPERVISOR
           IF DIF-DIFERENCIA < ZEROS
              MOVE 'FALTANTE'    TO DDI-MARCA
           ELSE
              MOVE 'SOBRANTE'    TO DDI-MARCA
           END-IF
           MOVE WS-DET-DIFERENCIA TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           PERFORM 061-FETCH-CURSOR-3.

       061-FETCH-CURSOR-3.
           EXEC SQL
               FETCH CURSOR_3
               INTO :DIF-OFICINA, :DIF-USUARIO, :DIF-CAPTURADO,
                    :DIF-EFECTIVO, :DIF-COMPROBANTES,
                    :DIF-DIFERENCIA, :DIF-SUPERVISOR
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   SET SI-FIN-CURSOR-3 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_3 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR-3 TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

      ******************************************************************
      *                 07-INICIAR-POSTERIORES                         *
      ******************************************************************
       07-INICIAR-POSTERIORES.
           EXEC SQL
               CLOSE CURSOR_3
           END-EXEC

           MOVE SPACES TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO-POSTERIORES TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO-POS2 TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           EXEC SQL
               OPEN CURSOR_4
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_4 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 081-FETCH-CURSOR-4.

       08-POSTERIORES.
           ADD 1 TO WS-POSTERIORES
           MOVE POS-OFICINA      TO DPO-OFICINA
           MOVE POS-SUPERVISOR   TO DPO-SUPERVISOR
           MOVE POS-TOTAL-CIERRE TO DPO-TOTAL-CIERRE
           MOVE POS-TOTAL-ACTUAL TO DPO-TOTAL-ACTUAL
           MOVE WS-DET-POSTERIOR TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           PERFORM 081-FETCH-CURSOR-4.

       081-FETCH-CURSOR-4.
           EXEC SQL
               FETCH CURSOR_4
               INTO :POS-OFICINA, :POS-SUPERVISOR,
                    :POS-TOTAL-CIERRE, :POS-TOTAL-ACTUAL
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   SET SI-FIN-CURSOR-4 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_4 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR-4 TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

      ******************************************************************
      *                        99-ESCRIBIR                             *
      ******************************************************************
       99-ESCRIBIR.
           WRITE REG-SALIDA
           IF WS-ESTADO NOT = '00'
              DISPLAY 'ERROR WRITE ARCHIVO SALIDA ' WS-ESTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *                        09-FINAL                                *
      ******************************************************************
       09-FINAL.
           EXEC SQL
               CLOSE CURSOR_4
           END-EXEC

           MOVE SPACES             TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-SIN-CIERRE      TO RES-SIN-CIERRE
           MOVE WS-ATRASADOS       TO RES-ATRASADOS
           MOVE WS-DIFERENCIAS     TO RES-DIFERENCIAS
           MOVE WS-POSTERIORES     TO RES-POSTERIORES
           MOVE WS-RESUMEN         TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           DISPLAY 'FECHA DE NEGOCIO           : ' WS-FECHA-PROCESO
           DISPLAY 'OFICINAS SIN CIERRE        : ' WS-SIN-CIERRE
           DISPLAY '  DE ELLAS CON CAPTURAS    : '
                   WS-SIN-CIERRE-CAPTURAS
           DISPLAY 'DIAS ANTERIORES SIN CIERRE : ' WS-ATRASADOS
           DISPLAY 'OPERADORES CON DIFERENCIA  : ' WS-DIFERENCIAS
           DISPLAY 'CIERRES QUE YA NO CUADRAN  : ' WS-POSTERIORES

           CLOSE SALIDA

           IF SI-ERROR-PROCESO
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-SIN-CIERRE > ZEROS OR WS-ATRASADOS > ZEROS
                 OR WS-DIFERENCIAS > ZEROS OR WS-POSTERIORES > ZEROS
                   MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           STOP RUN.
