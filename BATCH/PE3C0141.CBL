       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0141.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           REPORTE SEMANAL POR OFICINA DE CLIENTES SIN NINGUN
      *           DATO DE CONTACTO VALIDO: TELEFONO, CORREO Y DIRECCION
      *           DE PRDTWCLI QUE ESTAN EN BLANCO O QUE LOS REBOTES Y
      *           CARTAS DEVUELTAS INVALIDARON (PRDTWVCT, PE3C0139). A
      *           ESOS CLIENTES NO LES LLEGA NINGUN RECORDATORIO,
      *           CONFIRMACION NI CARTA, ASI QUE LA SUCURSAL LOS DEBE
      *           CONTACTAR Y CORREGIR LA MAESTRA. SOLO CLIENTES CON
      *           ALGUN CONTRATO ACTIVO O DORMANTE (PRDTWCON); UN
      *           CLIENTE CON CONTRATOS EN VARIAS OFICINAS SALE EN
      *           CADA UNA. SUBTOTAL POR OFICINA; RC 4 SI HAY ALGUNO
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
       01 REG-SALIDA             PIC X(120).
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
           05 SW-ERROR-PROCESO       PIC X       VALUE 'N'.
             88 SI-ERROR-PROCESO                 VALUE 'S'.
             88 NO-ERROR-PROCESO                 VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-CLIENTES                 PIC 9(09) VALUE ZEROS.
          05 WS-OFICINAS                 PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
      *    FILA DEL CURSOR: OFICINA DEL CONTRATO Y DATOS DEL CLIENTE
       01 PRDTW-CLI.
           05 CLI-OFICINA                PIC X(4).
           05 CLI-CODIGO                 PIC X(8).
           05 CLI-NOMBRE                 PIC X(40).
           05 CLI-TELEFONO               PIC X(15).
           05 CLI-EMAIL                  PIC X(40).
           05 CLI-DIRECCION              PIC X(40).

      *    CORTE DE CONTROL: OFICINA ANTERIOR
       01 WS-CORTE.
           05 ANT-OFICINA                       PIC X(4)  VALUE SPACES.

       01 WS-ACUMULADOS.
           05 ACU-OFI-CLIENTES                  PIC 9(09) VALUE ZEROS.

       01 WS-TITULO1.
          05 FILLER             PIC X(38) VALUE
                             'CLIENTES SIN CONTACTO VALIDO, FECHA: '.
          05 TIT-FECHA          PIC X(10).
       01 WS-TITULO2.
          05 FILLER             PIC X(8)  VALUE 'OFICINA '.
          05 FILLER             PIC X(9)  VALUE 'CLIENTE  '.
          05 FILLER             PIC X(41) VALUE 'NOMBRE'.
          05 FILLER             PIC X(10) VALUE 'TELEFONO'.
          05 FILLER             PIC X(10) VALUE 'CORREO'.
          05 FILLER             PIC X(9)  VALUE 'DIRECCION'.

      *    POR CANAL: 'EN BLANCO' SI LA MAESTRA NO TIENE EL DATO,
      *    'REBOTADO' O 'DEVUELTA' SI PE3C0139 LO INVALIDO
       01 WS-DETALLE.
          05 DET-OFICINA               PIC X(4).
          05 FILLER                    PIC X(4) VALUE SPACES.
          05 DET-CLIENTE               PIC X(8).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-NOMBRE                PIC X(40).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-TELEFONO              PIC X(9).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-EMAIL                 PIC X(9).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-DIRECCION             PIC X(9).

       01 WS-SUBTOTAL.
          05 FILLER                    PIC X(15) VALUE
                                        'TOTAL OFICINA '.
          05 SUB-OFICINA               PIC X(4).
          05 FILLER                    PIC X VALUE SPACES.
          05 SUB-CLIENTES              PIC ZZZZZZZZ9.

       01 WS-RESUMEN.
          05 CTE-RESUMEN              PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(10) VALUE 'OFICINAS ='.
          05 RES-OFICINAS              PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(11) VALUE ' CLIENTES ='.
          05 RES-CLIENTES              PIC ZZZZZZZZ9.

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
               INCLUDE PETCOCON
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOVCT
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: CLIENTES CON CONTRATO VIGENTE CUYOS TRES     **
      ******   DATOS DE CONTACTO ESTAN EN BLANCO O INVALIDADOS TAL    **
      ******   CUAL EN PRDTWVCT (MISMA REGLA DE LA RUTINA PE3C0140),  **
      ******   POR OFICINA DEL CONTRATO (POSICIONES 5-8)              **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT DISTINCT SUBSTR(C.CON_CONTRATO, 5, 4),
                      L.CLI_CODIGO, L.CLI_NOMBRE, L.CLI_TELEFONO,
                      L.CLI_EMAIL, L.CLI_DIRECCION
               FROM PRDTWCLI L, PRDTWCON C
               WHERE C.CON_CLIENTE = L.CLI_CODIGO
               AND   C.CON_ESTADO IN ('A', 'D')
               AND  (L.CLI_TELEFONO = ' '
                OR   EXISTS
                     (SELECT 1 FROM PRDTWVCT V
                      WHERE V.VCT_CLIENTE = L.CLI_CODIGO
                      AND   V.VCT_CANAL   = 'S'
                      AND   V.VCT_DATO    = L.CLI_TELEFONO
                      AND   V.VCT_ESTADO  = 'I'))
               AND  (L.CLI_EMAIL = ' '
                OR   EXISTS
                     (SELECT 1 FROM PRDTWVCT V
                      WHERE V.VCT_CLIENTE = L.CLI_CODIGO
                      AND   V.VCT_CANAL   = 'E'
                      AND   V.VCT_DATO    = L.CLI_EMAIL
                      AND   V.VCT_ESTADO  = 'I'))
               AND  (L.CLI_DIRECCION = ' '
                OR   EXISTS
                     (SELECT 1 FROM PRDTWVCT V
                      WHERE V.VCT_CLIENTE = L.CLI_CODIGO
                      AND   V.VCT_CANAL   = 'D'
                      AND   V.VCT_DATO    = L.CLI_DIRECCION
                      AND   V.VCT_ESTADO  = 'I'))
               ORDER BY 1, 2
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 01-INICIO
           PERFORM 02-PROCESO UNTIL SI-FIN-CURSOR-1
           PERFORM 03-FINAL.
      ******************************************************************
      *                          01-INICIO                             *
      ******************************************************************
       01-INICIO.
           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO       TO TIT-FECHA

           OPEN OUTPUT SALIDA
           IF WS-ESTADO NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ARCHIVO SALIDA  ' WS-ESTADO
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

           PERFORM 021-FETCH-CURSOR-1
           IF NO-FIN-CURSOR-1
              MOVE CLI-OFICINA TO ANT-OFICINA
              ADD 1            TO WS-OFICINAS
           END-IF.

      ******************************************************************
      *                        02-PROCESO                              *
      *   CORTE DE CONTROL POR OFICINA ANTES DE CADA CLIENTE           *
      ******************************************************************
       02-PROCESO.
           IF CLI-OFICINA NOT = ANT-OFICINA
              PERFORM 022-CORTE-OFICINA
              ADD 1 TO WS-OFICINAS
           END-IF

           INITIALIZE WS-DETALLE
           MOVE CLI-OFICINA        TO DET-OFICINA
           MOVE CLI-CODIGO         TO DET-CLIENTE
           MOVE CLI-NOMBRE         TO DET-NOMBRE
           IF CLI-TELEFONO = SPACES
              MOVE 'EN BLANCO'     TO DET-TELEFONO
           ELSE
              MOVE 'REBOTADO'      TO DET-TELEFONO
           END-IF
           IF CLI-EMAIL = SPACES
              MOVE 'EN BLANCO'     TO DET-EMAIL
           ELSE
              MOVE 'REBOTADO'      TO DET-EMAIL
           END-IF
           IF CLI-DIRECCION = SPACES
              MOVE 'EN BLANCO'     TO DET-DIRECCION
           ELSE
              MOVE 'DEVUELTA'      TO DET-DIRECCION
           END-IF
           MOVE WS-DETALLE         TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           ADD 1 TO ACU-OFI-CLIENTES WS-CLIENTES

           PERFORM 021-FETCH-CURSOR-1.

       021-FETCH-CURSOR-1.
           EXEC SQL
               FETCH CURSOR_1
               INTO :CLI-OFICINA, :CLI-CODIGO, :CLI-NOMBRE,
                    :CLI-TELEFONO, :CLI-EMAIL, :CLI-DIRECCION
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
      *                    022-CORTE-OFICINA                           *
      ******************************************************************
       022-CORTE-OFICINA.
           MOVE ANT-OFICINA        TO SUB-OFICINA
           MOVE ACU-OFI-CLIENTES   TO SUB-CLIENTES
           MOVE WS-SUBTOTAL        TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           MOVE ZEROS              TO ACU-OFI-CLIENTES
           MOVE CLI-OFICINA        TO ANT-OFICINA.

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

           IF WS-CLIENTES > ZEROS
              PERFORM 022-CORTE-OFICINA
           END-IF

           MOVE WS-OFICINAS      TO RES-OFICINAS
           MOVE WS-CLIENTES      TO RES-CLIENTES
           MOVE WS-RESUMEN       TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           CLOSE SALIDA

           DISPLAY 'OFICINAS CON CLIENTES   : ' WS-OFICINAS
           DISPLAY 'CLIENTES SIN CONTACTO   : ' WS-CLIENTES

           EVALUATE TRUE
              WHEN SI-ERROR-PROCESO
                   MOVE 8 TO RETURN-CODE
              WHEN WS-CLIENTES > ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.
