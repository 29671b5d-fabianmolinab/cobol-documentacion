       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0118.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           DETECCION NOCTURNA DE SALDOS A FAVOR DEL CLIENTE:
      *           PARA CADA CONTRATO DE PRDTWSAL COMPARA LO RECAUDADO
      *           (SAL_TOTAL) CONTRA EL VALOR ESPERADO DE LAS FECHAS
      *           PROGRAMADAS QUE ESE RECAUDO YA CUBRE EN PRDTW03
      *           (COBERTURA PARCIAL O TOTAL DE LA APLICACION DE
      *           PE3C0098; UNA FECHA SIN VALOR ESPERADO CUENTA CON LO
      *           APLICADO). UN EXCEDENTE POR ENCIMA DE LA TOLERANCIA
      *           DEL PARM (DOBLE DEBITO, PAGO POR AGREGADOR ENCIMA
      *           DEL DEBITO) SALE EN EL LISTADO Y QUEDA COMO
      *           DEVOLUCION PENDIENTE DE REVISION EN PRDTWDEV PARA
      *           QUE LA APRUEBE PE3C0119 Y LA ORDENE PE3C0120. UN
      *           CONTRATO CON UNA DEVOLUCION TODAVIA EN TRAMITE NO SE
      *           VUELVE A PROPONER
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
           05 SW-LECTURA             PIC X       VALUE 'S'.
             88 SI-LECTURA-OK                    VALUE 'S'.
             88 NO-LECTURA-OK                    VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-CONTRATOS                PIC 9(09) VALUE ZEROS.
          05 WS-SALDOS-A-FAVOR           PIC 9(09) VALUE ZEROS.
          05 WS-EN-TRAMITE               PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                          CONSTANTES                            *
      ******************************************************************
       01 WS-CONSTANTES.
          05 CTE-LONG-MAX-PARM           PIC 9(02) VALUE 7.
          05 WS-LONG-NUM                 PIC 9(02) VALUE ZEROS.
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
      *    FILA DE SALDO DEL CURSOR
       01 PRDTW-SAL.
           05 SAL-CLIENTE                       PIC X(8).
           05 SAL-CONTRATO                      PIC X(18).
           05 SAL-TOTAL                         PIC S9(11)V99 COMP-3.

       01 PRDTW-DEV.
           05 DEV-NUMERO                        PIC S9(9) COMP-3.
           05 DEV-MONEDA                        PIC X(3).
           05 DEV-VALOR-CUBIERTO                PIC S9(11)V99 COMP-3.
           05 DEV-VALOR-SALDO                   PIC S9(11)V99 COMP-3.

       01 WS-CALCULO.
           05 WS-FECHA-PROCESO           PIC X(10).
           05 WS-PRODUCTO                PIC XX.
           05 WS-TOLERANCIA              PIC S9(9)V99 COMP-3
                                                   VALUE ZEROS.
           05 WS-EN-CURSO                PIC S9(9) COMP VALUE ZEROS.

       01 WS-DETALLE.
          05 DET-NUMERO                PIC Z(8)9.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-CLIENTE               PIC X(8).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-CONTRATO              PIC X(18).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-MONEDA                PIC X(3).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-RECAUDADO             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-CUBIERTO              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-SALDO                 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-TITULO1.
          05 FILLER             PIC X(36) VALUE
                                 'SALDOS A FAVOR PARA DEVOLUCION AL '.
          05 TIT-FECHA          PIC X(10).
          05 FILLER             PIC X(14) VALUE ' TOLERANCIA: '.
          05 TIT-TOLERANCIA     PIC Z,ZZZ,ZZ9.
       01 WS-TITULO2.
          05 FILLER             PIC X(10) VALUE '   NUMERO '.
          05 FILLER             PIC X(9)  VALUE 'CLIENTE  '.
          05 FILLER             PIC X(19) VALUE 'CONTRATO'.
          05 FILLER             PIC X(4)  VALUE 'MON '.
          05 FILLER             PIC X(19) VALUE '          RECAUDADO'.
          05 FILLER             PIC X(19) VALUE '           CUBIERTO'.
          05 FILLER             PIC X(19) VALUE '     SALDO A FAVOR'.

       01 WS-RESUMEN.
          05 CTE-RESUMEN              PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(12) VALUE 'CONTRATOS = '.
          05 RES-CONTRATOS             PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(18) VALUE
                                       ' SALDOS A FAVOR = '.
          05 RES-SALDOS                PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(15) VALUE ' EN TRAMITE = '.
          05 RES-EN-TRAMITE            PIC ZZZZZZZZ9.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE FECHA DE PROCESO PE3C0060           *
      ******************************************************************
       COPY PE3CFPRO.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOSAL
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOW02
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOW03
           END-EXEC.

           EXEC SQL
               INCLUDE PETCODEV
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: CONTRATOS CON RECAUDO POR ENCIMA DE LA       **
      ******   TOLERANCIA (SIN ESO NO PUEDE HABER EXCEDENTE)          **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT SAL_CLIENTE, SAL_CONTRATO, SAL_TOTAL
               FROM PRDTWSAL
               WHERE SAL_TOTAL > :WS-TOLERANCIA
               ORDER BY SAL_CONTRATO
               FOR FETCH ONLY
           END-EXEC.

       LINKAGE SECTION.
       01 REG-PARM.
           05 PARM-LONG                         PIC X(02).
      *    TOLERANCIA EN UNIDADES ENTERAS: UN EXCEDENTE MENOR O IGUAL
      *    NO SE PROPONE PARA DEVOLUCION
           05 PARM-TOLERANCIA                   PIC 9(07).

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING REG-PARM.
           PERFORM 01-INICIO
           PERFORM 02-PROCESO UNTIL SI-FIN-CURSOR-1
           PERFORM 03-FINAL.
      ******************************************************************
      *                          01-INICIO                             *
      ******************************************************************
       01-INICIO.
           PERFORM 010-VALIDAR-PARM

           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO TO WS-FECHA-PROCESO TIT-FECHA
           MOVE WS-TOLERANCIA      TO TIT-TOLERANCIA

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

           PERFORM 011-ULTIMO-NUMERO

           EXEC SQL
               OPEN CURSOR_1
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_1 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 021-FETCH-CURSOR-1.

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

           IF PARM-TOLERANCIA IS NUMERIC
              COMPUTE WS-TOLERANCIA = PARM-TOLERANCIA
           END-IF.

      *    LAS DEVOLUCIONES SE NUMERAN EN SECUENCIA; ESTE ES EL UNICO
      *    PROGRAMA QUE LAS CREA
       011-ULTIMO-NUMERO.
           EXEC SQL
               SELECT COALESCE(MAX(DEV_NUMERO), 0)
               INTO  :DEV-NUMERO
               FROM  PRDTWDEV
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR SELECT PRDTWDEV SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       021-FETCH-CURSOR-1.
           EXEC SQL
               FETCH CURSOR_1
               INTO :SAL-CLIENTE, :SAL-CONTRATO, :SAL-TOTAL
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   ADD 1 TO WS-CONTRATOS
              WHEN +100
                   SET SI-FIN-CURSOR-1 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_1 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR-1 TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

      ******************************************************************
      *                        02-PROCESO                              *
      *   UN CONTRATO CON DEVOLUCION PENDIENTE O APROBADA NO SE VUELVE *
      *   A PROPONER: LO RECAUDADO NO BAJA HASTA QUE EL AJUSTE DE LA   *
      *   ORDEN ENTRE A PRDTW02                                        *
      ******************************************************************
       02-PROCESO.
           PERFORM 022-CONTAR-EN-TRAMITE

           EVALUATE TRUE
              WHEN NO-LECTURA-OK
                   CONTINUE
              WHEN WS-EN-CURSO > ZEROS
                   ADD 1 TO WS-EN-TRAMITE
              WHEN OTHER
                   PERFORM 023-CALCULAR-CUBIERTO
           END-EVALUATE

           PERFORM 021-FETCH-CURSOR-1.

       022-CONTAR-EN-TRAMITE.
           SET SI-LECTURA-OK TO TRUE
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-EN-CURSO
               FROM  PRDTWDEV
               WHERE DEV_CONTRATO = :SAL-CONTRATO
               AND   DEV_ESTADO  IN ('P', 'A')
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR SELECT PRDTWDEV SQLCODE ' SQLCODE
                      ' CONTRATO ' SAL-CONTRATO
              SET SI-ERROR-PROCESO TO TRUE
              SET NO-LECTURA-OK    TO TRUE
           END-IF.

      ******************************************************************
      *                  023-CALCULAR-CUBIERTO                         *
      *   LO QUE EL RECAUDO DEBIA CUBRIR: EL VALOR ESPERADO DE LAS     *
      *   FECHAS DEL CLIENTE EN EL PRODUCTO DEL CONTRATO (POSICIONES   *
      *   9-10) CON COBERTURA PARCIAL O TOTAL; UNA FECHA SIN VALOR     *
      *   ESPERADO APORTA LO QUE SE LE APLICO                          *
      ******************************************************************
       023-CALCULAR-CUBIERTO.
           MOVE SAL-CONTRATO(9:2) TO WS-PRODUCTO
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN W03_VALOR_ESPERADO > 0
                                        THEN W03_VALOR_ESPERADO
                                        ELSE W03_VALOR_APLICADO
                                   END), 0)
               INTO  :DEV-VALOR-CUBIERTO
               FROM  PRDTW03
               WHERE W03_CLIENTE    = :SAL-CLIENTE
               AND   W03_PRODUCTO   = :WS-PRODUCTO
               AND   W03_COBERTURA IN ('P', 'T')
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR SELECT PRDTW03 SQLCODE ' SQLCODE
                      ' CONTRATO ' SAL-CONTRATO
              SET SI-ERROR-PROCESO TO TRUE
           ELSE
              COMPUTE DEV-VALOR-SALDO = SAL-TOTAL - DEV-VALOR-CUBIERTO
              IF DEV-VALOR-SALDO > WS-TOLERANCIA
                 PERFORM 024-REGISTRAR-DEVOLUCION
              END-IF
           END-IF.

      *    LA MONEDA ES LA DE LOS MOVIMIENTOS DEL CONTRATO
       024-REGISTRAR-DEVOLUCION.
           EXEC SQL
               SELECT COALESCE(MAX(W02_MONEDA), 'COP')
               INTO  :DEV-MONEDA
               FROM  PRDTW02
               WHERE W02_CONTRATO = :SAL-CONTRATO
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              MOVE 'COP' TO DEV-MONEDA
           END-IF

           ADD 1 TO DEV-NUMERO
           EXEC SQL
               INSERT INTO PRDTWDEV
                   (DEV_NUMERO, DEV_CLIENTE, DEV_CONTRATO, DEV_MONEDA,
                    DEV_VALOR_RECAUDADO, DEV_VALOR_CUBIERTO,
                    DEV_VALOR_SALDO, DEV_VALOR, DEV_ESTADO,
                    DEV_FECHA_DETECCION, DEV_APROBADOR,
                    DEV_FECHA_RESOLUCION, DEV_FECHA_ORDEN)
               VALUES
                   (:DEV-NUMERO, :SAL-CLIENTE, :SAL-CONTRATO,
                    :DEV-MONEDA, :SAL-TOTAL, :DEV-VALOR-CUBIERTO,
                    :DEV-VALOR-SALDO, 0, 'P',
                    :WS-FECHA-PROCESO, ' ', ' ', ' ')
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR INSERT PRDTWDEV SQLCODE ' SQLCODE
                      ' CONTRATO ' SAL-CONTRATO
              SET SI-ERROR-PROCESO TO TRUE
           ELSE
              ADD 1 TO WS-SALDOS-A-FAVOR
              PERFORM 025-ESCRIBIR-DETALLE
           END-IF.

       025-ESCRIBIR-DETALLE.
           INITIALIZE WS-DETALLE
           MOVE DEV-NUMERO         TO DET-NUMERO
           MOVE SAL-CLIENTE        TO DET-CLIENTE
           MOVE SAL-CONTRATO       TO DET-CONTRATO
           MOVE DEV-MONEDA         TO DET-MONEDA
           MOVE SAL-TOTAL          TO DET-RECAUDADO
           MOVE DEV-VALOR-CUBIERTO TO DET-CUBIERTO
           MOVE DEV-VALOR-SALDO    TO DET-SALDO
           MOVE WS-DETALLE         TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

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

           MOVE WS-CONTRATOS      TO RES-CONTRATOS
           MOVE WS-SALDOS-A-FAVOR TO RES-SALDOS
           MOVE WS-EN-TRAMITE     TO RES-EN-TRAMITE
           MOVE WS-RESUMEN        TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           CLOSE SALIDA

           DISPLAY 'CONTRATOS REVISADOS     : ' WS-CONTRATOS
           DISPLAY 'SALDOS A FAVOR NUEVOS   : ' WS-SALDOS-A-FAVOR
           DISPLAY 'DEVOLUCIONES EN TRAMITE : ' WS-EN-TRAMITE

           EVALUATE TRUE
              WHEN SI-ERROR-PROCESO
                   MOVE 8 TO RETURN-CODE
              WHEN WS-SALDOS-A-FAVOR > ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.
