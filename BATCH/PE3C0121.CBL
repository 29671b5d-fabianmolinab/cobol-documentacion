       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0121.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           CIERRE AUTOMATICO DE CONTRATOS PAGADOS Y PAZ Y
      *           SALVO: BUSCA LOS CONTRATOS ACTIVOS DE PRDTWCON SIN
      *           FECHAS ABIERTAS EN PRDTW03 (TODA FECHA ACTIVA CON
      *           COBERTURA TOTAL) Y SIN NADA PENDIENTE (NI ACUERDO DE
      *           PAGO VIGENTE, NI RECLAMO ABIERTO, NI DEVOLUCION EN
      *           TRAMITE), LOS CIERRA CON LA RUTINA PE3C0064 (LA
      *           MISMA VALIDACION Y BITACORA MANTLOGT DEL CIERRE POR
      *           SUCURSAL; UN EMBARGO VIGENTE LO IMPIDE) Y ESCRIBE EL
      *           CERTIFICADO DE PAZ Y SALVO CON LOS DATOS DE PRDTWCLI
      *           EN EL ARCHIVO CERTIF PARA LA IMPRENTA. CADA
      *           CERTIFICADO LLEVA UN CONSECUTIVO QUE QUEDA EN
      *           PRDTWPYS. EN MODO REIMPRESION ('R' MAS EL CONTRATO
      *           EN EL PARM) REGENERA EL CERTIFICADO CON EL MISMO
      *           NUMERO, MARCADO COMO COPIA, COMO PE3C0076
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
      ***********ARCHIVO DE IMPRESION DE CERTIFICADOS******************
           SELECT CERTIF    ASSIGN TO CERTIF
                            FILE STATUS IS WS-ESTADO-CER.
      *****************ARCHIVO DE SALIDA DEL REPORTE*******************
           SELECT SALIDA    ASSIGN TO SALIDA
                            FILE STATUS IS WS-ESTADO.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CERTIF
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-CERTIF             PIC X(120).

       FD  SALIDA
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-SALIDA             PIC X(100).
      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                VARIABLES DE CODIGOS DE RETORNO                 *
      ******************************************************************
       01 WS-ESTADO                      PIC XX    VALUE '00'.
       01 WS-ESTADO-CER                  PIC XX    VALUE '00'.
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
           05 SW-MODO-REIMPRESION    PIC X       VALUE 'N'.
             88 SI-MODO-REIMPRESION              VALUE 'S'.
             88 NO-MODO-REIMPRESION              VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-CANDIDATOS               PIC 9(09) VALUE ZEROS.
          05 WS-CERRADOS                 PIC 9(09) VALUE ZEROS.
          05 WS-NO-CERRADOS              PIC 9(09) VALUE ZEROS.
          05 WS-CERTIFICADOS             PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                          CONSTANTES                            *
      ******************************************************************
       01 WS-CONSTANTES.
          05 CTE-LONG-MAX-PARM           PIC 9(02) VALUE 20.
          05 WS-LONG-NUM                 PIC 9(02) VALUE ZEROS.
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 WS-FECHA-PROCESO               PIC X(10) VALUE SPACES.

       01 PRDTW-CON.
           05 CON-CONTRATO                      PIC X(18).
           05 CON-CLIENTE                       PIC X(8).

       01 PRDTW-PYS.
           05 PYS-NUMERO                        PIC S9(9) COMP-3.
           05 PYS-CONTRATO                      PIC X(18).
           05 PYS-CLIENTE                       PIC X(8).
           05 PYS-VALOR-PAGADO                  PIC S9(11)V99 COMP-3.
           05 PYS-FECHA-ULT-PAGO                PIC X(10).
           05 PYS-FECHA-CIERRE                  PIC X(10).
           05 PYS-CANT-COPIAS                   PIC S9(4) COMP.

       01 WS-ULTIMO-NUMERO               PIC S9(9) COMP-3 VALUE ZEROS.

       01 PRDTW-CLI.
           05 CLI-CODIGO                 PIC X(8).
           05 CLI-NOMBRE                 PIC X(40).
           05 CLI-DOCUMENTO              PIC X(15).
           05 CLI-DIRECCION              PIC X(40).

       01 PRDTW-PRD.
           05 PRD-CODIGO                 PIC X(2).
           05 PRD-NOMBRE                 PIC X(30).

      ******************************************************************
      *              INTERFAZ DE LA RUTINA DE CONTRATOS PE3C0064       *
      ******************************************************************
       COPY PE3COEVK.

       01 WS-ENCABEZADO-1.
          05 FILLER             PIC X(40) VALUE ALL '='.
       01 WS-ENCABEZADO-2.
          05 FILLER             PIC X(27) VALUE
                                 'CERTIFICADO DE PAZ Y SALVO '.
          05 FILLER             PIC X(5)  VALUE 'NRO '.
          05 ENC-NUMERO         PIC 9(9).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 ENC-COPIA          PIC X(11).
       01 WS-ENCABEZADO-3.
          05 FILLER             PIC X(9)  VALUE 'CLIENTE: '.
          05 ENC-CLIENTE        PIC X(8).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 ENC-NOMBRE         PIC X(40).
          05 FILLER             PIC X(6)  VALUE ' DOC: '.
          05 ENC-DOCUMENTO      PIC X(15).
       01 WS-ENCABEZADO-4.
          05 FILLER             PIC X(11) VALUE 'DIRECCION: '.
          05 ENC-DIRECCION      PIC X(40).

       01 WS-CUERPO-1.
          05 FILLER             PIC X(10) VALUE 'CONTRATO: '.
          05 CUE-CONTRATO       PIC X(18).
          05 FILLER             PIC X(12) VALUE '  PRODUCTO: '.
          05 CUE-PRODUCTO       PIC X(2).
          05 FILLER             PIC X     VALUE SPACE.
          05 CUE-PRODUCTO-NOMBRE PIC X(30).
       01 WS-CUERPO-2.
          05 FILLER             PIC X(21) VALUE
                                 'TOTAL PAGADO         '.
          05 CUE-VALOR          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(15) VALUE '  ULTIMO PAGO  '.
          05 CUE-FECHA-ULT-PAGO PIC X(10).
       01 WS-CUERPO-3.
          05 FILLER             PIC X(50) VALUE
              'EL CONTRATO SE ENCUENTRA A PAZ Y SALVO Y CERRADO '.
          05 FILLER             PIC X(6)  VALUE 'DESDE '.
          05 CUE-FECHA-CIERRE   PIC X(10).
       01 WS-CUERPO-4.
          05 FILLER             PIC X(17) VALUE '  FECHA EMISION  '.
          05 CUE-FECHA-EMISION  PIC X(10).

       01 WS-DETALLE.
          05 DET-CONTRATO              PIC X(18).
          05 FILLER                    PIC X     VALUE SPACE.
          05 DET-CLIENTE               PIC X(8).
          05 FILLER                    PIC X     VALUE SPACE.
          05 DET-NUMERO                PIC Z(8)9.
          05 FILLER                    PIC X     VALUE SPACE.
          05 DET-RESULTADO             PIC X(20).
          05 FILLER                    PIC X     VALUE SPACE.
          05 DET-ERROR1                PIC X(20).
          05 FILLER                    PIC X     VALUE SPACE.
          05 DET-ERROR2                PIC X(20).

       01 WS-TITULO1.
          05 FILLER             PIC X(40) VALUE
                           'CIERRE DE CONTRATOS PAGADOS/PAZ Y SALVO '.
          05 TIT-FECHA          PIC X(10).

       01 WS-RESUMEN.
          05 CTE-RESUMEN              PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(12) VALUE 'CANDIDATOS='.
          05 RES-CANDIDATOS            PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(11) VALUE ' CERRADOS='.
          05 RES-CERRADOS              PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(14) VALUE ' NO CERRADOS='.
          05 RES-NO-CERRADOS           PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(15) VALUE ' CERTIFICADOS='.
          05 RES-CERTIFICADOS          PIC ZZZZZZZZ9.

      ******************************************************************
      *          INTERFAZ CAI-PE9CFPR0 DE PE3C0060                     *
      ******************************************************************
       COPY PE3CFPRO.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCON
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOW03
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOACU
           END-EXEC.

           EXEC SQL
               INCLUDE PETCODIS
           END-EXEC.

           EXEC SQL
               INCLUDE PETCODEV
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOSAL
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCLI
           END-EXEC.

           EXEC SQL
               INCLUDE PETCWPRD
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOPYS
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: CONTRATOS ACTIVOS PAGADOS                    **
      *    EL CLIENTE/PRODUCTO DEL CONTRATO TUVO FECHAS PROGRAMADAS,   *
      *    TODAS LAS ACTIVAS QUEDARON CON COBERTURA TOTAL Y NO HAY     *
      *    ACUERDO DE PAGO VIGENTE, RECLAMO ABIERTO NI DEVOLUCION EN   *
      *    TRAMITE QUE LO MANTENGAN VIVO                               *
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT C.CON_CONTRATO, C.CON_CLIENTE
               FROM PRDTWCON C
               WHERE C.CON_ESTADO = 'A'
               AND EXISTS
                   (SELECT 1 FROM PRDTW03 T
                    WHERE T.W03_CLIENTE  = C.CON_CLIENTE
                    AND   T.W03_PRODUCTO = SUBSTR(C.CON_CONTRATO, 9, 2)
                    AND   T.W03_ESTADO   = 'A')
               AND NOT EXISTS
                   (SELECT 1 FROM PRDTW03 T
                    WHERE T.W03_CLIENTE  = C.CON_CLIENTE
                    AND   T.W03_PRODUCTO = SUBSTR(C.CON_CONTRATO, 9, 2)
                    AND   T.W03_ESTADO   = 'A'
                    AND   T.W03_COBERTURA <> 'T')
               AND NOT EXISTS
                   (SELECT 1 FROM PRDTWACU A
                    WHERE A.ACU_CLIENTE  = C.CON_CLIENTE
                    AND   A.ACU_PRODUCTO = SUBSTR(C.CON_CONTRATO, 9, 2)
                    AND   A.ACU_ESTADO   = 'V')
               AND NOT EXISTS
                   (SELECT 1 FROM PRDTWDIS D
                    WHERE D.DIS_CLIENTE  = C.CON_CLIENTE
                    AND   D.DIS_PRODUCTO = SUBSTR(C.CON_CONTRATO, 9, 2)
                    AND   D.DIS_ESTADO   = 'A')
               AND NOT EXISTS
                   (SELECT 1 FROM PRDTWDEV V
                    WHERE V.DEV_CONTRATO = C.CON_CONTRATO
                    AND   V.DEV_ESTADO IN ('P', 'A'))
               ORDER BY C.CON_CONTRATO
               FOR FETCH ONLY
           END-EXEC.

       LINKAGE SECTION.
       01 REG-PARM.
           05 PARM-LONG                         PIC X(02).
      *    MODO: G CIERRA Y CERTIFICA, R REIMPRIME UN CONTRATO
           05 PARM-MODO                         PIC X(01).
           05 FILLER                            PIC X(01).
      *    CONTRATO A REIMPRIMIR (SOLO MODO 'R')
           05 PARM-CONTRATO                     PIC X(18).

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

           OPEN OUTPUT CERTIF
           IF WS-ESTADO-CER NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ARCHIVO CERTIF ' WS-ESTADO-CER
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT SALIDA
           IF WS-ESTADO NOT = '00' AND NOT = '97'
              CLOSE CERTIF
              DISPLAY 'ERROR ABRIENDO ARCHIVO SALIDA ' WS-ESTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-TITULO1 TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           IF SI-MODO-REIMPRESION
              PERFORM 011-REIMPRIMIR
              SET SI-FIN-CURSOR-1 TO TRUE
           ELSE
              PERFORM 012-ABRIR-CURSOR
           END-IF.

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

           EVALUATE PARM-MODO
              WHEN 'G'
                   SET NO-MODO-REIMPRESION TO TRUE
              WHEN 'R'
                   SET SI-MODO-REIMPRESION TO TRUE
                   IF WS-LONG-NUM < CTE-LONG-MAX-PARM
                      OR PARM-CONTRATO = SPACES OR LOW-VALUES
                      DISPLAY 'MODO R REQUIERE CONTRATO EN EL PARM'
                      MOVE 12 TO RETURN-CODE
                      STOP RUN
                   END-IF
              WHEN OTHER
                   DISPLAY 'MODO INVALIDO (G/R): ' PARM-MODO
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      ******************************************************************
      *                     011-REIMPRIMIR                             *
      *   LA COPIA SALE CON EL NUMERO Y LOS VALORES CON QUE SE EMITIO  *
      *   EL ORIGINAL; SOLO CAMBIAN LA MARCA Y LA FECHA DE EMISION     *
      ******************************************************************
       011-REIMPRIMIR.
           INITIALIZE PRDTW-PYS WS-DETALLE
           MOVE PARM-CONTRATO TO PYS-CONTRATO
           EXEC SQL
               SELECT PYS_NUMERO, PYS_CLIENTE, PYS_VALOR_PAGADO,
                      PYS_FECHA_ULT_PAGO, PYS_FECHA_CIERRE
               INTO  :PYS-NUMERO, :PYS-CLIENTE, :PYS-VALOR-PAGADO,
                     :PYS-FECHA-ULT-PAGO, :PYS-FECHA-CIERRE
               FROM  PRDTWPYS
               WHERE PYS_CONTRATO = :PYS-CONTRATO
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                   MOVE 'COPIA'     TO ENC-COPIA
                   PERFORM 024-ESCRIBIR-CERTIFICADO
                   PERFORM 0111-CONTAR-COPIA
                   MOVE 'REIMPRESO' TO DET-RESULTADO
              WHEN +100
                   DISPLAY 'CONTRATO SIN PAZ Y SALVO: ' PARM-CONTRATO
                   SET SI-ERROR-PROCESO TO TRUE
                   MOVE ZEROS       TO PYS-NUMERO
                   MOVE 'SIN PAZ Y SALVO' TO DET-RESULTADO
              WHEN OTHER
                   DISPLAY 'ERROR SELECT PRDTWPYS SQLCODE ' SQLCODE
                   SET SI-ERROR-PROCESO TO TRUE
                   MOVE ZEROS       TO PYS-NUMERO
                   MOVE 'ERROR PRDTWPYS'  TO DET-RESULTADO
           END-EVALUATE

           MOVE PARM-CONTRATO TO DET-CONTRATO
           MOVE PYS-CLIENTE   TO DET-CLIENTE
           MOVE PYS-NUMERO    TO DET-NUMERO
           PERFORM 025-ESCRIBIR-DETALLE.

       0111-CONTAR-COPIA.
           EXEC SQL
               UPDATE PRDTWPYS
               SET    PYS_CANT_COPIAS = PYS_CANT_COPIAS + 1
               WHERE  PYS_CONTRATO    = :PYS-CONTRATO
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR UPDATE PRDTWPYS SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO TO TRUE
           END-IF.

      *    EL CONSECUTIVO ARRANCA DESPUES DEL ULTIMO EMITIDO
       012-ABRIR-CURSOR.
           EXEC SQL
               SELECT VALUE(MAX(PYS_NUMERO), 0)
               INTO  :WS-ULTIMO-NUMERO
               FROM  PRDTWPYS
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR SELECT PRDTWPYS SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           EXEC SQL
               OPEN CURSOR_1
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_1 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 021-FETCH-CURSOR-1.

       021-FETCH-CURSOR-1.
           EXEC SQL
               FETCH CURSOR_1
               INTO :CON-CONTRATO, :CON-CLIENTE
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   ADD 1 TO WS-CANDIDATOS
              WHEN +100
                   SET SI-FIN-CURSOR-1 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_1 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR-1 TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

      ******************************************************************
      *                        02-PROCESO                              *
      *   EL CIERRE VA POR PE3C0064 COMO EL DE SUCURSAL; SOLO EL       *
      *   CONTRATO EFECTIVAMENTE CERRADO RECIBE NUMERO Y CERTIFICADO   *
      ******************************************************************
       02-PROCESO.
           INITIALIZE WS-DETALLE
           MOVE CON-CONTRATO TO DET-CONTRATO
           MOVE CON-CLIENTE  TO DET-CLIENTE

           INITIALIZE CAI-PE9CCAM4
           SET AM4-OP-CAMBIO    TO TRUE
           MOVE CON-CONTRATO    TO AM4-CONTRATO
           MOVE CON-CLIENTE     TO AM4-CLIENTE
           SET AM4-EST-CERRADO  TO TRUE

           CALL 'PE3C0064' USING CAI-PE9CCAM4

           EVALUATE AM4-COD-RET
              WHEN '00'
                   ADD 1 TO WS-CERRADOS
                   PERFORM 022-REGISTRAR-PAZ-Y-SALVO
              WHEN '30'
                   DISPLAY 'ERROR CERRANDO ' CON-CONTRATO ' '
                           AM4-ERROR1 ' SQLCODE ' AM4-MAS-SQLCODE
                   SET SI-ERROR-PROCESO TO TRUE
                   ADD 1 TO WS-NO-CERRADOS
                   MOVE 'NO CERRADO'    TO DET-RESULTADO
              WHEN OTHER
                   ADD 1 TO WS-NO-CERRADOS
                   MOVE 'NO CERRADO'    TO DET-RESULTADO
           END-EVALUATE

           IF AM4-COD-RET NOT = '00'
              MOVE AM4-ERROR1 TO DET-ERROR1
              MOVE AM4-ERROR2 TO DET-ERROR2
              PERFORM 025-ESCRIBIR-DETALLE
           END-IF

           PERFORM 021-FETCH-CURSOR-1.

      ******************************************************************
      *                 022-REGISTRAR-PAZ-Y-SALVO                      *
      *   ASIGNA EL SIGUIENTE CONSECUTIVO, TOMA EL RECAUDO TOTAL DEL   *
      *   CONTRATO DE PRDTWSAL, DEJA LA FILA EN PRDTWPYS Y ESCRIBE EL  *
      *   CERTIFICADO ORIGINAL                                         *
      ******************************************************************
       022-REGISTRAR-PAZ-Y-SALVO.
           ADD 1                    TO WS-ULTIMO-NUMERO
           MOVE WS-ULTIMO-NUMERO    TO PYS-NUMERO
           MOVE CON-CONTRATO        TO PYS-CONTRATO
           MOVE CON-CLIENTE         TO PYS-CLIENTE
           MOVE WS-FECHA-PROCESO    TO PYS-FECHA-CIERRE
           MOVE ZEROS               TO PYS-CANT-COPIAS

           EXEC SQL
               SELECT SAL_TOTAL, SAL_ULT_FECHA
               INTO  :PYS-VALOR-PAGADO, :PYS-FECHA-ULT-PAGO
               FROM  PRDTWSAL
               WHERE SAL_CLIENTE  = :PYS-CLIENTE
               AND   SAL_CONTRATO = :PYS-CONTRATO
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   MOVE ZEROS  TO PYS-VALOR-PAGADO
                   MOVE SPACES TO PYS-FECHA-ULT-PAGO
              WHEN OTHER
                   DISPLAY 'ERROR SELECT PRDTWSAL SQLCODE ' SQLCODE
                           ' CONTRATO ' PYS-CONTRATO
                   SET SI-ERROR-PROCESO TO TRUE
                   MOVE ZEROS  TO PYS-VALOR-PAGADO
                   MOVE SPACES TO PYS-FECHA-ULT-PAGO
           END-EVALUATE

           EXEC SQL
               INSERT INTO PRDTWPYS
                   (PYS_NUMERO, PYS_CONTRATO, PYS_CLIENTE,
                    PYS_VALOR_PAGADO, PYS_FECHA_ULT_PAGO,
                    PYS_FECHA_CIERRE, PYS_CANT_COPIAS)
               VALUES
                   (:PYS-NUMERO, :PYS-CONTRATO, :PYS-CLIENTE,
                    :PYS-VALOR-PAGADO, :PYS-FECHA-ULT-PAGO,
                    :PYS-FECHA-CIERRE, :PYS-CANT-COPIAS)
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR INSERT PRDTWPYS SQLCODE ' SQLCODE
                      ' CONTRATO ' PYS-CONTRATO
              SET SI-ERROR-PROCESO TO TRUE
              MOVE 'CERRADO SIN REGISTRO' TO DET-RESULTADO
           ELSE
              MOVE SPACES       TO ENC-COPIA
              PERFORM 024-ESCRIBIR-CERTIFICADO
              MOVE 'CERRADO, CERTIFICADO' TO DET-RESULTADO
              MOVE PYS-NUMERO   TO DET-NUMERO
           END-IF
           PERFORM 025-ESCRIBIR-DETALLE.

       023-BUSCAR-CLIENTE.
           MOVE PYS-CLIENTE TO CLI-CODIGO
           EXEC SQL
               SELECT CLI_NOMBRE, CLI_DOCUMENTO, CLI_DIRECCION
               INTO  :CLI-NOMBRE, :CLI-DOCUMENTO, :CLI-DIRECCION
               FROM  PRDTWCLI
               WHERE CLI_CODIGO = :CLI-CODIGO
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              MOVE 'CLIENTE NO REGISTRADO' TO CLI-NOMBRE
              MOVE SPACES                  TO CLI-DOCUMENTO
                                              CLI-DIRECCION
           END-IF

           MOVE PYS-CONTRATO(9:2) TO PRD-CODIGO
           EXEC SQL
               SELECT PRD_NOMBRE
               INTO  :PRD-NOMBRE
               FROM  PRDTWPRD
               WHERE PRD_CODIGO = :PRD-CODIGO
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              MOVE 'PRODUCTO NO REGISTRADO' TO PRD-NOMBRE
           END-IF.

      ******************************************************************
      *                 024-ESCRIBIR-CERTIFICADO                       *
      ******************************************************************
       024-ESCRIBIR-CERTIFICADO.
           PERFORM 023-BUSCAR-CLIENTE

           MOVE WS-ENCABEZADO-1     TO REG-CERTIF
           PERFORM 98-ESCRIBIR-CERTIF
           MOVE PYS-NUMERO          TO ENC-NUMERO
           MOVE WS-ENCABEZADO-2     TO REG-CERTIF
           PERFORM 98-ESCRIBIR-CERTIF
           MOVE PYS-CLIENTE         TO ENC-CLIENTE
           MOVE CLI-NOMBRE          TO ENC-NOMBRE
           MOVE CLI-DOCUMENTO       TO ENC-DOCUMENTO
           MOVE WS-ENCABEZADO-3     TO REG-CERTIF
           PERFORM 98-ESCRIBIR-CERTIF
           MOVE CLI-DIRECCION       TO ENC-DIRECCION
           MOVE WS-ENCABEZADO-4     TO REG-CERTIF
           PERFORM 98-ESCRIBIR-CERTIF

           MOVE PYS-CONTRATO        TO CUE-CONTRATO
           MOVE PRD-CODIGO          TO CUE-PRODUCTO
           MOVE PRD-NOMBRE          TO CUE-PRODUCTO-NOMBRE
           MOVE WS-CUERPO-1         TO REG-CERTIF
           PERFORM 98-ESCRIBIR-CERTIF
           MOVE PYS-VALOR-PAGADO    TO CUE-VALOR
           MOVE PYS-FECHA-ULT-PAGO  TO CUE-FECHA-ULT-PAGO
           MOVE WS-CUERPO-2         TO REG-CERTIF
           PERFORM 98-ESCRIBIR-CERTIF
           MOVE PYS-FECHA-CIERRE    TO CUE-FECHA-CIERRE
           MOVE WS-CUERPO-3         TO REG-CERTIF
           PERFORM 98-ESCRIBIR-CERTIF
           MOVE WS-FECHA-PROCESO    TO CUE-FECHA-EMISION
           MOVE WS-CUERPO-4         TO REG-CERTIF
           PERFORM 98-ESCRIBIR-CERTIF

           ADD 1 TO WS-CERTIFICADOS.

       025-ESCRIBIR-DETALLE.
           MOVE WS-DETALLE TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

       98-ESCRIBIR-CERTIF.
           WRITE REG-CERTIF
           IF WS-ESTADO-CER NOT = '00'
              DISPLAY 'ERROR WRITE ARCHIVO CERTIF ' WS-ESTADO-CER
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

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
           IF NO-MODO-REIMPRESION
              EXEC SQL
                  CLOSE CURSOR_1
              END-EXEC
           END-IF

           MOVE WS-CANDIDATOS    TO RES-CANDIDATOS
           MOVE WS-CERRADOS      TO RES-CERRADOS
           MOVE WS-NO-CERRADOS   TO RES-NO-CERRADOS
           MOVE WS-CERTIFICADOS  TO RES-CERTIFICADOS
           MOVE WS-RESUMEN       TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           DISPLAY 'CONTRATOS PAGADOS   : ' WS-CANDIDATOS
           DISPLAY 'CONTRATOS CERRADOS  : ' WS-CERRADOS
           DISPLAY 'NO CERRADOS         : ' WS-NO-CERRADOS
           DISPLAY 'CERTIFICADOS        : ' WS-CERTIFICADOS

           CLOSE CERTIF SALIDA

           EVALUATE TRUE
              WHEN SI-ERROR-PROCESO
                   MOVE 8 TO RETURN-CODE
              WHEN WS-NO-CERRADOS > ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.
