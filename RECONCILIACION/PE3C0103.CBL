       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0103.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           CONCILIACION DIARIA DE CAJA DEL RECAUDO: POR CADA
      *           BANCO ACTIVO DE PRDTWBCO LEE EL EXTRACTO DE LA
      *           CUENTA RECAUDADORA QUE ENVIA EL BANCO (DD EXTNNNN,
      *           CABECERA 'H' CON BANCO Y FECHA VALOR, DETALLES 'D'
      *           CON LA REFERENCIA PROPIA DEL BANCO, CIERRE 'T' CON
      *           CANTIDAD Y TOTAL ABONADO) Y LO CRUZA CONTRA LOS
      *           ITEMS PAGADOS QUE PE3C0073 REGISTRO EN PRDTWREF
      *           PARA ESA FECHA VALOR (POSTEADOS Y EN SUSPENSO).
      *           LOS QUIEBRES SE CLASIFICAN EN ABONADO NO POSTEADO,
      *           POSTEADO NO ABONADO Y DIFERENCIA DE VALOR. ADEMAS
      *           CUADRA LO POSTEADO CONTRA EL DEBITO A LA CUENTA DE
      *           RECAUDO DEL COMPROBANTE CONTABLE DEL DIA (ARCHIVO
      *           CONTABLE DE PE3C0069). CADA QUIEBRE VA AL ARCHIVO
      *           DE EXCEPCIONES (PE3COEXC) Y AL INFORME; CUALQUIER
      *           QUIEBRE TERMINA CON CODIGO DE RETORNO 4
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
      *****EXTRACTO DEL BANCO EN CURSO (DD EXTNNNN)*********************
           SELECT EXTRACTO  ASSIGN TO WS-DSN-EXTRACTO
                            FILE STATUS IS WS-ESTADO-EXB.
      *****COMPROBANTE CONTABLE DEL DIA (PE3C0069)**********************
           SELECT CONTABLE  ASSIGN TO CONTABLE
                            FILE STATUS IS WS-ESTADO-CNT.
      *****************ARCHIVO DE SALIDA*********************************
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
       FD  EXTRACTO
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-EXTRACTO.
           05 EXB-TIPO-REG                      PIC X(1).
             88 EXB-REG-CABECERA                    VALUE 'H'.
             88 EXB-REG-DETALLE                     VALUE 'D'.
             88 EXB-REG-CONTROL                     VALUE 'T'.
           05 EXB-RESTO                         PIC X(79).
           05 EXB-CABECERA REDEFINES EXB-RESTO.
              10 EXB-CAB-FECHA-VALOR            PIC X(10).
              10 EXB-CAB-BANCO                  PIC X(4).
              10 EXB-CAB-CUENTA                 PIC X(20).
              10 FILLER                         PIC X(45).
           05 EXB-DETALLE REDEFINES EXB-RESTO.
              10 EXB-DET-REFERENCIA             PIC X(16).
              10 EXB-DET-NATURALEZA             PIC X(1).
                88 EXB-DET-ABONO                    VALUE 'C'.
                88 EXB-DET-CARGO                    VALUE 'D'.
              10 EXB-DET-VALOR                  PIC 9(11)V99.
              10 EXB-DET-DESCRIPCION            PIC X(30).
              10 FILLER                         PIC X(19).
           05 EXB-CONTROL REDEFINES EXB-RESTO.
              10 EXB-CTL-CANT-DETALLE           PIC 9(9).
              10 EXB-CTL-TOTAL-ABONOS           PIC 9(13)V99.
              10 FILLER                         PIC X(55).

      *    LAYOUT DEL ARCHIVO CONTABLE QUE GENERA PE3C0069
       FD  CONTABLE
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-CONTABLE.
           05 CNT-TIPO-REG                      PIC X(1).
             88 CNT-REG-CABECERA                    VALUE 'H'.
             88 CNT-REG-DETALLE                     VALUE 'D'.
             88 CNT-REG-CONTROL                     VALUE 'T'.
           05 CNT-RESTO                         PIC X(70).
           05 CNT-CABECERA REDEFINES CNT-RESTO.
              10 CNT-CAB-FECHA-PROCESO          PIC X(10).
              10 FILLER                         PIC X(60).
           05 CNT-DETALLE REDEFINES CNT-RESTO.
              10 CNT-CUENTA                     PIC X(10).
              10 CNT-NATURALEZA                 PIC X(1).
                88 CNT-DEBITO                       VALUE 'D'.
                88 CNT-CREDITO                      VALUE 'C'.
              10 CNT-VALOR                      PIC S9(11)V99 COMP-3.
              10 CNT-FECHA                      PIC X(10).
              10 CNT-PRODUCTO                   PIC X(2).
              10 CNT-OFICINA                    PIC X(4).
              10 CNT-TIPO-MOV                   PIC X(1).
              10 CNT-ID-MOV                     PIC 9(13).
              10 FILLER                         PIC X(22).
           05 CNT-CONTROL REDEFINES CNT-RESTO.
              10 CNT-CTL-CANT-ASIENTOS          PIC 9(9).
              10 CNT-CTL-TOTAL-DEBITO           PIC S9(13)V99 COMP-3.
              10 CNT-CTL-TOTAL-CREDITO          PIC S9(13)V99 COMP-3.
              10 FILLER                         PIC X(45).

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
       01 WS-ESTADO-EXB                  PIC XX    VALUE '00'.
       01 WS-ESTADO-CNT                  PIC XX    VALUE '00'.
       01 WS-ESTADO-EXC                  PIC XX    VALUE '00'.

      ******************************************************************
      *      INTERFAZ DE LA RUTINA CENTRAL DE ALERTAS PE3C0048         *
      ******************************************************************
       COPY PE3COALR.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE FECHA DE PROCESO PE3C0060 (FECHA    *
      *   DE NEGOCIO DE LAS EXCEPCIONES)                               *
      ******************************************************************
       COPY PE3CFPRO.
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
           05 SW-FIN-EXTRACTO        PIC X       VALUE 'N'.
             88 SI-FIN-EXTRACTO                  VALUE 'S'.
             88 NO-FIN-EXTRACTO                  VALUE 'N'.
           05 SW-FIN-CONTABLE        PIC X       VALUE 'N'.
             88 SI-FIN-CONTABLE                  VALUE 'S'.
             88 NO-FIN-CONTABLE                  VALUE 'N'.
           05 SW-TRAILER-VISTO       PIC X       VALUE 'N'.
             88 SI-TRAILER-VISTO                 VALUE 'S'.
             88 NO-TRAILER-VISTO                 VALUE 'N'.
           05 SW-ERROR-PROCESO       PIC X       VALUE 'N'.
             88 SI-ERROR-PROCESO                 VALUE 'S'.
             88 NO-ERROR-PROCESO                 VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-BANCOS                   PIC 9(09) VALUE ZEROS.
          05 WS-SIN-EXTRACTO             PIC 9(09) VALUE ZEROS.
          05 WS-LEIDOS-EXTRACTO          PIC 9(09) VALUE ZEROS.
          05 WS-DETALLES-EXTRACTO        PIC 9(09) VALUE ZEROS.
          05 WS-ABONOS                   PIC 9(09) VALUE ZEROS.
          05 WS-CARGOS                   PIC 9(09) VALUE ZEROS.
          05 WS-CONCILIADOS              PIC 9(09) VALUE ZEROS.
          05 WS-ABONADO-NO-POSTEADO      PIC 9(09) VALUE ZEROS.
          05 WS-POSTEADO-NO-ABONADO      PIC 9(09) VALUE ZEROS.
          05 WS-DIFERENCIA-VALOR         PIC 9(09) VALUE ZEROS.
          05 WS-QUIEBRES                 PIC 9(09) VALUE ZEROS.
          05 WS-ASIENTOS-LEIDOS          PIC 9(09) VALUE ZEROS.
          05 WS-ESCRITOS                 PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                          ACUMULADORES                          *
      ******************************************************************
       01 ACUMULADORES.
          05 WS-BCO-ABONADO              PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
          05 WS-BCO-POSTEADO             PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
          05 WS-BCO-POSTEADO-W02         PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
          05 WS-TOT-ABONADO              PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
          05 WS-TOT-POSTEADO             PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
          05 WS-TOT-POSTEADO-W02         PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
          05 WS-MAYOR-RECAUDO            PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
          05 WS-DIFERENCIA               PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
      ******************************************************************
      *                          CONSTANTES                            *
      ******************************************************************
       01 WS-CONSTANTES.
          05 CTE-LONG-MAX-PARM           PIC 9(02) VALUE 20.
          05 WS-LONG-NUM                 PIC 9(02) VALUE ZEROS.
      ******************************************************************
      *       NOMBRE LOGICO DEL EXTRACTO DEL BANCO EN CURSO:           *
      *       'EXT' MAS EL CODIGO DEL BANCO                            *
      ******************************************************************
       01 WS-DSN-EXTRACTO.
          05 FILLER                   PIC X(3)  VALUE 'EXT'.
          05 DSN-EXT-BANCO            PIC X(4).
          05 FILLER                   PIC X(37) VALUE SPACES.
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 PRDTW-BCO.
           05 BCO-CODIGO                 PIC X(4).
           05 BCO-NOMBRE                 PIC X(30).

       01 PRDTW-REF.
           05 REF-BANCO                  PIC X(4).
           05 REF-REFERENCIA             PIC X(16).
           05 REF-CLIENTE                PIC X(8).
           05 REF-CONTRATO               PIC X(18).
           05 REF-FECHA-COBRO            PIC X(10).
           05 REF-VALOR                  PIC S9(9)V99 COMP-3.
           05 REF-RESULTADO              PIC X(1).
             88 REF-RES-POSTEADO             VALUE 'P'.
             88 REF-RES-SUSPENSO             VALUE 'S'.
           05 REF-FECHA-CONCIL           PIC X(10).

       01 WS-FECHA-VALOR                 PIC X(10) VALUE SPACES.
       01 WS-VALOR-EXTRACTO              PIC S9(11)V99 COMP-3
                                                   VALUE ZEROS.
       01 WS-TIPO-QUIEBRE                PIC X(20) VALUE SPACES.

      ******************************************************************
       01 WS-TITULO1.
          05 FILLER             PIC X(24) VALUE
                                 'CONCILIACION DE CAJA DEL'.
          05 FILLER             PIC X(21) VALUE ' RECAUDO  FECHA VALOR'.
          05 FILLER             PIC X(2)  VALUE ': '.
          05 TIT-FECHA          PIC X(10).
          05 FILLER             PIC X(15) VALUE '  CTA RECAUDO: '.
          05 TIT-CUENTA         PIC X(10).
       01 WS-TITULO2.
          05 FILLER             PIC X(21) VALUE 'QUIEBRE              '.
          05 FILLER             PIC X(5)  VALUE 'BCO  '.
          05 FILLER             PIC X(17) VALUE 'REFERENCIA       '.
          05 FILLER             PIC X(19) VALUE 'CONTRATO           '.
          05 FILLER             PIC X(18) VALUE '  VALOR EXTRACTO '.
          05 FILLER             PIC X(17) VALUE '   VALOR POSTEADO'.

       01 WS-DETALLE.
          05 DET-QUIEBRE               PIC X(20).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-BANCO                 PIC X(4).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-REFERENCIA            PIC X(16).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-CONTRATO              PIC X(18).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-VALOR-EXTRACTO        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-VALOR-POSTEADO        PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-LINEA-BANCO.
          05 LIN-ETIQUETA              PIC X(10).
          05 FILLER                    PIC X(10) VALUE ' ABONADO ='.
          05 LIN-ABONADO               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(11) VALUE ' POSTEADO ='.
          05 LIN-POSTEADO              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(6)  VALUE ' DIF ='.
          05 LIN-DIFERENCIA            PIC -,---,---,---,--9.99.

       01 WS-LINEA-SIN-EXTRACTO.
          05 FILLER                    PIC X(6)  VALUE 'BANCO '.
          05 LSE-BANCO                 PIC X(4).
          05 FILLER                    PIC X(26) VALUE
                                 ' SIN EXTRACTO DEL DIA     '.
          05 LSE-NOMBRE                PIC X(30).

       01 WS-LINEA-MAYOR.
          05 FILLER                    PIC X(10) VALUE 'MAYOR CTA '.
          05 LMY-CUENTA                PIC X(10).
          05 FILLER                    PIC X(2)  VALUE ' ='.
          05 LMY-MAYOR                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(6)  VALUE ' DIF ='.
          05 LMY-DIFERENCIA            PIC -,---,---,---,--9.99.

       01 WS-RESUMEN.
          05 CTE-RESUMEN              PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(13) VALUE 'CONCILIADOS ='.
          05 RES-CONCILIADOS           PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(15) VALUE
                                                ' NO POSTEADOS ='.
          05 RES-NO-POSTEADOS          PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(14) VALUE ' NO ABONADOS ='.
          05 RES-NO-ABONADOS           PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(12) VALUE ' DIF VALOR ='.
          05 RES-DIF-VALOR             PIC ZZZZZZZZ9.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCWBCO
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOREF
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: BANCOS ACTIVOS, CADA UNO CON SU EXTRACTO     **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT BCO_CODIGO, BCO_NOMBRE
               FROM PRDTWBCO
               WHERE BCO_ACTIVO = 'S'
               ORDER BY BCO_CODIGO
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      ******   CURSOR_2: PAGADOS DEL BANCO Y FECHA VALOR QUE EL       **
      ******   EXTRACTO NO ABONO                                      **
           EXEC SQL
               DECLARE CURSOR_2 CURSOR FOR
               SELECT REF_REFERENCIA, REF_CLIENTE, REF_CONTRATO,
                      REF_VALOR
               FROM PRDTWREF
               WHERE REF_BANCO        = :REF-BANCO
               AND   REF_FECHA_COBRO  = :WS-FECHA-VALOR
               AND   REF_RESULTADO    IN ('P', 'S')
               AND   REF_FECHA_CONCIL = ' '
               ORDER BY REF_REFERENCIA
               FOR FETCH ONLY
           END-EXEC.

       LINKAGE SECTION.
       01 REG-PARM.
           05 PARM-LONG                         PIC X(02).
      *    FECHA VALOR A CONCILIAR, YYYY-MM-DD (LA MISMA FECHA DEL
      *    COMPROBANTE CONTABLE DE PE3C0069)
           05 PARM-FECHA-VALOR                  PIC X(10).
      *    CUENTA CONTABLE DE RECAUDO (CUENTA DEBITO DEL MAPA
      *    PRDTWCTA PARA LOS MOVIMIENTOS 'N')
           05 PARM-CUENTA-RECAUDO               PIC X(10).
      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING REG-PARM.
           PERFORM 000000-INICIO
           PERFORM 100000-PROCESO UNTIL SI-FIN-CURSOR-1
           PERFORM 200000-FINAL.
      ******************************************************************
      *                     000000-INICIO                              *
      ******************************************************************
       000000-INICIO.
           PERFORM 010-VALIDAR-PARM
           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE PARM-FECHA-VALOR TO WS-FECHA-VALOR

           PERFORM 011-ABRIR-ARCHIVOS
           PERFORM 012-GENERAR-CABECERA
           PERFORM 013-TOTALIZAR-MAYOR

           EXEC SQL
               OPEN CURSOR_1
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_1 SQLCODE ' SQLCODE
              MOVE 'ERROR ABRIENDO CURSOR DE BANCOS' TO ALR0-MENSAJE
              PERFORM 97-ALERTAR-CRITICO
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

           IF PARM-FECHA-VALOR = SPACES OR LOW-VALUES
              DISPLAY 'FECHA VALOR INVALIDA'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           IF PARM-CUENTA-RECAUDO = SPACES OR LOW-VALUES
              DISPLAY 'CUENTA DE RECAUDO INVALIDA'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       011-ABRIR-ARCHIVOS.
           OPEN INPUT CONTABLE
           IF WS-ESTADO-CNT NOT = '00'
              DISPLAY 'ERROR ABRIENDO ARCHIVO CONTABLE ' WS-ESTADO-CNT
              MOVE 'ERROR ABRIENDO ARCHIVO CONTABLE' TO ALR0-MENSAJE
              PERFORM 97-ALERTAR-CRITICO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT SALIDA
           IF WS-ESTADO NOT = '00' AND NOT = '97'
              CLOSE CONTABLE
              DISPLAY 'ERROR ABRIENDO ARCHIVO SALIDA ' WS-ESTADO
              MOVE 'ERROR ABRIENDO ARCHIVO SALIDA' TO ALR0-MENSAJE
              PERFORM 97-ALERTAR-CRITICO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN EXTEND EXCEPCION
           IF WS-ESTADO-EXC = '35'
              OPEN OUTPUT EXCEPCION
           END-IF
           IF WS-ESTADO-EXC NOT = '00'
              CLOSE CONTABLE SALIDA
              DISPLAY 'ERROR ABRIENDO ARCHIVO EXCEPCION ' WS-ESTADO-EXC
              MOVE 'ERROR ABRIENDO ARCHIVO EXCEPCION' TO ALR0-MENSAJE
              PERFORM 97-ALERTAR-CRITICO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *                  97-ALERTAR-CRITICO                            *
      ******************************************************************
       97-ALERTAR-CRITICO.
           MOVE 'PE3C0103'        TO ALR0-PROGRAMA
           SET ALR0-SEV-CRITICA   TO TRUE
           MOVE WS-LEIDOS-EXTRACTO TO ALR0-LEIDOS
           MOVE WS-ESCRITOS       TO ALR0-ESCRITOS

           CALL 'PE3C0048' USING CAI-PE9CALR0.

       012-GENERAR-CABECERA.
           MOVE PARM-FECHA-VALOR    TO TIT-FECHA
           MOVE PARM-CUENTA-RECAUDO TO TIT-CUENTA
           MOVE WS-TITULO1          TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO2          TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

      ******************************************************************
      *                  013-TOTALIZAR-MAYOR                           *
      *   DEBITO DEL DIA A LA CUENTA DE RECAUDO POR MOVIMIENTOS 'N'    *
      *   EN EL COMPROBANTE DE PE3C0069. EL COMPROBANTE DEBE SER DE LA *
      *   MISMA FECHA Y CUADRAR CONTRA SU CIERRE: DE OTRO MODO LA      *
      *   COMPARACION NO VALE Y SE ABORTA                              *
      ******************************************************************
       013-TOTALIZAR-MAYOR.
           PERFORM 0131-LEER-CONTABLE UNTIL SI-FIN-CONTABLE
           CLOSE CONTABLE

           IF NO-TRAILER-VISTO
              DISPLAY 'COMPROBANTE CONTABLE SIN REGISTRO DE CIERRE'
              MOVE 'COMPROBANTE CONTABLE INCOMPLETO' TO ALR0-MENSAJE
              PERFORM 97-ALERTAR-CRITICO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       0131-LEER-CONTABLE.
           READ CONTABLE
              AT END
                 SET SI-FIN-CONTABLE TO TRUE
              NOT AT END
                 PERFORM 0132-ACUMULAR-ASIENTO
           END-READ
           IF WS-ESTADO-CNT NOT = '00' AND NOT = '10'
              DISPLAY 'ERROR LEYENDO ARCHIVO CONTABLE ' WS-ESTADO-CNT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       0132-ACUMULAR-ASIENTO.
           EVALUATE TRUE
              WHEN CNT-REG-CABECERA
                   IF CNT-CAB-FECHA-PROCESO NOT = PARM-FECHA-VALOR
                      DISPLAY 'COMPROBANTE CONTABLE DEL '
                              CNT-CAB-FECHA-PROCESO
                              ' NO CORRESPONDE A LA FECHA VALOR'
                      MOVE 'COMPROBANTE DE OTRA FECHA' TO ALR0-MENSAJE
                      PERFORM 97-ALERTAR-CRITICO
                      MOVE 12 TO RETURN-CODE
                      STOP RUN
                   END-IF
              WHEN CNT-REG-DETALLE
                   ADD 1 TO WS-ASIENTOS-LEIDOS
                   IF CNT-CUENTA = PARM-CUENTA-RECAUDO
                      AND CNT-DEBITO
                      AND CNT-TIPO-MOV = 'N'
                        ADD CNT-VALOR TO WS-MAYOR-RECAUDO
                   END-IF
              WHEN CNT-REG-CONTROL
                   SET SI-TRAILER-VISTO TO TRUE
                   IF CNT-CTL-CANT-ASIENTOS NOT = WS-ASIENTOS-LEIDOS
                      DISPLAY 'CIERRE CONTABLE: ' CNT-CTL-CANT-ASIENTOS
                              ' ASIENTOS LEIDOS: ' WS-ASIENTOS-LEIDOS
                      MOVE 'COMPROBANTE CONTABLE DESCUADRADO'
                                         TO ALR0-MENSAJE
                      PERFORM 97-ALERTAR-CRITICO
                      MOVE 12 TO RETURN-CODE
                      STOP RUN
                   END-IF
              WHEN OTHER
                   DISPLAY 'TIPO DE REGISTRO INVALIDO EN CONTABLE'
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

       021-FETCH-CURSOR-1.
           EXEC SQL
               FETCH CURSOR_1
               INTO :BCO-CODIGO, :BCO-NOMBRE
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   ADD 1 TO WS-BANCOS
              WHEN +100
                   SET SI-FIN-CURSOR-1 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_1 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR-1 TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

      ******************************************************************
      *                        100000-PROCESO                          *
      *   UN BANCO POR VUELTA: SE LIBERAN LAS MARCAS DE UNA CORRIDA    *
      *   ANTERIOR DE LA MISMA FECHA VALOR, SE CRUZA EL EXTRACTO ITEM  *
      *   POR ITEM Y LO PAGADO QUE QUEDO SIN MARCAR ES POSTEADO NO     *
      *   ABONADO                                                      *
      ******************************************************************
       100000-PROCESO.
           MOVE BCO-CODIGO TO DSN-EXT-BANCO REF-BANCO
           MOVE ZEROS      TO WS-BCO-ABONADO WS-BCO-POSTEADO
                              WS-BCO-POSTEADO-W02

           PERFORM 101000-LIBERAR-MARCAS
           PERFORM 102000-CRUZAR-EXTRACTO
           PERFORM 103000-POSTEADOS-SIN-ABONO
           PERFORM 104000-TOTALIZAR-BANCO

           PERFORM 021-FETCH-CURSOR-1.

      *    UNA RE-EJECUCION DE LA MISMA FECHA VALOR VUELVE A CRUZAR
      *    DESDE CERO
       101000-LIBERAR-MARCAS.
           EXEC SQL
               UPDATE PRDTWREF
               SET    REF_FECHA_CONCIL = ' '
               WHERE  REF_BANCO        = :REF-BANCO
               AND    REF_FECHA_CONCIL = :WS-FECHA-VALOR
           END-EXEC

           IF SQLCODE NOT = ZEROS AND NOT = +100
              DISPLAY 'ERROR UPDATE PRDTWREF SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *                  102000-CRUZAR-EXTRACTO                        *
      *   UN BANCO SIN EXTRACTO DEL DIA (DD AUSENTE) NO ABORTA: TODO   *
      *   LO PAGADO DE ESE BANCO SALE COMO POSTEADO NO ABONADO. UN     *
      *   EXTRACTO DE OTRO BANCO/FECHA O DESCUADRADO SI ABORTA         *
      ******************************************************************
       102000-CRUZAR-EXTRACTO.
           OPEN INPUT EXTRACTO
           EVALUATE WS-ESTADO-EXB
              WHEN '00'
                   SET NO-FIN-EXTRACTO  TO TRUE
                   SET NO-TRAILER-VISTO TO TRUE
                   MOVE ZEROS TO WS-LEIDOS-EXTRACTO
                                 WS-DETALLES-EXTRACTO
                   PERFORM 102001-LEER-EXTRACTO
                   PERFORM 102002-PROCESAR-EXTRACTO
                           UNTIL SI-FIN-EXTRACTO
                   CLOSE EXTRACTO
                   IF NO-TRAILER-VISTO
                      DISPLAY WS-DSN-EXTRACTO(1:7)
                              ' SIN REGISTRO DE CIERRE'
                      MOVE 'EXTRACTO BANCARIO INCOMPLETO'
                                         TO ALR0-MENSAJE
                      PERFORM 97-ALERTAR-CRITICO
                      MOVE 12 TO RETURN-CODE
                      STOP RUN
                   END-IF
              WHEN '35'
                   ADD 1 TO WS-SIN-EXTRACTO
                   MOVE BCO-CODIGO TO LSE-BANCO
                   MOVE BCO-NOMBRE TO LSE-NOMBRE
                   MOVE WS-LINEA-SIN-EXTRACTO TO REG-SALIDA
                   PERFORM 99-ESCRIBIR
              WHEN OTHER
                   DISPLAY 'ERROR ABRIENDO ' WS-DSN-EXTRACTO(1:7) ' '
                           WS-ESTADO-EXB
                   MOVE 'ERROR ABRIENDO EXTRACTO BANCARIO'
                                         TO ALR0-MENSAJE
                   PERFORM 97-ALERTAR-CRITICO
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       102001-LEER-EXTRACTO.
           INITIALIZE REG-EXTRACTO
           READ EXTRACTO
              AT END
                 SET SI-FIN-EXTRACTO TO TRUE
              NOT AT END
                 ADD 1 TO WS-LEIDOS-EXTRACTO
           END-READ
           IF WS-ESTADO-EXB NOT = '00' AND NOT = '10'
              DISPLAY 'ERROR LEYENDO ' WS-DSN-EXTRACTO(1:7) ' '
                      WS-ESTADO-EXB
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       102002-PROCESAR-EXTRACTO.
           IF WS-LEIDOS-EXTRACTO = 1 AND NOT EXB-REG-CABECERA
              DISPLAY WS-DSN-EXTRACTO(1:7) ' SIN CABECERA DE CONTROL'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           EVALUATE TRUE
              WHEN EXB-REG-CABECERA
                   IF EXB-CAB-BANCO NOT = BCO-CODIGO
                      OR EXB-CAB-FECHA-VALOR NOT = PARM-FECHA-VALOR
                        DISPLAY WS-DSN-EXTRACTO(1:7) ' ES DEL BANCO '
                                EXB-CAB-BANCO ' FECHA '
                                EXB-CAB-FECHA-VALOR
                        MOVE 'EXTRACTO DE OTRO BANCO O FECHA'
                                         TO ALR0-MENSAJE
                        PERFORM 97-ALERTAR-CRITICO
                        MOVE 12 TO RETURN-CODE
                        STOP RUN
                   END-IF
              WHEN EXB-REG-DETALLE
                   ADD 1 TO WS-DETALLES-EXTRACTO
                   PERFORM 102003-CLASIFICAR-MOVIMIENTO
              WHEN EXB-REG-CONTROL
                   SET SI-TRAILER-VISTO TO TRUE
                   IF EXB-CTL-CANT-DETALLE IS NOT NUMERIC
                      OR EXB-CTL-TOTAL-ABONOS IS NOT NUMERIC
                      OR EXB-CTL-CANT-DETALLE NOT = WS-DETALLES-EXTRACTO
                      OR EXB-CTL-TOTAL-ABONOS NOT = WS-BCO-ABONADO
                        DISPLAY 'CIERRE ' WS-DSN-EXTRACTO(1:7) ': '
                                EXB-CTL-CANT-DETALLE
                                ' DETALLES LEIDOS: '
                                WS-DETALLES-EXTRACTO
                        MOVE 'EXTRACTO BANCARIO DESCUADRADO'
                                         TO ALR0-MENSAJE
                        PERFORM 97-ALERTAR-CRITICO
                        MOVE 12 TO RETURN-CODE
                        STOP RUN
                   END-IF
              WHEN OTHER
                   DISPLAY 'TIPO DE REGISTRO INVALIDO EN '
                           WS-DSN-EXTRACTO(1:7)
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE

           PERFORM 102001-LEER-EXTRACTO.

      *    SOLO LOS ABONOS SE CONCILIAN; LOS CARGOS DEL EXTRACTO
      *    (COMISIONES, GMF) SE CUENTAN Y QUEDAN FUERA DEL CRUCE
       102003-CLASIFICAR-MOVIMIENTO.
           EVALUATE TRUE
              WHEN EXB-DET-VALOR IS NOT NUMERIC
                   DISPLAY 'VALOR INVALIDO EN ' WS-DSN-EXTRACTO(1:7)
                           ' REFERENCIA ' EXB-DET-REFERENCIA
                   SET SI-ERROR-PROCESO TO TRUE
              WHEN EXB-DET-ABONO
                   ADD 1             TO WS-ABONOS
                   ADD EXB-DET-VALOR TO WS-BCO-ABONADO
                   PERFORM 102004-CRUZAR-ABONO
              WHEN EXB-DET-CARGO
                   ADD 1             TO WS-CARGOS
              WHEN OTHER
                   DISPLAY 'NATURALEZA INVALIDA EN '
                           WS-DSN-EXTRACTO(1:7)
                           ' REFERENCIA ' EXB-DET-REFERENCIA
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

      ******************************************************************
      *                  102004-CRUZAR-ABONO                           *
      *   EL ABONO SE BUSCA POR LA REFERENCIA DEL BANCO. ES ABONADO NO *
      *   POSTEADO SI NO LLEGO COMO PAGADO, SI SE PAGO CON OTRA FECHA  *
      *   VALOR O SI LA REFERENCIA YA SE CONCILIO CON OTRO ABONO       *
      ******************************************************************
       102004-CRUZAR-ABONO.
           MOVE EXB-DET-REFERENCIA TO REF-REFERENCIA
           MOVE EXB-DET-VALOR      TO WS-VALOR-EXTRACTO

           EXEC SQL
               SELECT REF_CLIENTE, REF_CONTRATO, REF_FECHA_COBRO,
                      REF_VALOR, REF_RESULTADO, REF_FECHA_CONCIL
               INTO   :REF-CLIENTE, :REF-CONTRATO, :REF-FECHA-COBRO,
                      :REF-VALOR, :REF-RESULTADO, :REF-FECHA-CONCIL
               FROM   PRDTWREF
               WHERE  REF_BANCO      = :REF-BANCO
               AND    REF_REFERENCIA = :REF-REFERENCIA
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = +100
                   MOVE SPACES TO REF-CLIENTE REF-CONTRATO
                   MOVE ZEROS  TO REF-VALOR
                   PERFORM 102005-ABONADO-NO-POSTEADO
              WHEN SQLCODE NOT = ZEROS
                   DISPLAY 'ERROR SELECT PRDTWREF SQLCODE ' SQLCODE
                   SET SI-ERROR-PROCESO TO TRUE
              WHEN NOT REF-RES-POSTEADO AND NOT REF-RES-SUSPENSO
                   MOVE ZEROS  TO REF-VALOR
                   PERFORM 102005-ABONADO-NO-POSTEADO
              WHEN REF-FECHA-COBRO NOT = PARM-FECHA-VALOR
                   OR REF-FECHA-CONCIL NOT = SPACES
                   PERFORM 102005-ABONADO-NO-POSTEADO
              WHEN REF-VALOR NOT = WS-VALOR-EXTRACTO
                   PERFORM 102006-MARCAR-CONCILIADO
                   ADD 1 TO WS-DIFERENCIA-VALOR
                   MOVE 'DIFERENCIA DE VALOR' TO WS-TIPO-QUIEBRE
                   PERFORM 110000-REGISTRAR-QUIEBRE
              WHEN OTHER
                   PERFORM 102006-MARCAR-CONCILIADO
                   ADD 1 TO WS-CONCILIADOS
           END-EVALUATE.

       102005-ABONADO-NO-POSTEADO.
           ADD 1 TO WS-ABONADO-NO-POSTEADO
           MOVE 'ABONADO NO POSTEADO' TO WS-TIPO-QUIEBRE
           PERFORM 110000-REGISTRAR-QUIEBRE.

       102006-MARCAR-CONCILIADO.
           EXEC SQL
               UPDATE PRDTWREF
               SET    REF_FECHA_CONCIL = :WS-FECHA-VALOR
               WHERE  REF_BANCO        = :REF-BANCO
               AND    REF_REFERENCIA   = :REF-REFERENCIA
           END-EXEC

           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR UPDATE PRDTWREF SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO TO TRUE
           END-IF.

      ******************************************************************
      *                  103000-POSTEADOS-SIN-ABONO                    *
      ******************************************************************
       103000-POSTEADOS-SIN-ABONO.
           EXEC SQL
               OPEN CURSOR_2
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_2 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           SET NO-FIN-CURSOR-2 TO TRUE
           PERFORM 103001-FETCH-CURSOR-2
           PERFORM 103002-POSTEADO-NO-ABONADO UNTIL SI-FIN-CURSOR-2

           EXEC SQL
               CLOSE CURSOR_2
           END-EXEC.

       103001-FETCH-CURSOR-2.
           EXEC SQL
               FETCH CURSOR_2
               INTO :REF-REFERENCIA, :REF-CLIENTE, :REF-CONTRATO,
                    :REF-VALOR
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

       103002-POSTEADO-NO-ABONADO.
           MOVE ZEROS TO WS-VALOR-EXTRACTO
           ADD 1 TO WS-POSTEADO-NO-ABONADO
           MOVE 'POSTEADO NO ABONADO' TO WS-TIPO-QUIEBRE
           PERFORM 110000-REGISTRAR-QUIEBRE
           PERFORM 103001-FETCH-CURSOR-2.

      ******************************************************************
      *                  104000-TOTALIZAR-BANCO                        *
      *   LO PAGADO DEL BANCO EN LA FECHA VALOR (POSTEADO MAS          *
      *   SUSPENSO) CONTRA LO ABONADO; SOLO LO POSTEADO PASA POR       *
      *   PRDTW02 Y POR ESO SOLO ESO SE COMPARA CONTRA EL MAYOR        *
      ******************************************************************
       104000-TOTALIZAR-BANCO.
           EXEC SQL
               SELECT COALESCE(SUM(REF_VALOR), 0),
                      COALESCE(SUM(CASE WHEN REF_RESULTADO = 'P'
                                        THEN REF_VALOR
                                        ELSE 0 END), 0)
               INTO   :WS-BCO-POSTEADO, :WS-BCO-POSTEADO-W02
               FROM   PRDTWREF
               WHERE  REF_BANCO       = :REF-BANCO
               AND    REF_FECHA_COBRO = :WS-FECHA-VALOR
               AND    REF_RESULTADO   IN ('P', 'S')
           END-EXEC

           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR SELECT PRDTWREF SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO TO TRUE
           END-IF

           ADD WS-BCO-ABONADO      TO WS-TOT-ABONADO
           ADD WS-BCO-POSTEADO     TO WS-TOT-POSTEADO
           ADD WS-BCO-POSTEADO-W02 TO WS-TOT-POSTEADO-W02

           MOVE SPACES             TO LIN-ETIQUETA
           STRING 'BANCO ' BCO-CODIGO DELIMITED BY SIZE
                  INTO LIN-ETIQUETA
           MOVE WS-BCO-ABONADO     TO LIN-ABONADO
           MOVE WS-BCO-POSTEADO    TO LIN-POSTEADO
           COMPUTE LIN-DIFERENCIA = WS-BCO-ABONADO - WS-BCO-POSTEADO
           MOVE WS-LINEA-BANCO     TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

      ******************************************************************
      *                  110000-REGISTRAR-QUIEBRE                      *
      *   CADA QUIEBRE SALE EN EL INFORME Y EN EXCEPCIONES. EL ABONO   *
      *   SIN CONTRATO SE REGISTRA CON EL BANCO EN LA POSICION DEL     *
      *   BANCO DEL CONTRATO (1:4) PARA QUE SE PUEDA ENRUTAR           *
      ******************************************************************
       110000-REGISTRAR-QUIEBRE.
           ADD 1 TO WS-QUIEBRES

           INITIALIZE WS-DETALLE
           MOVE WS-TIPO-QUIEBRE    TO DET-QUIEBRE
           MOVE REF-BANCO          TO DET-BANCO
           MOVE REF-REFERENCIA     TO DET-REFERENCIA
           MOVE REF-CONTRATO       TO DET-CONTRATO
           MOVE WS-VALOR-EXTRACTO  TO DET-VALOR-EXTRACTO
           MOVE REF-VALOR          TO DET-VALOR-POSTEADO
           MOVE WS-DETALLE         TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           INITIALIZE REG-EXCEPCION
           MOVE 'PE3C0103'         TO EXC-RUTINA
           MOVE REF-CLIENTE        TO EXC-CLIENTE
           IF REF-CONTRATO = SPACES
              MOVE REF-BANCO       TO EXC-CONTRATO(1:4)
           ELSE
              MOVE REF-CONTRATO    TO EXC-CONTRATO
              MOVE REF-CONTRATO(9:2) TO EXC-PRODUCTO
              MOVE REF-CONTRATO(5:4) TO EXC-OFICINA
           END-IF
           MOVE '45'               TO EXC-COD-RET
           MOVE WS-TIPO-QUIEBRE    TO EXC-ERROR1
           MOVE REF-REFERENCIA     TO EXC-ERROR2
           PERFORM 98-ESCRIBIR-EXCEPCION.

      ******************************************************************
      *                 98-ESCRIBIR-EXCEPCION                          *
      ******************************************************************
       98-ESCRIBIR-EXCEPCION.
           MOVE FPR0-FECHA-COMPACTA TO EXC-FECHA
           MOVE FPR0-FECHA-MAQUINA  TO EXC-FECHA-MAQUINA
           ACCEPT EXC-HORA          FROM TIME
           WRITE REG-EXCEPCION
           IF WS-ESTADO-EXC NOT = '00'
              DISPLAY 'AVISO: NO SE PUDO GRABAR EXCEPCION '
                      WS-ESTADO-EXC
              SET SI-ERROR-PROCESO TO TRUE
           END-IF.

      ******************************************************************
      *                        999999-ESCRIBIR                         *
      ******************************************************************
       99-ESCRIBIR.
           WRITE REG-SALIDA
           IF WS-ESTADO NOT = '00'
              DISPLAY 'ERROR WRITE ARCHIVO SALIDA ' WS-ESTADO
              MOVE 'ERROR WRITE ARCHIVO SALIDA' TO ALR0-MENSAJE
              PERFORM 97-ALERTAR-CRITICO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           ELSE
              ADD 1   TO WS-ESCRITOS
           END-IF.

      ******************************************************************
      *                       200000-FINAL                             *
      *   TOTAL DE BANCOS, CUADRE DE LO POSTEADO CONTRA EL MAYOR DE LA *
      *   CUENTA DE RECAUDO Y RESUMEN. CUALQUIER QUIEBRE DEJA RC 4     *
      ******************************************************************
       200000-FINAL.
           EXEC SQL
               CLOSE CURSOR_1
           END-EXEC

           MOVE 'TOTAL'            TO LIN-ETIQUETA
           MOVE WS-TOT-ABONADO     TO LIN-ABONADO
           MOVE WS-TOT-POSTEADO    TO LIN-POSTEADO
           COMPUTE LIN-DIFERENCIA = WS-TOT-ABONADO - WS-TOT-POSTEADO
           MOVE WS-LINEA-BANCO     TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           COMPUTE WS-DIFERENCIA = WS-MAYOR-RECAUDO
                                 - WS-TOT-POSTEADO-W02
           MOVE PARM-CUENTA-RECAUDO TO LMY-CUENTA
           MOVE WS-MAYOR-RECAUDO    TO LMY-MAYOR
           MOVE WS-DIFERENCIA       TO LMY-DIFERENCIA
           MOVE WS-LINEA-MAYOR      TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           IF WS-DIFERENCIA NOT = ZEROS
              PERFORM 201000-QUIEBRE-MAYOR
           END-IF

           MOVE WS-CONCILIADOS         TO RES-CONCILIADOS
           MOVE WS-ABONADO-NO-POSTEADO TO RES-NO-POSTEADOS
           MOVE WS-POSTEADO-NO-ABONADO TO RES-NO-ABONADOS
           MOVE WS-DIFERENCIA-VALOR    TO RES-DIF-VALOR
           MOVE WS-RESUMEN             TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           DISPLAY 'BANCOS CONCILIADOS             : ' WS-BANCOS
           DISPLAY 'BANCOS SIN EXTRACTO            : ' WS-SIN-EXTRACTO
           DISPLAY 'ABONOS DEL EXTRACTO            : ' WS-ABONOS
           DISPLAY 'CARGOS DEL EXTRACTO (OMITIDOS) : ' WS-CARGOS
           DISPLAY 'ITEMS CONCILIADOS              : ' WS-CONCILIADOS
           DISPLAY 'ABONADOS NO POSTEADOS          : '
                   WS-ABONADO-NO-POSTEADO
           DISPLAY 'POSTEADOS NO ABONADOS          : '
                   WS-POSTEADO-NO-ABONADO
           DISPLAY 'DIFERENCIAS DE VALOR           : '
                   WS-DIFERENCIA-VALOR
           DISPLAY 'DIFERENCIA CONTRA EL MAYOR     : ' WS-DIFERENCIA
           DISPLAY 'TOTAL QUIEBRES                 : ' WS-QUIEBRES
           CLOSE SALIDA EXCEPCION

           EVALUATE TRUE
              WHEN SI-ERROR-PROCESO
                   MOVE 8 TO RETURN-CODE
              WHEN WS-QUIEBRES > ZEROS
                   INITIALIZE CAI-PE9CALR0
                   MOVE 'PE3C0103'          TO ALR0-PROGRAMA
                   SET ALR0-SEV-ADVERTENCIA TO TRUE
                   MOVE 'QUIEBRES EN LA CONCILIACION DE CAJA'
                                            TO ALR0-MENSAJE
                   MOVE WS-QUIEBRES         TO ALR0-ESCRITOS
                   CALL 'PE3C0048' USING CAI-PE9CALR0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

      *    LO POSTEADO A CONTRATOS EN LA FECHA VALOR DEBE SER
      *    EXACTAMENTE EL DEBITO DEL DIA A LA CUENTA DE RECAUDO
       201000-QUIEBRE-MAYOR.
           ADD 1 TO WS-QUIEBRES

           INITIALIZE REG-EXCEPCION
           MOVE 'PE3C0103'          TO EXC-RUTINA
           MOVE '45'                TO EXC-COD-RET
           MOVE 'DIFERENCIA MAYOR'  TO EXC-ERROR1
           MOVE PARM-CUENTA-RECAUDO TO EXC-ERROR2
           PERFORM 98-ESCRIBIR-EXCEPCION.
