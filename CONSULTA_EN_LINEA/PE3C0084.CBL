      *                    MODIFICACIONES                              *
      ******************************************************************
      *   02/SEP/2026  FAMB  PROGRAMA NUEVO                            *
      *   15/OCT/2026  FAMB  LA LINEA DEL CONTRATO MUESTRA EL NUMERO   *
      *                      ANTERIOR CUANDO FUE TRASLADADO (CRUCE     *
      *                      PRDTWXCO DE PE3C0124)                     *
      *   15/OCT/2026  FAMB  PF6 PASA A LOS ESTADOS DE CUENTA          *
      *                      ARCHIVADOS DEL CLIENTE (PE3C0164); LA     *
      *                      COMMAREA CONSERVA EL ULTIMO CLIENTE       *
      ******************************************************************
      *                      ENVIRONMENT DIVISION                      *
      ******************************************************************
          05 CTE-ARCHIVO-VSAM            PIC X(08) VALUE 'EXCVSAM'.
          05 CTE-RUTINA-CONSULTA         PIC X(08) VALUE 'PE3C0018'.
          05 CTE-RUTINA-HABILITA         PIC X(08) VALUE 'PE3C0081'.
          05 CTE-PROGRAMA-ESTADOS        PIC X(08) VALUE 'PE3C0164'.

      ******************************************************************
      *                           SWITCHES                             *
       01 WS-RESP-CICS                   PIC S9(8) COMP.
       01 WS-ESTADO-PEN                  PIC XX    VALUE '00'.

      *    COMMAREA PROPIA: EL ULTIMO CLIENTE CONSULTADO VIAJA ENTRE
      *    PANTALLAS PARA QUE PF6 NO OBLIGUE A DIGITARLO DE NUEVO
       01 WS-COMMAREA.
          05 CA-INDICADOR                PIC X     VALUE SPACES.
             88 CA-YA-ENVIO-MAPA               VALUE 'S'.
          05 CA-CLIENTE                  PIC X(8)  VALUE SPACES.

      *    COMMAREA DE ENTRADA A PE3C0164 ('C' = VIENE DEL CLIENTE-360)
       01 WS-COMMAREA-ESTADOS.
          05 CAE-INDICADOR               PIC X     VALUE 'C'.
          05 CAE-CLIENTE                 PIC X(8)  VALUE SPACES.

      *    USUARIO CICS DE LA SESION (ASSIGN USERID), LLAVE DE LA
      *    HABILITACION EN PRDTWAUT
       01 WS-USUARIO                     PIC X(8)  VALUE SPACES.
           05 LMO-TIPO                   PIC X(1).
           05 FILLER                     PIC X VALUE SPACES.
           05 LMO-MONEDA                 PIC X(3).
           05 LMO-ANTERIOR.
              10 FILLER                  PIC X(5).
              10 LMO-CONTRATO-ANT        PIC X(18).

      *    NUMERO ANTERIOR DEL CONTRATO SI FUE TRASLADADO (PRDTWXCO)
       01 PRDTW-XCO.
           05 XCO-CONTRATO-ANT           PIC X(18).

       01 WS-LINEA-FECHA.
           05 LFE-PRODUCTO               PIC X(2).
               INCLUDE PETCOSYS
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOXCO
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: CONTRATOS DEL CLIENTE EN PRDTWSAL            **
           EXEC SQL
       COPY DFHAID.

       LINKAGE SECTION.
       01 DFHCOMMAREA                    PIC X(9).

      ******************************************************************
      *                       PROCEDURE DIVISION                       *

           PERFORM 0100-VALIDAR-HABILITACION

           IF EIBCALEN > 0
              MOVE DFHCOMMAREA(1:EIBCALEN) TO WS-COMMAREA
           END-IF

           EVALUATE TRUE
              WHEN EIBCALEN = 0
                 PERFORM 1000-PRIMERA-VEZ
              WHEN EIBAID = DFHPF6
                 PERFORM 3000-VER-ESTADOS-ARCHIVADOS
              WHEN OTHER
                 PERFORM 2000-PROCESAR-ENTRADA
           END-EVALUATE

           PERFORM 9000-RETORNAR-TRANSACCION.

      ******************************************************************
              PERFORM 8100-ENVIAR-MAPA-DATOS
           ELSE
              MOVE CLIEI                TO CLI-CODIGO
              MOVE CLIEI                TO CA-CLIENTE
              PERFORM 4000-ARMAR-PANEL
           END-IF.

      ******************************************************************
      *                 3000-VER-ESTADOS-ARCHIVADOS                    *
      *   PF6 ABRE LA CONSULTA DE ESTADOS ARCHIVADOS (PE3C0164) CON    *
      *   EL CLIENTE QUE ESTA EN PANTALLA; SI AUN NO SE HA CONSULTADO  *
      *   NINGUNO SE PIDE DIGITARLO                                    *
      ******************************************************************
       3000-VER-ESTADOS-ARCHIVADOS.
           IF CA-CLIENTE = SPACES OR LOW-VALUES
              MOVE LOW-VALUES           TO PE3M0084O
              MOVE 'CONSULTE PRIMERO EL CLIENTE' TO MSGSO
              MOVE -1                   TO CLIEL
              PERFORM 8100-ENVIAR-MAPA-DATOS
           ELSE
              MOVE CA-CLIENTE           TO CAE-CLIENTE
              EXEC CICS XCTL PROGRAM(CTE-PROGRAMA-ESTADOS)
                        COMMAREA(WS-COMMAREA-ESTADOS)
                        LENGTH(9)
              END-EXEC
           END-IF.

      ******************************************************************
      *                      4000-ARMAR-PANEL                          *
      *   LAS CINCO SECCIONES SE RESUELVEN EN ORDEN; UNA SECCION       *
                 MOVE AI0-VALOR     TO LMO-VALOR
                 MOVE AI0-TIPO-MOV  TO LMO-TIPO
                 MOVE AI0-MONEDA    TO LMO-MONEDA
                 PERFORM 4325-BUSCAR-NUMERO-ANT
                 PERFORM 4330-PONER-LINEA-MOV
              END-IF
           END-IF

           PERFORM 4310-FETCH-CONTRATO.

      *    EL ULTIMO TRASLADO QUE DEJO ESTE NUMERO: LA MESA DE AYUDA
      *    RECIBE LLAMADAS CON EL NUMERO VIEJO DE EXTRACTOS ANTERIORES
       4325-BUSCAR-NUMERO-ANT.
           MOVE SPACES TO LMO-ANTERIOR
           EXEC SQL
               SELECT COALESCE(MAX(XCO_CONTRATO_ANT), ' ')
               INTO  :XCO-CONTRATO-ANT
               FROM  PRDTWXCO
               WHERE XCO_CONTRATO_NVO = :SAL-CONTRATO
               AND   XCO_FECHA_PROCESO =
                     (SELECT MAX(XCO_FECHA_PROCESO)
                      FROM   PRDTWXCO
                      WHERE  XCO_CONTRATO_NVO = :SAL-CONTRATO)
           END-EXEC
           IF SQLCODE = ZEROS
              AND XCO-CONTRATO-ANT NOT = SPACES
              MOVE ' ANT '          TO LMO-ANTERIOR
              MOVE XCO-CONTRATO-ANT TO LMO-CONTRATO-ANT
           END-IF.

       4330-PONER-LINEA-MOV.
           EVALUATE WS-LIN-MOV
              WHEN 1
       9000-RETORNAR-TRANSACCION.
           MOVE 'S'                     TO CA-INDICADOR
           EXEC CICS RETURN TRANSID(CTE-TRANSID)
                     COMMAREA(WS-COMMAREA)
                     LENGTH(9)
           END-EXEC.

      ******************************************************************
