       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0140.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           RUTINA DE CANAL DE CONTACTO: DECIDE POR DONDE SE LE
      *           ENVIA UN AVISO AL CLIENTE CRUZANDO SUS DATOS DE
      *           CONTACTO VIGENTES CONTRA LOS REBOTES ACUMULADOS EN
      *           PRDTWVCT (PE3C0139). SI EL CANAL PREFERIDO TIENE EL
      *           DATO INVALIDADO SE CAE AL OTRO CANAL DE MENSAJERIA,
      *           Y SI TAMPOCO HAY, A LA LLAMADA DE LA SUCURSAL. LA
      *           USAN LOS RECORDATORIOS (PE3C0074), LAS CONFIRMACIONES
      *           DE PAGO (PE3C0138) Y LAS CARTAS DE COBRANZA
      *           (PE3C0075). INTERFAZ CAI-PE9CVCT0 (PE3COVCT)
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
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 WS-CANT-INVALIDO               PIC S9(9) COMP VALUE ZEROS.

       01 PRDTW-VCT.
           05 VCT-CLIENTE                PIC X(8).
           05 VCT-CANAL                  PIC X(1).
           05 VCT-DATO                   PIC X(40).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOVCT
           END-EXEC.

       LINKAGE SECTION.
       COPY PE3COVCT.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING CAI-PE9CVCT0.
           PERFORM 000000-INICIO
           PERFORM 100000-PROCESO
           PERFORM 200000-FINAL.
      ******************************************************************
      *                     000000-INICIO                              *
      ******************************************************************
       000000-INICIO.
           MOVE '00'            TO VCT0-COD-RET
           MOVE SPACES          TO VCT0-ERROR1 VCT0-CANAL-ENVIO
           MOVE 'N'             TO VCT0-TELEFONO-OK VCT0-EMAIL-OK
                                   VCT0-DIRECCION-OK
           MOVE ZEROS           TO VCT0-MAS-SQLCODE
           PERFORM 000001-VALIDACION-DE-VARIABLES.

       000001-VALIDACION-DE-VARIABLES.
           IF VCT0-CLIENTE = SPACES OR LOW-VALUES
              MOVE '10'                   TO VCT0-COD-RET
              MOVE 'CLIENTE EN BLANCO'    TO VCT0-ERROR1
              PERFORM 200000-FINAL
           END-IF

           IF NOT VCT0-CANAL-MENSAJERIA AND NOT VCT0-CANAL-CARTA
              MOVE '10'                   TO VCT0-COD-RET
              MOVE 'CANAL INVALIDO'       TO VCT0-ERROR1
              PERFORM 200000-FINAL
           END-IF.

      ******************************************************************
      *                        100000-PROCESO                          *
      *   LA CARTA SOLO TIENE LA DIRECCION; LA MENSAJERIA ELIGE ENTRE  *
      *   EL PREFERIDO Y EL OTRO CANAL, EN ESE ORDEN                   *
      ******************************************************************
       100000-PROCESO.
           MOVE VCT0-CLIENTE TO VCT-CLIENTE

           IF VCT0-CANAL-CARTA
              MOVE 'D'            TO VCT-CANAL
              MOVE VCT0-DIRECCION TO VCT-DATO
              PERFORM 100001-VALIDAR-DATO
              EVALUATE TRUE
                 WHEN VCT0-COD-RET NOT = '00'
                      CONTINUE
                 WHEN VCT0-DIRECCION-OK = 'S'
                      MOVE 'D' TO VCT0-CANAL-ENVIO
                 WHEN OTHER
                      MOVE 'L' TO VCT0-CANAL-ENVIO
              END-EVALUATE
           ELSE
              MOVE 'S'            TO VCT-CANAL
              MOVE VCT0-TELEFONO  TO VCT-DATO
              PERFORM 100001-VALIDAR-DATO
              IF VCT0-COD-RET = '00'
                 MOVE 'E'         TO VCT-CANAL
                 MOVE VCT0-EMAIL  TO VCT-DATO
                 PERFORM 100001-VALIDAR-DATO
              END-IF
              PERFORM 100002-ELEGIR-MENSAJERIA
           END-IF.

      ******************************************************************
      *                    100001-VALIDAR-DATO                         *
      *   EL DATO DEL CANAL EN VCT-CANAL/VCT-DATO ES VALIDO SI NO ESTA *
      *   EN BLANCO Y NO ESTA INVALIDADO TAL CUAL EN PRDTWVCT          *
      ******************************************************************
       100001-VALIDAR-DATO.
           IF VCT-DATO NOT = SPACES AND NOT = LOW-VALUES
              EXEC SQL
                  SELECT COUNT(*)
                  INTO  :WS-CANT-INVALIDO
                  FROM  PRDTWVCT
                  WHERE VCT_CLIENTE = :VCT-CLIENTE
                  AND   VCT_CANAL   = :VCT-CANAL
                  AND   VCT_DATO    = :VCT-DATO
                  AND   VCT_ESTADO  = 'I'
              END-EXEC

              EVALUATE TRUE
                 WHEN SQLCODE NOT = ZEROS
                      MOVE '30'                    TO VCT0-COD-RET
                      MOVE 'ERROR SELECT PRDTWVCT' TO VCT0-ERROR1
                      MOVE SQLCODE                 TO VCT0-MAS-SQLCODE
                 WHEN WS-CANT-INVALIDO > ZEROS
                      CONTINUE
                 WHEN VCT-CANAL = 'S'
                      MOVE 'S' TO VCT0-TELEFONO-OK
                 WHEN VCT-CANAL = 'E'
                      MOVE 'S' TO VCT0-EMAIL-OK
                 WHEN OTHER
                      MOVE 'S' TO VCT0-DIRECCION-OK
              END-EVALUATE
           END-IF.

       100002-ELEGIR-MENSAJERIA.
           EVALUATE TRUE
              WHEN VCT0-COD-RET NOT = '00'
                   CONTINUE
              WHEN VCT0-CANAL = 'S' AND VCT0-TELEFONO-OK = 'S'
                   MOVE 'S' TO VCT0-CANAL-ENVIO
              WHEN VCT0-CANAL = 'E' AND VCT0-EMAIL-OK = 'S'
                   MOVE 'E' TO VCT0-CANAL-ENVIO
              WHEN VCT0-EMAIL-OK = 'S'
                   MOVE 'E' TO VCT0-CANAL-ENVIO
              WHEN VCT0-TELEFONO-OK = 'S'
                   MOVE 'S' TO VCT0-CANAL-ENVIO
              WHEN OTHER
                   MOVE 'L' TO VCT0-CANAL-ENVIO
           END-EVALUATE.

      ******************************************************************
      *                       200000-FINAL                             *
      ******************************************************************
       200000-FINAL.
           GOBACK.
