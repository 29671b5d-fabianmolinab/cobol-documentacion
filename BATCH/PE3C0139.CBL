       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0139.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           CARGA DE REBOTES Y CARTAS DEVUELTAS: LEE EL ARCHIVO
      *           DE REBOTES DE LA PLATAFORMA DE MENSAJERIA (SMS Y
      *           CORREO DE LOS AVISOS DE NOTIFICA) Y EL DE CARTAS
      *           DEVUELTAS DEL BURO DE IMPRESION (PE3C0075), AMBOS EN
      *           EL FORMATO PE3CREBO, LOS CASA CON EL CLIENTE Y CON
      *           EL DATO DE CONTACTO QUE TIENE HOY EN PRDTWCLI Y
      *           ACUMULA LOS REBOTES POR CLIENTE Y CANAL EN PRDTWVCT.
      *           AL REBOTE NUMERO CTE-MAX-REBOTES EL DATO QUEDA
      *           INVALIDO Y DESDE LA SIGUIENTE CORRIDA LA RUTINA
      *           PE3C0140 MANDA LOS AVISOS POR EL OTRO CANAL, O A LA
      *           LLAMADA DE LA SUCURSAL. HASTA HOY ESA
      *           RETROALIMENTACION SE BOTABA Y SE SEGUIA ENVIANDO A
      *           DIRECCIONES MUERTAS. UN REBOTE DE UN DATO QUE LA
      *           SUCURSAL YA CORRIGIO NO CUENTA, Y UN DATO SE CUENTA
      *           A LO SUMO UNA VEZ POR FECHA DE ENVIO (LOS AVISOS DEL
      *           MISMO DIA REBOTAN JUNTOS, Y UNA RE-CORRIDA CON LOS
      *           MISMOS ARCHIVOS NO VUELVE A SUMAR)
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
      *****************REBOTES DE LA PLATAFORMA DE MENSAJES*************
           SELECT REBOTES   ASSIGN TO REBOTES
                            FILE STATUS IS WS-ESTADO-REB.
      *****************CARTAS DEVUELTAS POR EL BURO*********************
           SELECT DEVUELTA  ASSIGN TO DEVUELTA
                            FILE STATUS IS WS-ESTADO-DEV.
      *****************ARCHIVO DE SALIDA DEL REPORTE*******************
           SELECT SALIDA    ASSIGN TO SALIDA
                            FILE STATUS IS WS-ESTADO.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REBOTES
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-REBOTES            PIC X(120).

       FD  DEVUELTA
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-DEVUELTA           PIC X(120).

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
       01 WS-ESTADO-REB                  PIC XX    VALUE '00'.
       01 WS-ESTADO-DEV                  PIC XX    VALUE '00'.
      ******************************************************************
      *                           SWITCHES                             *
      ******************************************************************
       01 SWITCHES.
           05 SW-ORIGEN              PIC X       VALUE 'M'.
             88 SI-ORIGEN-MENSAJERIA             VALUE 'M'.
             88 SI-ORIGEN-BURO                   VALUE 'B'.
           05 SW-FIN-DATA            PIC X       VALUE 'N'.
             88 SI-FIN-DATA                      VALUE 'S'.
             88 NO-FIN-DATA                      VALUE 'N'.
           05 SW-REBOTE-VALIDO       PIC X       VALUE 'S'.
             88 SI-REBOTE-VALIDO                 VALUE 'S'.
             88 NO-REBOTE-VALIDO                 VALUE 'N'.
             88 SI-DATO-CORREGIDO                VALUE 'C'.
           05 SW-HAY-VALIDEZ         PIC X       VALUE 'N'.
             88 SI-HAY-VALIDEZ                   VALUE 'S'.
             88 NO-HAY-VALIDEZ                   VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-LEIDOS-REB               PIC 9(09) VALUE ZEROS.
          05 WS-LEIDOS-DEV               PIC 9(09) VALUE ZEROS.
          05 WS-CONTADOS                 PIC 9(09) VALUE ZEROS.
          05 WS-INVALIDADOS              PIC 9(09) VALUE ZEROS.
          05 WS-DATO-CAMBIADO            PIC 9(09) VALUE ZEROS.
          05 WS-YA-CONTADOS              PIC 9(09) VALUE ZEROS.
          05 WS-RECHAZADOS               PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                          CONSTANTES                            *
      ******************************************************************
       01 WS-CONSTANTES.
      *    REBOTES EN FECHAS DE ENVIO DISTINTAS QUE INVALIDAN EL DATO
          05 CTE-MAX-REBOTES             PIC 9(03) VALUE 3.
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 WS-FECHA-PROCESO               PIC X(10).
       01 WS-DATO-ACTUAL                 PIC X(40).

           COPY PE3CREBO.

       01 PRDTW-CLI.
           05 CLI-CODIGO                 PIC X(8).
           05 CLI-DIRECCION              PIC X(40).
           05 CLI-TELEFONO               PIC X(15).
           05 CLI-EMAIL                  PIC X(40).

       01 PRDTW-VCT.
           05 VCT-CLIENTE                PIC X(8).
           05 VCT-CANAL                  PIC X(1).
           05 VCT-DATO                   PIC X(40).
           05 VCT-REBOTES                PIC S9(3) COMP-3.
           05 VCT-ESTADO                 PIC X(1).
             88 VCT-VIGENTE                  VALUE 'V'.
             88 VCT-INVALIDO                 VALUE 'I'.
           05 VCT-FECHA-ENVIO            PIC X(10).
           05 VCT-MOTIVO                 PIC X(2).
           05 VCT-FECHA-PROCESO          PIC X(10).

       01 WS-DETALLE.
          05 DET-ORIGEN                PIC X(1).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-CLIENTE               PIC X(8).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-CANAL                 PIC X(1).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-DESTINO               PIC X(40).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-FECHA-ENVIO           PIC X(10).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-MOTIVO                PIC X(2).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-REBOTES               PIC ZZ9.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-RESULTADO             PIC X(28).

       01 WS-TITULO1.
          05 FILLER             PIC X(37) VALUE
                                 'REBOTES Y CARTAS DEVUELTAS CARGADOS '.
          05 TIT-FECHA          PIC X(10).
       01 WS-TITULO2.
          05 FILLER             PIC X(13) VALUE 'O CLIENTE  C '.
          05 FILLER             PIC X(41) VALUE 'DESTINO'.
          05 FILLER             PIC X(11) VALUE 'ENVIO'.
          05 FILLER             PIC X(7)  VALUE 'MO REB'.
          05 FILLER             PIC X(9)  VALUE 'RESULTADO'.

       01 WS-RESUMEN.
          05 CTE-RESUMEN              PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(6)  VALUE 'LEID='.
          05 RES-LEIDOS                PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(10) VALUE ' CONTADOS='.
          05 RES-CONTADOS              PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(13) VALUE ' INVALIDADOS='.
          05 RES-INVALIDADOS           PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(14) VALUE ' DATO CAMBIO='.
          05 RES-DATO-CAMBIADO         PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(12) VALUE ' RECHAZADOS='.
          05 RES-RECHAZADOS            PIC ZZZZZZZZ9.

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
               INCLUDE PETCOVCT
           END-EXEC.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 01-INICIO
           PERFORM 02-PROCESO UNTIL SI-FIN-DATA
           PERFORM 03-FINAL.
      ******************************************************************
      *                          01-INICIO                             *
      ******************************************************************
       01-INICIO.
           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO TO WS-FECHA-PROCESO TIT-FECHA

           OPEN INPUT REBOTES
           IF WS-ESTADO-REB NOT = '00'
              DISPLAY 'ERROR ABRIENDO ARCHIVO REBOTES ' WS-ESTADO-REB
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT DEVUELTA
           IF WS-ESTADO-DEV NOT = '00'
              CLOSE REBOTES
              DISPLAY 'ERROR ABRIENDO ARCHIVO DEVUELTA ' WS-ESTADO-DEV
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT SALIDA
           IF WS-ESTADO NOT = '00' AND NOT = '97'
              CLOSE REBOTES DEVUELTA
              DISPLAY 'ERROR ABRIENDO ARCHIVO SALIDA  ' WS-ESTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-TITULO1 TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO2 TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           PERFORM 021-LEER-REBOTE.

      ******************************************************************
      *                     021-LEER-REBOTE                            *
      *   PRIMERO TODO EL ARCHIVO DE LA MENSAJERIA Y LUEGO EL DEL      *
      *   BURO; LOS DOS TRAEN EL MISMO REGISTRO PE3CREBO               *
      ******************************************************************
       021-LEER-REBOTE.
           INITIALIZE REG-REBOTE
           IF SI-ORIGEN-MENSAJERIA
              READ REBOTES INTO REG-REBOTE
                 AT END
                    SET SI-ORIGEN-BURO TO TRUE
                 NOT AT END
                    ADD 1              TO WS-LEIDOS-REB
              END-READ
              IF WS-ESTADO-REB NOT = '00' AND NOT = '10'
                 DISPLAY 'ERROR LEYENDO ARCHIVO REBOTES ' WS-ESTADO-REB
                 PERFORM 09-ABORTAR-REBOTES
              END-IF
           END-IF

           IF SI-ORIGEN-BURO
              READ DEVUELTA INTO REG-REBOTE
                 AT END
                    SET SI-FIN-DATA    TO TRUE
                 NOT AT END
                    ADD 1              TO WS-LEIDOS-DEV
              END-READ
              IF WS-ESTADO-DEV NOT = '00' AND NOT = '10'
                 DISPLAY 'ERROR LEYENDO ARCHIVO DEVUELTA '
                         WS-ESTADO-DEV
                 PERFORM 09-ABORTAR-REBOTES
              END-IF
           END-IF.

      ******************************************************************
      *                        02-PROCESO                              *
      ******************************************************************
       02-PROCESO.
           SET SI-REBOTE-VALIDO TO TRUE
           INITIALIZE WS-DETALLE
           MOVE SW-ORIGEN         TO DET-ORIGEN
           MOVE REB-CLIENTE       TO DET-CLIENTE
           MOVE REB-CANAL         TO DET-CANAL
           MOVE REB-DESTINO       TO DET-DESTINO
           MOVE REB-FECHA-ENVIO   TO DET-FECHA-ENVIO
           MOVE REB-MOTIVO        TO DET-MOTIVO

           PERFORM 022-VALIDAR-REBOTE
           IF SI-REBOTE-VALIDO
              PERFORM 023-BUSCAR-CLIENTE
           END-IF
           IF SI-REBOTE-VALIDO
              PERFORM 024-CONTAR-REBOTE
           END-IF

           IF NO-REBOTE-VALIDO
              ADD 1 TO WS-RECHAZADOS
           END-IF
           PERFORM 027-ESCRIBIR-DETALLE
           PERFORM 021-LEER-REBOTE.

      *    EL BURO SOLO DEVUELVE CARTAS, Y LA MENSAJERIA SOLO SMS Y
      *    CORREO
       022-VALIDAR-REBOTE.
           EVALUATE TRUE
              WHEN REB-CLIENTE = SPACES OR LOW-VALUES
                   SET NO-REBOTE-VALIDO     TO TRUE
                   MOVE 'CLIENTE EN BLANCO'  TO DET-RESULTADO
              WHEN SI-ORIGEN-MENSAJERIA
               AND NOT REB-CANAL-SMS AND NOT REB-CANAL-EMAIL
                   SET NO-REBOTE-VALIDO     TO TRUE
                   MOVE 'CANAL INVALIDO (S/E)' TO DET-RESULTADO
              WHEN SI-ORIGEN-BURO AND NOT REB-CANAL-DIRECCION
                   SET NO-REBOTE-VALIDO     TO TRUE
                   MOVE 'CANAL INVALIDO (D)'  TO DET-RESULTADO
              WHEN NOT REB-AVISO-VALIDO
                   SET NO-REBOTE-VALIDO     TO TRUE
                   MOVE 'TIPO DE AVISO INVALIDO' TO DET-RESULTADO
              WHEN REB-DESTINO = SPACES OR LOW-VALUES
                   SET NO-REBOTE-VALIDO     TO TRUE
                   MOVE 'DESTINO EN BLANCO'  TO DET-RESULTADO
              WHEN REB-FECHA-ENVIO = SPACES OR LOW-VALUES
                OR REB-FECHA-ENVIO > WS-FECHA-PROCESO
                   SET NO-REBOTE-VALIDO     TO TRUE
                   MOVE 'FECHA DE ENVIO INVALIDA' TO DET-RESULTADO
           END-EVALUATE.

      ******************************************************************
      *                    023-BUSCAR-CLIENTE                          *
      *   EL REBOTE CUENTA CONTRA EL DATO DE HOY: SI LA SUCURSAL YA LO *
      *   CAMBIO, EL AVISO FUE A UN DATO QUE NO SE VUELVE A USAR       *
      ******************************************************************
       023-BUSCAR-CLIENTE.
           MOVE REB-CLIENTE TO CLI-CODIGO
           EXEC SQL
               SELECT CLI_DIRECCION, CLI_TELEFONO, CLI_EMAIL
               INTO  :CLI-DIRECCION, :CLI-TELEFONO, :CLI-EMAIL
               FROM  PRDTWCLI
               WHERE CLI_CODIGO = :CLI-CODIGO
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   SET NO-REBOTE-VALIDO     TO TRUE
                   MOVE 'CLIENTE NO REGISTRADO' TO DET-RESULTADO
              WHEN OTHER
                   DISPLAY 'ERROR SELECT PRDTWCLI SQLCODE ' SQLCODE
                   PERFORM 09-ABORTAR-REBOTES
           END-EVALUATE

           IF SI-REBOTE-VALIDO
              EVALUATE TRUE
                 WHEN REB-CANAL-SMS
                      MOVE CLI-TELEFONO  TO WS-DATO-ACTUAL
                 WHEN REB-CANAL-EMAIL
                      MOVE CLI-EMAIL     TO WS-DATO-ACTUAL
                 WHEN OTHER
                      MOVE CLI-DIRECCION TO WS-DATO-ACTUAL
              END-EVALUATE
              IF WS-DATO-ACTUAL NOT = REB-DESTINO
                 SET SI-DATO-CORREGIDO  TO TRUE
                 ADD 1 TO WS-DATO-CAMBIADO
                 MOVE 'DATO YA CORREGIDO'  TO DET-RESULTADO
              END-IF
           END-IF.

      ******************************************************************
      *                    024-CONTAR-REBOTE                           *
      *   LA FILA DEL CLIENTE/CANAL GUARDA EL ULTIMO DATO QUE REBOTO:  *
      *   SI ES OTRO (LA SUCURSAL LO CORRIGIO Y EL NUEVO TAMBIEN       *
      *   REBOTA) LA CUENTA VUELVE A EMPEZAR CON EL DATO NUEVO         *
      ******************************************************************
       024-CONTAR-REBOTE.
           MOVE REB-CLIENTE TO VCT-CLIENTE
           MOVE REB-CANAL   TO VCT-CANAL
           SET NO-HAY-VALIDEZ TO TRUE
           EXEC SQL
               SELECT VCT_DATO, VCT_REBOTES, VCT_ESTADO,
                      VCT_FECHA_ENVIO
               INTO  :VCT-DATO, :VCT-REBOTES, :VCT-ESTADO,
                     :VCT-FECHA-ENVIO
               FROM  PRDTWVCT
               WHERE VCT_CLIENTE = :VCT-CLIENTE
               AND   VCT_CANAL   = :VCT-CANAL
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                   SET SI-HAY-VALIDEZ TO TRUE
              WHEN +100
                   CONTINUE
              WHEN OTHER
                   DISPLAY 'ERROR SELECT PRDTWVCT SQLCODE ' SQLCODE
                   PERFORM 09-ABORTAR-REBOTES
           END-EVALUATE

           EVALUATE TRUE
              WHEN NO-HAY-VALIDEZ
                OR VCT-DATO NOT = REB-DESTINO
                   MOVE REB-DESTINO       TO VCT-DATO
                   MOVE 1                 TO VCT-REBOTES
                   SET VCT-VIGENTE        TO TRUE
              WHEN REB-FECHA-ENVIO NOT > VCT-FECHA-ENVIO
                   ADD 1 TO WS-YA-CONTADOS
                   MOVE VCT-REBOTES       TO DET-REBOTES
                   MOVE 'YA CONTADO EN ESA FECHA' TO DET-RESULTADO
              WHEN OTHER
                   ADD 1                  TO VCT-REBOTES
           END-EVALUATE

           IF DET-RESULTADO = SPACES
              MOVE REB-FECHA-ENVIO   TO VCT-FECHA-ENVIO
              MOVE REB-MOTIVO        TO VCT-MOTIVO
              MOVE WS-FECHA-PROCESO  TO VCT-FECHA-PROCESO
              MOVE VCT-REBOTES       TO DET-REBOTES
              ADD 1 TO WS-CONTADOS
              EVALUATE TRUE
                 WHEN VCT-INVALIDO
                      MOVE 'REBOTE, DATO YA INVALIDO' TO DET-RESULTADO
                 WHEN VCT-REBOTES NOT < CTE-MAX-REBOTES
                      SET VCT-INVALIDO    TO TRUE
                      ADD 1 TO WS-INVALIDADOS
                      MOVE 'DATO INVALIDADO'  TO DET-RESULTADO
                 WHEN OTHER
                      MOVE 'REBOTE CONTADO'   TO DET-RESULTADO
              END-EVALUATE
              IF SI-HAY-VALIDEZ
                 PERFORM 025-ACTUALIZAR-VALIDEZ
              ELSE
                 PERFORM 026-INSERTAR-VALIDEZ
              END-IF
           END-IF.

       025-ACTUALIZAR-VALIDEZ.
           EXEC SQL
               UPDATE PRDTWVCT
               SET    VCT_DATO          = :VCT-DATO,
                      VCT_REBOTES       = :VCT-REBOTES,
                      VCT_ESTADO        = :VCT-ESTADO,
                      VCT_FECHA_ENVIO   = :VCT-FECHA-ENVIO,
                      VCT_MOTIVO        = :VCT-MOTIVO,
                      VCT_FECHA_PROCESO = :VCT-FECHA-PROCESO
               WHERE  VCT_CLIENTE       = :VCT-CLIENTE
               AND    VCT_CANAL         = :VCT-CANAL
           END-EXEC
           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR UPDATE PRDTWVCT SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-REBOTES
           END-IF.

       026-INSERTAR-VALIDEZ.
           EXEC SQL
               INSERT INTO PRDTWVCT
                   (VCT_CLIENTE, VCT_CANAL, VCT_DATO, VCT_REBOTES,
                    VCT_ESTADO, VCT_FECHA_ENVIO, VCT_MOTIVO,
                    VCT_FECHA_PROCESO)
               VALUES
                   (:VCT-CLIENTE, :VCT-CANAL, :VCT-DATO, :VCT-REBOTES,
                    :VCT-ESTADO, :VCT-FECHA-ENVIO, :VCT-MOTIVO,
                    :VCT-FECHA-PROCESO)
           END-EXEC
           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR INSERT PRDTWVCT SQLCODE ' SQLCODE
              PERFORM 09-ABORTAR-REBOTES
           END-IF.

       027-ESCRIBIR-DETALLE.
           MOVE WS-DETALLE TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

       09-ABORTAR-REBOTES.
           DISPLAY 'SE REVERSAN LOS REBOTES Y SE DETIENE, CLIENTE '
                   REB-CLIENTE
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
           COMPUTE RES-LEIDOS = WS-LEIDOS-REB + WS-LEIDOS-DEV
           MOVE WS-CONTADOS       TO RES-CONTADOS
           MOVE WS-INVALIDADOS    TO RES-INVALIDADOS
           MOVE WS-DATO-CAMBIADO  TO RES-DATO-CAMBIADO
           MOVE WS-RECHAZADOS     TO RES-RECHAZADOS
           MOVE WS-RESUMEN        TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           CLOSE REBOTES DEVUELTA SALIDA

           DISPLAY 'REBOTES DE MENSAJERIA   : ' WS-LEIDOS-REB
           DISPLAY 'CARTAS DEVUELTAS        : ' WS-LEIDOS-DEV
           DISPLAY 'REBOTES CONTADOS        : ' WS-CONTADOS
           DISPLAY 'DATOS INVALIDADOS       : ' WS-INVALIDADOS
           DISPLAY 'DATO YA CORREGIDO       : ' WS-DATO-CAMBIADO
           DISPLAY 'YA CONTADOS EN LA FECHA : ' WS-YA-CONTADOS
           DISPLAY 'REBOTES RECHAZADOS      : ' WS-RECHAZADOS

           IF WS-RECHAZADOS > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
