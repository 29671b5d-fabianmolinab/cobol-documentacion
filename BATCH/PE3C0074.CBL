      *                    MODIFICACIONES                              *
      ******************************************************************
      *   02/SEP/2026  FAMB  PROGRAMA NUEVO                            *
      *   15/OCT/2026  FAMB  REFERENCIA DE PAGO CON DIGITO DE          *
      *                      VERIFICACION (PE3C0104) EN EL REGISTRO    *
      *                      DE NOTIFICA                               *
      *   15/OCT/2026  FAMB  SIN RECORDATORIO PARA FECHA CON RECLAMO   *
      *                      ABIERTO (PRDTWDIS, PE3C0112)              *
      *   15/OCT/2026  FAMB  CANAL DE ENVIO SEGUN LOS REBOTES          *
      *                      (PE3C0140): DATO INVALIDADO CAE AL OTRO   *
      *                      CANAL O A LA LISTA DE LLAMADAS DE LA      *
      *                      SUCURSAL EN EL LISTADO                    *
      *   15/OCT/2026  FAMB  HABEAS DATA: SIN RECORDATORIO AL CLIENTE  *
      *                      SIN AUTORIZACION VIGENTE PARA LA          *
      *                      FINALIDAD 'R' EN PRDTWHAB (PE3C0142)      *
      ******************************************************************
      *                      ENVIRONMENT DIVISION                      *
      ******************************************************************
           05 NOT-PRODUCTO                      PIC X(2).
           05 NOT-PRODUCTO-NOMBRE               PIC X(30).
           05 NOT-FECHA-PROGRAMADA              PIC X(10).
      *    REFERENCIA DE PAGO DE LA FECHA PARA CORRESPONSALES Y
      *    AGREGADORES; EN BLANCO SI EL CLIENTE NO TIENE CONTRATO
      *    VIGENTE DEL PRODUCTO
           05 NOT-REF-PAGO                      PIC X(12).

       FD  SALIDA
                     RECORDING MODE IS F
           05 SW-ERROR-PROCESO       PIC X       VALUE 'N'.
             88 SI-ERROR-PROCESO                 VALUE 'S'.
             88 NO-ERROR-PROCESO                 VALUE 'N'.
           05 SW-CONSENTIMIENTO      PIC X       VALUE 'N'.
             88 SI-CONSENTIMIENTO                VALUE 'S'.
             88 NO-CONSENTIMIENTO                VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
          05 WS-FECHAS-LEIDAS            PIC 9(09) VALUE ZEROS.
          05 WS-NOTIFICACIONES           PIC 9(09) VALUE ZEROS.
          05 WS-SIN-CONTACTO             PIC 9(09) VALUE ZEROS.
          05 WS-SIN-REFERENCIA           PIC 9(09) VALUE ZEROS.
          05 WS-CANAL-ALTERNO            PIC 9(09) VALUE ZEROS.
          05 WS-PARA-LLAMAR              PIC 9(09) VALUE ZEROS.
          05 WS-SIN-CONSENTIMIENTO       PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                          CONSTANTES                            *
      ******************************************************************
           05 CLI-EMAIL                  PIC X(40).
           05 CLI-CANAL                  PIC X(1).

       01 WS-CONT-CONSENTIMIENTO         PIC S9(9) COMP VALUE ZEROS.

       01 PRDTW-PRD.
           05 PRD-CODIGO                 PIC X(2).
           05 PRD-NOMBRE                 PIC X(30).
          05 FILLER                    PIC X(8)  VALUE '  FECHA '.
          05 DET-FECHA                 PIC X(10).

      *    LISTA DE LLAMADAS: NINGUN CANAL DE MENSAJERIA TIENE UN DATO
      *    VALIDO (PE3C0139/PE3C0140) Y LA SUCURSAL LLAMA AL CLIENTE
       01 WS-DETALLE-LLAMADA.
          05 FILLER                    PIC X(13) VALUE 'LLAMAR       '.
          05 LLA-CLIENTE               PIC X(8).
          05 FILLER                    PIC X(8)  VALUE '  FECHA '.
          05 LLA-FECHA                 PIC X(10).
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 LLA-NOMBRE                PIC X(40).
          05 FILLER                    PIC X(2)  VALUE SPACES.
          05 LLA-TELEFONO              PIC X(15).

       01 WS-TITULO1.
          05 FILLER             PIC X(26) VALUE
                                 'RECORDATORIOS PREVIOS DE '.
          05 RES-NOTIFICACIONES        PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(15) VALUE ' SIN CONTACTO ='.
          05 RES-SIN-CONTACTO          PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(9)  VALUE ' LLAMAR ='.
          05 RES-PARA-LLAMAR           PIC ZZZZZZZZ9.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE REFERENCIAS DE PAGO PE3C0104        *
      ******************************************************************
       COPY PE3CORPG.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE CANAL DE CONTACTO PE3C0140          *
      ******************************************************************
       COPY PE3COVCT.

           EXEC SQL
               INCLUDE SQLCA
               INCLUDE PETCWPRD
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOAPL
           END-EXEC.

           EXEC SQL
               INCLUDE PETCODIS
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOHAB
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: FECHAS ACTIVAS QUE VENCEN EN LA VENTANA      **
      ******   (SIN LAS QUE TIENEN UN RECLAMO ABIERTO)                **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT W03_CLIENTE, W03_PRODUCTO, W03_FECHA
               WHERE W03_ESTADO = 'A'
               AND   W03_FECHA BETWEEN :WS-FECHA-DESDE
                                   AND :WS-FECHA-HASTA
               AND   NOT EXISTS
                     (SELECT 1 FROM PRDTWDIS D
                      WHERE D.DIS_ESTADO   = 'A'
                      AND   D.DIS_CLIENTE  = PRDTW03.W03_CLIENTE
                      AND   D.DIS_PRODUCTO = PRDTW03.W03_PRODUCTO
                      AND  (D.DIS_FECHA    = PRDTW03.W03_FECHA
                       OR   D.DIS_ID_MOV IN
                           (SELECT A.APL_ID_MOV FROM PRDTWAPL A
                            WHERE A.APL_CLIENTE  = PRDTW03.W03_CLIENTE
                            AND   A.APL_PRODUCTO = PRDTW03.W03_PRODUCTO
                            AND   A.APL_FECHA    = PRDTW03.W03_FECHA)))
               ORDER BY W03_PRODUCTO, W03_CLIENTE, W03_FECHA
               FOR FETCH ONLY
           END-EXEC.

           EVALUATE SQLCODE
              WHEN ZEROS
                   PERFORM 028-VALIDAR-CONSENTIMIENTO
                   IF SI-CONSENTIMIENTO
                      PERFORM 026-RESOLVER-CANAL
                      IF VCT0-ENVIO-LLAMADA
                         PERFORM 027-LISTAR-LLAMADA
                      ELSE
                         PERFORM 023-BUSCAR-NOMBRE-PRODUCTO
                         PERFORM 024-GRABAR-NOTIFICACION
                      END-IF
                   ELSE
                      ADD 1 TO WS-SIN-CONSENTIMIENTO
                   END-IF
              WHEN +100
                   ADD 1 TO WS-SIN-CONTACTO
                   MOVE W03-CLIENTE TO DET-CLIENTE
           INITIALIZE REG-NOTIFICA
           MOVE W03-CLIENTE    TO NOT-CLIENTE
           MOVE CLI-NOMBRE     TO NOT-NOMBRE
           MOVE VCT0-CANAL-ENVIO TO NOT-CANAL
           MOVE CLI-TELEFONO   TO NOT-TELEFONO
           MOVE CLI-EMAIL      TO NOT-EMAIL
           MOVE W03-PRODUCTO   TO NOT-PRODUCTO
           MOVE PRD-NOMBRE     TO NOT-PRODUCTO-NOMBRE
           MOVE W03-FECHA      TO NOT-FECHA-PROGRAMADA
           PERFORM 025-OBTENER-REFERENCIA
           WRITE REG-NOTIFICA
           IF WS-ESTADO-NOT NOT = '00'
              DISPLAY 'ERROR WRITE ARCHIVO NOTIFICA ' WS-ESTADO-NOT
           END-IF
           ADD 1 TO WS-NOTIFICACIONES.

       025-OBTENER-REFERENCIA.
           INITIALIZE CAI-PE9CRPG0
           SET RPG0-OP-GENERAR  TO TRUE
           MOVE W03-CLIENTE     TO RPG0-CLIENTE
           MOVE W03-PRODUCTO    TO RPG0-PRODUCTO
           MOVE W03-FECHA       TO RPG0-FECHA

           CALL 'PE3C0104' USING CAI-PE9CRPG0

           EVALUATE RPG0-COD-RET
              WHEN '00'
                   MOVE RPG0-REFERENCIA TO NOT-REF-PAGO
              WHEN '56'
                   ADD 1 TO WS-SIN-REFERENCIA
              WHEN OTHER
                   DISPLAY 'ERROR PE3C0104 ' RPG0-COD-RET ' '
                           RPG0-ERROR1 ' ' RPG0-MAS-SQLCODE
                   ADD 1 TO WS-SIN-REFERENCIA
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

      ******************************************************************
      *                   026-RESOLVER-CANAL                           *
      *   EL CANAL PREFERIDO SE RESPETA MIENTRAS SU DATO NO HAYA SIDO  *
      *   INVALIDADO POR REBOTES; SI LA RUTINA FALLA SE ENVIA POR EL   *
      *   PREFERIDO, COMO ANTES                                        *
      ******************************************************************
       026-RESOLVER-CANAL.
           INITIALIZE CAI-PE9CVCT0
           MOVE W03-CLIENTE     TO VCT0-CLIENTE
           MOVE CLI-CANAL       TO VCT0-CANAL
           MOVE CLI-TELEFONO    TO VCT0-TELEFONO
           MOVE CLI-EMAIL       TO VCT0-EMAIL

           CALL 'PE3C0140' USING CAI-PE9CVCT0

           IF VCT0-COD-RET NOT = '00'
              DISPLAY 'ERROR PE3C0140 ' VCT0-COD-RET ' '
                      VCT0-ERROR1 ' ' VCT0-MAS-SQLCODE
              SET SI-ERROR-PROCESO TO TRUE
              MOVE CLI-CANAL TO VCT0-CANAL-ENVIO
           END-IF

           IF VCT0-CANAL-ENVIO NOT = CLI-CANAL
              AND NOT VCT0-ENVIO-LLAMADA
                 ADD 1 TO WS-CANAL-ALTERNO
           END-IF.

       027-LISTAR-LLAMADA.
           ADD 1 TO WS-PARA-LLAMAR
           MOVE W03-CLIENTE     TO LLA-CLIENTE
           MOVE W03-FECHA       TO LLA-FECHA
           MOVE CLI-NOMBRE      TO LLA-NOMBRE
           MOVE CLI-TELEFONO    TO LLA-TELEFONO
           MOVE WS-DETALLE-LLAMADA TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

      ******************************************************************
      *               028-VALIDAR-CONSENTIMIENTO                       *
      *   EL RECORDATORIO SOLO VA AL CLIENTE CON AUTORIZACION VIGENTE  *
      *   PARA LA FINALIDAD 'R'; SIN ELLA TAMPOCO SE LE LLAMA. SI LA   *
      *   LECTURA FALLA NO SE ENVIA                                    *
      ******************************************************************
       028-VALIDAR-CONSENTIMIENTO.
           SET NO-CONSENTIMIENTO TO TRUE
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-CONT-CONSENTIMIENTO
               FROM   PRDTWHAB
               WHERE  HAB_CLIENTE   = :CLI-CODIGO
               AND    HAB_FINALIDAD = 'R'
               AND    HAB_ESTADO    = 'A'
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE NOT = ZEROS
                   DISPLAY 'ERROR SELECT PRDTWHAB SQLCODE ' SQLCODE
                   SET SI-ERROR-PROCESO TO TRUE
              WHEN WS-CONT-CONSENTIMIENTO > ZEROS
                   SET SI-CONSENTIMIENTO TO TRUE
           END-EVALUATE.

      ******************************************************************
      *                        999999-ESCRIBIR                         *
      ******************************************************************
           MOVE WS-FECHAS-LEIDAS  TO RES-FECHAS
           MOVE WS-NOTIFICACIONES TO RES-NOTIFICACIONES
           MOVE WS-SIN-CONTACTO   TO RES-SIN-CONTACTO
           MOVE WS-PARA-LLAMAR    TO RES-PARA-LLAMAR
           MOVE WS-RESUMEN        TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           DISPLAY 'FECHAS EN VENTANA     : ' WS-FECHAS-LEIDAS
           DISPLAY 'NOTIFICACIONES        : ' WS-NOTIFICACIONES
           DISPLAY 'CLIENTES SIN CONTACTO : ' WS-SIN-CONTACTO
           DISPLAY 'FECHAS SIN REFERENCIA : ' WS-SIN-REFERENCIA
           DISPLAY 'POR EL OTRO CANAL     : ' WS-CANAL-ALTERNO
           DISPLAY 'PARA LLAMAR SUCURSAL  : ' WS-PARA-LLAMAR
           DISPLAY 'SIN CONSENTIMIENTO    : ' WS-SIN-CONSENTIMIENTO

           CLOSE NOTIFICA SALIDA

              WHEN SI-ERROR-PROCESO
                   MOVE 8 TO RETURN-CODE
              WHEN WS-SIN-CONTACTO > ZEROS
                OR WS-PARA-LLAMAR > ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

