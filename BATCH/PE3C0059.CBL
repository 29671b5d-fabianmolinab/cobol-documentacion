      *   02/SEP/2026  FAMB  LA CARTA MUERTA CONSERVA EL MENSAJE       *
      *                      ORIGINAL CRUDO (CONSULTA O 'M') PARA UN   *
      *                      REENCOLADO FIEL                           *
      *   15/OCT/2026  FAMB  SOLICITUD DE COTIZACION DE PREPAGO        *
      *                      (PRIMER BYTE 'L') ENRUTADA A PE3C0122;    *
      *                      RESPUESTA CON EL DESGLOSE Y LA VIGENCIA   *
      *   15/OCT/2026  FAMB  CADA SOLICITUD DE MANTENIMIENTO SE        *
      *                      CONFIRMA AL VOLVER DE PE3C0022 (COMMIT Y  *
      *                      MQCMIT), PARA QUE SU EVENTO PE3CMQ03      *
      *                      SALGA EN EL MOMENTO Y NO AL BAJAR EL      *
      *                      SERVIDOR                                  *
      *   15/OCT/2026  FAMB  LA COTIZACION GRABADA POR PE3C0122 SE     *
      *                      CONFIRMA ANTES DE RESPONDERLA, PARA QUE   *
      *                      NO QUEDE BLOQUEADA NI SE PIERDA SI EL     *
      *                      SERVIDOR CAE                              *
      ******************************************************************
      *                      ENVIRONMENT DIVISION                      *
      ******************************************************************
          88 NO-SOLICITUD-MUERTA                   VALUE 'N'.

      *    BUFFER GENERICO DE LLEGADA: EL PRIMER BYTE DECIDE SI ES
      *    CONSULTA (DIGITO DEL CLIENTE), MANTENIMIENTO ('M') O
      *    COTIZACION DE PREPAGO ('L')
       01 WS-BUFFER-LLEGADA              PIC X(80) VALUE SPACES.

       01 WS-VALOR-ENTERO                PIC 9(13) VALUE ZEROS.
      ******************************************************************
       COPY PE3COEVM.

      ******************************************************************
      *          INTERFAZ CAI-PE9CCOT0 DE PE3C0122                     *
      ******************************************************************
       COPY PE3COCOT.

      ******************************************************************
      *              LEYENDA CENTRAL DE CODIGOS DE RETORNO             *
      ******************************************************************
       COPY PE3COLEY.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
                      IF NO-SOLICITUD-MUERTA
                         PERFORM 024-RESPONDER-MANT
                      END-IF
                   ELSE
                   IF WS-BUFFER-LLEGADA(1:1) = 'L'
                      MOVE WS-BUFFER-LLEGADA TO MQ-SOLICITUD-COT
                      PERFORM 026-RESOLVER-COTIZACION
                      IF NO-SOLICITUD-MUERTA
                         PERFORM 027-RESPONDER-COT
                      END-IF
                   ELSE
                      MOVE WS-BUFFER-LLEGADA TO MQ-SOLICITUD
                      PERFORM 020-VALIDAR-SOLICITUD
                      END-IF
                   END-IF
                   END-IF
                   END-IF
              WHEN MQ-REASON = MQRC-NO-MSG-AVAILABLE
                   CONTINUE
              WHEN OTHER
              MOVE SOM-ORIGEN     TO AM0-USUARIO

              CALL 'PE3C0022' USING CAI-PE9CCAM0
              PERFORM 0231-CONFIRMAR-MANT

              INITIALIZE MQ-RESPUESTA-MANT
              MOVE AM0-COD-RET    TO RSM-COD-RET
                      UNTIL LEY-IND > CTE-MAX-LEYENDA
           END-IF.

      *    LA FILA DE PRDTW02, SU SECUENCIA (PRDTWEVS) Y EL EVENTO QUE
      *    PE3C0022 PUSO BAJO PUNTO DE SINCRONISMO SE CONFIRMAN AQUI,
      *    JUNTO CON LA SOLICITUD LEIDA; UN EVENTO QUE NO LLEGUE A
      *    CONFIRMARSE DEJA UN HUECO EN LA SECUENCIA QUE PE3C0136
      *    REPORTA ESA NOCHE. LA COTIZACION ('L') SE CONFIRMA POR EL
      *    MISMO CAMINO
       0231-CONFIRMAR-MANT.
           EXEC SQL
               COMMIT
           END-EXEC
           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR COMMIT MANTENIMIENTO SQLCODE ' SQLCODE
           END-IF

           CALL 'MQCMIT' USING MQ-HCONN MQ-COMPCODE MQ-REASON
           IF MQ-COMPCODE = MQCC-FAILED
              DISPLAY 'ERROR MQCMIT RAZON ' MQ-REASON
           END-IF.

       0232-BUSCAR-LEYENDA-MANT.
           IF LEY-COD(LEY-IND) = RSM-COD-RET
              MOVE LEY-DESC(LEY-IND) TO RSM-LEYENDA
              ADD 1 TO WS-MUERTAS
           END-IF.

      ******************************************************************
      *                 026-RESOLVER-COTIZACION                        *
      *   MISMA RUTINA DE LA PANTALLA CP26: LOS COD-RET DE NEGOCIO SE  *
      *   RESPONDEN CON SU LEYENDA; UNA FALLA DURA (TABLA O TASA DE    *
      *   CAMBIO) SE VA A CARTAS MUERTAS PARA REENCOLARLA              *
      ******************************************************************
       026-RESOLVER-COTIZACION.
           INITIALIZE CAI-PE9CCOT0
           MOVE SOC-CONTRATO        TO COT0-CONTRATO
           MOVE SOC-FECHA-CORTE     TO COT0-FECHA-CORTE
           MOVE 'M'                 TO COT0-ORIGEN

           CALL 'PE3C0122' USING CAI-PE9CCOT0

      *    LA FILA DE PRDTWCOT LA CONFIRMA EL LLAMADOR: SE CONFIRMA
      *    AQUI, ANTES DE RESPONDER, PARA QUE EL CLIENTE NUNCA TENGA
      *    UN NUMERO DE COTIZACION QUE PE3C0098 NO PUEDA CASAR
           IF COT0-COD-RET = '00'
              PERFORM 0231-CONFIRMAR-MANT
           END-IF

           INITIALIZE MQ-RESPUESTA-COT
           MOVE COT0-COD-RET            TO RSC-COD-RET
           MOVE COT0-NUMERO             TO RSC-NUMERO
           MOVE COT0-CLIENTE            TO RSC-CLIENTE
           MOVE SOC-CONTRATO            TO RSC-CONTRATO
           MOVE COT0-FECHA-CORTE-USADA  TO RSC-FECHA-CORTE
           MOVE COT0-MONEDA             TO RSC-MONEDA
           MOVE COT0-CANT-FECHAS        TO RSC-CANT-FECHAS
           MOVE COT0-CANT-VENCIDAS      TO RSC-CANT-VENCIDAS
           MOVE COT0-VALOR-CUOTAS       TO RSC-VALOR-CUOTAS
           MOVE COT0-VALOR-SANCIONES    TO RSC-VALOR-SANCIONES
           MOVE COT0-SALDO-FAVOR        TO RSC-SALDO-FAVOR
           MOVE COT0-TASA               TO RSC-TASA
           MOVE COT0-VALOR-TOTAL        TO RSC-VALOR-TOTAL
           MOVE COT0-FECHA-VENCE        TO RSC-FECHA-VENCE
           MOVE COT0-ERROR1             TO RSC-ERROR1
           MOVE COT0-ERROR2             TO RSC-ERROR2
           PERFORM 0262-BUSCAR-LEYENDA-COT
                   VARYING LEY-IND FROM 1 BY 1
                   UNTIL LEY-IND > CTE-MAX-LEYENDA

           EVALUATE COT0-COD-RET
              WHEN '00'
              WHEN '10'
              WHEN '35'
              WHEN '45'
                   CONTINUE
              WHEN OTHER
                   MOVE 'ERROR RUTINA'   TO MUE-MOTIVO
                   MOVE COT0-COD-RET     TO MUE-COD-RET
                   PERFORM 025-ENVIAR-A-MUERTAS
           END-EVALUATE.

       0262-BUSCAR-LEYENDA-COT.
           IF LEY-COD(LEY-IND) = RSC-COD-RET
              MOVE LEY-DESC(LEY-IND) TO RSC-LEYENDA
           END-IF.

      ******************************************************************
      *                   027-RESPONDER-COT                            *
      *   MISMO PATRON SOLICITUD/RESPUESTA DE LA CONSULTA              *
      ******************************************************************
       027-RESPONDER-COT.
           IF MQMD-REPLYTOQ = SPACES
              DISPLAY 'SOLICITUD SIN COLA DE REPLICA, DESCARTADA'
              ADD 1 TO WS-RECHAZADAS
           ELSE
              MOVE MQOT-Q           TO MQOD-OBJECTTYPE
              MOVE MQMD-REPLYTOQ    TO MQOD-OBJECTNAME
              MOVE MQMD-REPLYTOQMGR TO MQOD-OBJECTQMGRNAME

              MOVE MQMD-MSGID       TO MQMD-CORRELID
              MOVE MQMI-NONE        TO MQMD-MSGID
              MOVE MQMT-REPLY       TO MQMD-MSGTYPE

              COMPUTE MQPMO-OPTIONS = MQPMO-NO-SYNCPOINT
                                    + MQPMO-FAIL-IF-QUIESCING
              MOVE LENGTH OF MQ-RESPUESTA-COT TO MQ-BUFLEN

              CALL 'MQPUT1' USING MQ-HCONN MQOD MQMD MQPMO
                                  MQ-BUFLEN MQ-RESPUESTA-COT
                                  MQ-COMPCODE MQ-REASON
              IF MQ-COMPCODE = MQCC-FAILED
                 DISPLAY 'ERROR MQPUT1 RAZON ' MQ-REASON
                 ADD 1 TO WS-RECHAZADAS
              ELSE
                 ADD 1 TO WS-RESPONDIDAS
              END-IF
           END-IF.

      ******************************************************************
      *                        03-FINAL                                *
      ******************************************************************
