      *   02/SEP/2026  FAMB  LA CARTA MUERTA TRAE EL MENSAJE CRUDO:    *
      *                      EL DETALLE USA LA VISTA DE CONSULTA O DE  *
      *                      MANTENIMIENTO SEGUN EL PRIMER BYTE        *
      *   15/OCT/2026  FAMB  VISTA DE LA COTIZACION DE PREPAGO ('L'):  *
      *                      SIN CLIENTE, SOLO EL CONTRATO             *
      ******************************************************************
      *                      ENVIRONMENT DIVISION                      *
      ******************************************************************
           MOVE MUE-MOTIVO       TO DET-MOTIVO
           MOVE MUE-COD-RET      TO DET-COD-RET
      *    EL CLIENTE Y EL CONTRATO SE LEEN CON LA VISTA DEL TIPO DE
      *    MENSAJE: UNA SOLICITUD 'M' O 'L' TRAE OTRO LAYOUT
           EVALUATE TRUE
              WHEN MUE-ES-MANTENIMIENTO
                   MOVE MUE-MAN-CLIENTE  TO DET-CLIENTE
                   MOVE MUE-MAN-CONTRATO TO DET-CONTRATO
              WHEN MUE-ES-COTIZACION
                   MOVE SPACES           TO DET-CLIENTE
                   MOVE MUE-COT-CONTRATO TO DET-CONTRATO
              WHEN OTHER
                   MOVE MUE-SOL-CLIENTE  TO DET-CLIENTE
                   MOVE MUE-SOL-CONTRATO TO DET-CONTRATO
           END-EVALUATE
           MOVE MUE-REPLYTOQ     TO DET-REPLYTOQ
           MOVE WS-DETALLE       TO REG-SALIDA
           PERFORM 99-ESCRIBIR.
