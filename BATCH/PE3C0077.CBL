      *                    MODIFICACIONES                              *
      ******************************************************************
      *   02/SEP/2026  FAMB  PROGRAMA NUEVO                            *
      *   15/OCT/2026  FAMB  MES EN BLANCO EN EL PARM: SE TOMA DE LA   *
      *                      FECHA DE NEGOCIO (FECHAPRO) PARA LA       *
      *                      CADENA DE CIERRE DE MES                   *
      ******************************************************************
      *                      ENVIRONMENT DIVISION                      *
      ******************************************************************
           05 RGL-VALOR-TOTAL            PIC S9(13)V99 COMP-3.

       01 WS-PATRON-MES                  PIC X(8).
       01 WS-MES-PROCESO                 PIC X(7).

      ******************************************************************
      *   LAYOUT FIJO DEL ARCHIVO REGULATORIO: TODO ZONADO, SIN        *
      *                          01-INICIO                              *
      ******************************************************************
       01-INICIO.
           CALL 'PE3C0060' USING CAI-PE9CFPR0

           PERFORM 010-VALIDAR-PARM

      *    LA VALIDACION REFERENCIAL VA ANTES DE ABRIR EL ARCHIVO:
      *    UN CODIGO HUERFANO RECHAZA LA CORRIDA COMPLETA
           PERFORM 011-VALIDAR-OFICINAS

           PERFORM 013-ASIGNAR-VERSION

           MOVE WS-MES-PROCESO     TO CAB-PERIODO
           MOVE RGL-VERSION        TO CAB-VERSION
           MOVE FPR0-FECHA-PROCESO TO CAB-FECHA-GEN
           MOVE WS-CABECERA-REGULA TO REG-REGULA
              STOP RUN
           END-IF

      *    SIN MES EN EL PARM EL PERIODO SALE DE LA FECHA DE NEGOCIO
      *    (FECHAPRO): ASI LO CORRE LA CADENA DE CIERRE DE MES
           IF PARM-MES = SPACES OR LOW-VALUES
              MOVE FPR0-FECHA-PROCESO (1:7) TO WS-MES-PROCESO
           ELSE
              MOVE PARM-MES TO WS-MES-PROCESO
           END-IF

      *    PATRON PARA EL LIKE SOBRE LAS FECHAS (YYYY-MM-DD)
           MOVE SPACES   TO WS-PATRON-MES
           STRING WS-MES-PROCESO DELIMITED SPACE
                  '%'      DELIMITED SIZE
                  INTO WS-PATRON-MES
           END-STRING.
      *    LA VERSION SIGUE A LA ULTIMA REGISTRADA DEL PERIODO:
      *    1 ES EL ORIGINAL, CADA RETRANSMISION TOMA LA SIGUIENTE
       013-ASIGNAR-VERSION.
           MOVE WS-MES-PROCESO TO RGL-PERIODO
           EXEC SQL
               SELECT VALUE(MAX(RGL_VERSION), 0)
               INTO  :RGL-VERSION
      *    LA GENERACION SOLO SE REGISTRA SI EL ARCHIVO SALIO
      *    COMPLETO; UNA CORRIDA CON ERROR NO CONSUME VERSION
           IF NO-ERROR-PROCESO
              MOVE WS-MES-PROCESO     TO RGL-PERIODO
              MOVE FPR0-FECHA-PROCESO TO RGL-FECHA-GEN
              MOVE WS-DETALLES-D      TO RGL-CANT-DET
              MOVE WS-VALOR-TOTAL     TO RGL-VALOR-TOTAL
              END-IF
           END-IF

           DISPLAY 'PERIODO            : ' WS-MES-PROCESO
           DISPLAY 'VERSION GENERADA   : ' RGL-VERSION
           DISPLAY 'DETALLES D         : ' WS-DETALLES-D
           DISPLAY 'DETALLES P         : ' WS-DETALLES-P
