      *   02/SEP/2026  FAMB  PROGRAMA NUEVO                            *
      *   02/SEP/2026  FAMB  APROBADOR OBLIGATORIO POR PARM (COMO      *
      *                      PE3C0030) Y REGISTRADO EN EL LISTADO      *
      *   15/OCT/2026  FAMB  MES EN BLANCO EN EL PARM: SE TOMA DE LA   *
      *                      FECHA DE NEGOCIO (FECHAPRO) PARA LA       *
      *                      CADENA DE CIERRE DE MES                   *
      ******************************************************************
      *                      ENVIRONMENT DIVISION                      *
      ******************************************************************
           05 PER-ESTADO                 PIC X(1).
           05 PER-FECHA-CIERRE           PIC X(10).

       01 WS-MES-PROCESO                 PIC X(7).
       01 WS-FECHA-MAQUINA.
           05 MAQ-ANO                    PIC X(4).
           05 MAQ-MES                    PIC X(2).
          05 FILLER                    PIC X(9)  VALUE ' APROBO: '.
          05 DET-APROBADOR             PIC X(8).

      ******************************************************************
      *          INTERFAZ CAI-PE9CFPR0 DE PE3C0060                     *
      ******************************************************************
       COPY PE3CFPRO.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
              STOP RUN
           END-IF

      *    SIN MES EN EL PARM EL PERIODO SALE DE LA FECHA DE NEGOCIO
      *    (FECHAPRO): ASI LO CORRE LA CADENA DE CIERRE DE MES
           IF PARM-MES = SPACES OR LOW-VALUES
              CALL 'PE3C0060' USING CAI-PE9CFPR0
              MOVE FPR0-FECHA-PROCESO (1:7) TO WS-MES-PROCESO
           ELSE
              MOVE PARM-MES TO WS-MES-PROCESO
           END-IF

      *    SIN SUPERVISOR IDENTIFICADO NO SE TOCA EL PERIODO: ES EL
      *   FILA NO HACE NADA: UN MES SIN FILA YA ESTA ABIERTO)          *
      ******************************************************************
       02-PROCESO.
           MOVE WS-MES-PROCESO TO PER-MES
           IF PARM-OP-CERRAR
              MOVE 'C'       TO PER-ESTADO
              MOVE 'CERRAR'  TO DET-ACCION
      *                        03-FINAL                                *
      ******************************************************************
       03-FINAL.
           MOVE WS-MES-PROCESO   TO DET-MES
           MOVE PER-FECHA-CIERRE TO DET-FECHA
           MOVE PARM-APROBADOR   TO DET-APROBADOR
           MOVE WS-DETALLE       TO REG-SALIDA
           WRITE REG-SALIDA

           DISPLAY DET-ACCION ' ' WS-MES-PROCESO ': ' DET-RESULTADO

           CLOSE SALIDA
           STOP RUN.
