      *   22/AGO/2026  FAMB  TIPO DE MOVIMIENTO EN EL HISTORICO        *
      *   22/AGO/2026  FAMB  ALERTA CRITICA VIA PE3C0048 AL FALLAR     *
      *   22/AGO/2026  FAMB  COMMIT POR INTERVALO Y REINICIO (PURGCHK) *
      *   15/OCT/2026  FAMB  CORTE EN BLANCO EN EL PARM: PRIMERO DE    *
      *                      ENERO DEL ANO DE LA FECHA DE NEGOCIO      *
      *                      (FECHAPRO), CADENA DE CIERRE DE ANO       *
      ******************************************************************
      *                      ENVIRONMENT DIVISION                      *
      ******************************************************************

       01 WS-FECHA-PROCESO                      PIC X(8).

      *    FECHA DE CORTE EFECTIVA: LA DEL PARM O, EN BLANCO, EL
      *    PRIMERO DE ENERO DEL ANO DE LA FECHA DE NEGOCIO (FECHAPRO)
       01 WS-FECHA-CORTE.
           05 CRT-ANO                           PIC X(4).
           05 CRT-MES-DIA                       PIC X(6).

      *    COPIA DEL AVANCE PREVIO LEIDO DE PURGCHK, TOMADA ANTES DE
      *    CERRAR EL ARCHIVO (SU AREA DE REGISTRO NO SE USA DESPUES
      *    DEL CLOSE)
      ******************************************************************
       COPY PE3COALR.

      ******************************************************************
      *          INTERFAZ CAI-PE9CFPR0 DE PE3C0060                     *
      ******************************************************************
       COPY PE3CFPRO.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
                      W02_VALOR, W02_VALOR_NUM, W02_TIPO_MOV,
                      W02_MONEDA
               FROM PRDTW02
               WHERE W02_FECHA_MOV < :WS-FECHA-CORTE
               ORDER BY W02_CLIENTE, W02_CONTRATO, W02_FECHA_MOV
           END-EXEC.

               DECLARE CURSOR_2 CURSOR WITH HOLD FOR
               SELECT W03_CLIENTE, W03_PRODUCTO, W03_FECHA
               FROM PRDTW03
               WHERE W03_FECHA < :WS-FECHA-CORTE
               ORDER BY W03_CLIENTE, W03_PRODUCTO, W03_FECHA
           END-EXEC.

           IF PARM-INTERVALO-COMMIT IS NUMERIC
              AND PARM-INTERVALO-COMMIT NOT = ZEROS
                MOVE PARM-INTERVALO-COMMIT TO WS-INTERVALO-COMMIT
           END-IF

      *    SIN FECHA DE CORTE EN EL PARM SE PURGA TODO LO ANTERIOR AL
      *    ANO DE LA FECHA DE NEGOCIO: ASI LO CORRE LA CADENA DE
      *    CIERRE DE ANO, QUE DEJA EN LINEA SOLO EL ANO QUE CIERRA
           IF PARM-FECHA-CORTE = SPACES OR LOW-VALUES
              CALL 'PE3C0060' USING CAI-PE9CFPR0
              MOVE FPR0-FECHA-PROCESO (1:4) TO CRT-ANO
              MOVE '-01-01'                 TO CRT-MES-DIA
           ELSE
              MOVE PARM-FECHA-CORTE         TO WS-FECHA-CORTE
           END-IF
           DISPLAY 'FECHA DE CORTE DE LA PURGA: ' WS-FECHA-CORTE.

       011-ABRIR-ARCHIVOS.
      *    EN REINICIO EL HISTORICO SE EXTIENDE PARA NO PERDER LO YA
                       CAT_FILAS_W02, CAT_FILAS_W03,
                       CAT_FECHA_PURGA)
                  VALUES
                      (:CAT-GENERACION, :WS-FECHA-CORTE,
                       :CAT-CLIENTE-MIN, :CAT-CLIENTE-MAX,
                       :CAT-FECHA-MIN, :CAT-FECHA-MAX,
                       :WS-PURGADOS-W02, :WS-PURGADOS-W03,
