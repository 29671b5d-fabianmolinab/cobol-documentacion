      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           REPORTE DIARIO DE PAGOS CORTOS: PARA CADA
      *           MOVIMIENTO DEL DIA (PRDTW02) TOMA LAS FECHAS
      *           PROGRAMADAS A LAS QUE LA APLICACION DE PAGOS
      *           (PE3C0098, PRDTWAPL) LO APLICO Y QUE QUEDARON CON
      *           COBERTURA PARCIAL, Y COMPARA LO APLICADO CONTRA EL
      *           VALOR ESPERADO (W03_VALOR_ESPERADO, SEMBRADO POR
      *           PE3C0034 DESDE LA REGLA). UNA DIFERENCIA POR
      *           ENCIMA DE LA TOLERANCIA DEL PARM SALE EN EL
      *           LISTADO Y SE DEJA
      *           EN EXCEPCION (LAYOUT PE3COEXC, COD-RET '62') PARA
      *           QUE FLUYA AL CICLO DE VIDA DE PE3C0043. LOS PAGOS
      *           PARCIALES ERAN INVISIBLES HASTA QUE EL CLIENTE
      *                    MODIFICACIONES                              *
      ******************************************************************
      *   02/SEP/2026  FAMB  PROGRAMA NUEVO                            *
      *   15/OCT/2026  FAMB  LA FECHA CUBIERTA Y LO PAGADO SALEN DE    *
      *                      LA APLICACION DE PE3C0098 (PRDTWAPL Y     *
      *                      W03_VALOR_APLICADO), NO DEL CRUCE POR     *
      *                      FECHA EXACTA                              *
      ******************************************************************
      *                      ENVIRONMENT DIVISION                      *
      ******************************************************************
           05 W02-CONTRATO                      PIC X(18).
           05 W02-VALOR-NUM                     PIC S9(9)V99 COMP-3.
           05 W03-VALOR-ESPERADO                PIC S9(9)V99 COMP-3.
           05 W03-VALOR-APLICADO                PIC S9(9)V99 COMP-3.
           05 W03-FECHA                         PIC X(10).

       01 WS-CALCULO.
           05 WS-FECHA-DIA               PIC X(10).
               INCLUDE PETCOW03
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOAPL
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: FECHAS A LAS QUE SE APLICARON LOS PAGOS      **
      ******   DEL DIA Y QUE QUEDARON PARCIALES (SOLO FECHAS CON      **
      ******   VALOR DECLARADO)                                       **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT DISTINCT M.W02_CLIENTE, M.W02_CONTRATO,
                      M.W02_VALOR_NUM, E.W03_VALOR_ESPERADO,
                      E.W03_VALOR_APLICADO, E.W03_FECHA
               FROM PRDTW02 M, PRDTWAPL A, PRDTW03 E
               WHERE M.W02_FECHA_MOV = :WS-FECHA-DIA
               AND   M.W02_TIPO_MOV  = 'N'
               AND   A.APL_ID_MOV    = M.W02_ID_MOV
               AND   A.APL_FECHA    <> ' '
               AND   E.W03_CLIENTE   = A.APL_CLIENTE
               AND   E.W03_PRODUCTO  = A.APL_PRODUCTO
               AND   E.W03_FECHA     = A.APL_FECHA
               AND   E.W03_VALOR_ESPERADO > 0
               AND   E.W03_COBERTURA = 'P'
               ORDER BY M.W02_CLIENTE, M.W02_CONTRATO, E.W03_FECHA
               FOR FETCH ONLY
           END-EXEC.

           EXEC SQL
               FETCH CURSOR_1
               INTO :W02-CLIENTE, :W02-CONTRATO,
                    :W02-VALOR-NUM, :W03-VALOR-ESPERADO,
                    :W03-VALOR-APLICADO, :W03-FECHA
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS

      ******************************************************************
      *                        02-PROCESO                              *
      *   LO APLICADO A LA FECHA POR DEBAJO DEL ESPERADO MAS ALLA DE   *
      *   LA TOLERANCIA SALE EN EL LISTADO Y ENTRA AL CICLO DE         *
      *   EXCEPCIONES                                                  *
      ******************************************************************
       02-PROCESO.
           COMPUTE WS-DIFERENCIA =
                   W03-VALOR-ESPERADO - W03-VALOR-APLICADO

           IF WS-DIFERENCIA > WS-TOLERANCIA
              ADD 1 TO WS-CORTOS
           MOVE W02-CLIENTE        TO DET-CLIENTE
           MOVE W02-CONTRATO       TO DET-CONTRATO
           MOVE W03-VALOR-ESPERADO TO DET-ESPERADO
           MOVE W03-VALOR-APLICADO TO DET-PAGADO
           MOVE WS-DIFERENCIA      TO DET-DIFERENCIA
           MOVE WS-DETALLE         TO REG-SALIDA
           PERFORM 99-ESCRIBIR.
