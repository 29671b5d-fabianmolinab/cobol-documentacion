      *                                                                *
      *                         DESCRIPCION:
      *           MOTOR DE SANCIONES POR RECAUDO TARDIO: BUSCA LAS
      *           FECHAS PROGRAMADAS DE PRDTW03 A LAS QUE LA
      *           APLICACION DE PAGOS (PE3C0098, TABLA PRDTWAPL) LES
      *           APLICO UN MOVIMIENTO 'N' POSTERIOR A LA FECHA,
      *           CALCULA LOS DIAS DE ATRASO, UBICA EL TRAMO
      *           30/60/90 (MISMOS CORTES DE PE3C0036), APLICA LA
      *           TASA DE LA TABLA PRDTWTAR AL VALOR APLICADO TARDE
      *           Y DEJA LA SANCION (UNA POR PAGO, SUMANDO LAS FECHAS
      *           QUE ESE PAGO CUBRIO TARDE) COMO
      *           TRANSACCION DE ALTA TIPO 'A' (LAYOUT PE3CCTRX) EN
      *           EL ARCHIVO SANCION, QUE SE APLICA POR EL CAMINO
      *           PE3C0029/PE3C0022 PARA QUE QUEDE EN MANTLOG COMO
      *   02/SEP/2026  FAMB  SOLO FECHAS ACTIVAS ('A'), COMO EL        *
      *                      ENVEJECIMIENTO DE PE3C0036: UNA FECHA     *
      *                      INACTIVADA O RE-FECHADA NO SANCIONA       *
      *   15/OCT/2026  FAMB  EL PAGO TARDIO Y SU VALOR SALEN DE LAS    *
      *                      APLICACIONES DE PE3C0098 (PRDTWAPL); UNA  *
      *                      SOLA SANCION POR PAGO AUNQUE CUBRA VARIAS *
      *                      FECHAS ATRASADAS                          *
      *   15/OCT/2026  FAMB  NO SANCIONA CLIENTE/PRODUCTO CON ACUERDO  *
      *                      DE PAGO VIGENTE (PRDTWACU, PE3C0106)      *
      *   15/OCT/2026  FAMB  NO SANCIONA PAGO NI FECHA CON RECLAMO     *
      *                      ABIERTO (PRDTWDIS, PE3C0112)              *
      *   15/OCT/2026  FAMB  SOLO UN AJUSTE POSITIVO CUENTA COMO       *
      *                      SANCION YA LIQUIDADA: LOS AJUSTES         *
      *                      NEGATIVOS DE CONDONACION (PE3C0114) Y DE  *
      *                      RECLAMO (PE3C0112) NO LA BLOQUEAN         *
      ******************************************************************
      *                      ENVIRONMENT DIVISION                      *
      ******************************************************************
           05 SW-ERROR-PROCESO       PIC X       VALUE 'N'.
             88 SI-ERROR-PROCESO                 VALUE 'S'.
             88 NO-ERROR-PROCESO                 VALUE 'N'.
           05 SW-PAGO-ABIERTO        PIC X       VALUE 'N'.
             88 SI-PAGO-ABIERTO                  VALUE 'S'.
             88 NO-PAGO-ABIERTO                  VALUE 'N'.
           05 SW-YA-LIQUIDADO        PIC X       VALUE 'N'.
             88 SI-YA-LIQUIDADO                  VALUE 'S'.
             88 NO-YA-LIQUIDADO                  VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
           05 W02-VALOR-NUM                     PIC S9(9)V99 COMP-3.
           05 W02-MONEDA                        PIC X(3).

      *    VALOR DEL PAGO QUE PE3C0098 APLICO A LA FECHA ATRASADA:
      *    ES LA BASE DE LA SANCION DE ESA FECHA
       01 PRDTW-APL.
           05 APL-VALOR                         PIC S9(9)V99 COMP-3.

      *    LLAVE DEL PAGO EN CURSO (CORTE DE CONTROL): LA SANCION SE
      *    ACUMULA POR PAGO Y SE GRABA UNA SOLA TRANSACCION 'A'
       01 WS-PAGO-ANTERIOR.
           05 ANT-CLIENTE                       PIC X(8)  VALUE SPACES.
           05 ANT-CONTRATO                      PIC X(18) VALUE SPACES.
           05 ANT-FECHA-MOV                     PIC X(10) VALUE SPACES.
           05 ANT-MONEDA                        PIC X(3)  VALUE SPACES.

       01 PRDTW-TAR.
           05 TAR-PRODUCTO               PIC X(2).
           05 TAR-TRAMO                  PIC S9(4) COMP.
       01 WS-CALCULO-SANCION.
           05 WS-VALOR-SANCION           PIC S9(9)V99 COMP-3
                                                   VALUE ZEROS.
           05 WS-SANCION-PAGO            PIC S9(9)V99 COMP-3
                                                   VALUE ZEROS.
           05 WS-VALOR-TEXTO             PIC 9(13)  VALUE ZEROS.

      ******************************************************************
               INCLUDE PETCOTAR
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOAPL
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOACU
           END-EXEC.

           EXEC SQL
               INCLUDE PETCODIS
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: PAGOS APLICADOS DESPUES DE LA FECHA          **
      *    PROGRAMADA. LA APLICACION DE PE3C0098 DICE QUE PAGO CUBRIO  *
      *    CADA FECHA Y CON CUANTO; UN PAGO FECHADO EL MISMO DIA       *
      *    PROGRAMADO NO GENERA SANCION. ORDENADO POR PAGO PARA EL     *
      *    CORTE DE CONTROL. UN RECLAMO ABIERTO SOBRE EL PAGO O SOBRE  *
      *    LA FECHA LO DEJA POR FUERA HASTA QUE SE RESUELVA            *
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT F.W03_CLIENTE, F.W03_PRODUCTO, F.W03_FECHA,
                      M.W02_CONTRATO, M.W02_FECHA_MOV,
                      M.W02_VALOR_NUM, M.W02_MONEDA, A.APL_VALOR
               FROM PRDTW03 F, PRDTWAPL A, PRDTW02 M
               WHERE F.W03_ESTADO    = 'A'
               AND   A.APL_CLIENTE   = F.W03_CLIENTE
               AND   A.APL_PRODUCTO  = F.W03_PRODUCTO
               AND   A.APL_FECHA     = F.W03_FECHA
               AND   A.APL_TIPO_MOV  = 'N'
               AND   A.APL_VALOR     > 0
               AND   M.W02_ID_MOV    = A.APL_ID_MOV
               AND   M.W02_FECHA_MOV > F.W03_FECHA
               AND   NOT EXISTS
                     (SELECT 1 FROM PRDTWACU G
                      WHERE G.ACU_CLIENTE  = F.W03_CLIENTE
                      AND   G.ACU_PRODUCTO = F.W03_PRODUCTO
                      AND   G.ACU_ESTADO   = 'V')
               AND   NOT EXISTS
                     (SELECT 1 FROM PRDTWDIS D
                      WHERE D.DIS_ESTADO = 'A'
                      AND  (D.DIS_ID_MOV = M.W02_ID_MOV
                       OR  (D.DIS_ID_MOV   = 0
                      AND   D.DIS_CLIENTE  = F.W03_CLIENTE
                      AND   D.DIS_PRODUCTO = F.W03_PRODUCTO
                      AND   D.DIS_FECHA    = F.W03_FECHA)))
               ORDER BY F.W03_CLIENTE, M.W02_CONTRATO,
                        M.W02_FECHA_MOV, F.W03_FECHA
               FOR FETCH ONLY
           END-EXEC.

               FETCH CURSOR_1
               INTO :W03-CLIENTE, :W03-PRODUCTO, :W03-FECHA,
                    :W02-CONTRATO, :W02-FECHA-MOV,
                    :W02-VALOR-NUM, :W02-MONEDA, :APL-VALOR
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS

      ******************************************************************
      *                        02-PROCESO                              *
      *   CORTE DE CONTROL POR PAGO (CLIENTE/CONTRATO/FECHA DEL        *
      *   MOVIMIENTO): LAS FECHAS QUE UN MISMO PAGO CUBRIO TARDE       *
      *   SUMAN UNA SOLA SANCION                                       *
      ******************************************************************
       02-PROCESO.
           IF W03-CLIENTE   NOT = ANT-CLIENTE
              OR W02-CONTRATO  NOT = ANT-CONTRATO
              OR W02-FECHA-MOV NOT = ANT-FECHA-MOV
                IF SI-PAGO-ABIERTO
                   PERFORM 027-CERRAR-PAGO
                END-IF
                PERFORM 020-ABRIR-PAGO
           END-IF

           PERFORM 022-CALCULAR-ATRASO
           PERFORM 023-BUSCAR-TASA
           IF SI-FIN-CURSOR-1
              PERFORM 021-FETCH-CURSOR-1
           END-IF.

      ******************************************************************
      *                    020-ABRIR-PAGO                              *
      *   UNA LLAVE QUE YA TIENE UN AJUSTE 'A' POSITIVO NO SE VUELVE   *
      *   A SANCIONAR: LA CORRIDA ES RE-EJECUTABLE SIN DUPLICAR MULTAS *
      ******************************************************************
       020-ABRIR-PAGO.
           MOVE W03-CLIENTE    TO ANT-CLIENTE W02-CLIENTE
           MOVE W02-CONTRATO   TO ANT-CONTRATO
           MOVE W02-FECHA-MOV  TO ANT-FECHA-MOV
           MOVE W02-MONEDA     TO ANT-MONEDA
           MOVE ZEROS          TO WS-SANCION-PAGO
           SET SI-PAGO-ABIERTO TO TRUE
           SET NO-YA-LIQUIDADO TO TRUE

           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-CONT-EXISTE
               FROM   PRDTW02
               WHERE  W02_CLIENTE   = :W02-CLIENTE
               AND    W02_CONTRATO  = :W02-CONTRATO
               AND    W02_FECHA_MOV = :W02-FECHA-MOV
               AND    W02_TIPO_MOV  = 'A'
               AND    W02_VALOR_NUM > 0
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE NOT EQUAL ZEROS
                   DISPLAY 'ERROR SELECT PRDTW02 SQLCODE ' SQLCODE
                   SET SI-ERROR-PROCESO TO TRUE
                   SET SI-YA-LIQUIDADO  TO TRUE
              WHEN WS-CONT-EXISTE > ZEROS
                   ADD 1 TO WS-YA-LIQUIDADAS
                   SET SI-YA-LIQUIDADO  TO TRUE
           END-EVALUATE.

       022-CALCULAR-ATRASO.
           MOVE W03-FECHA TO WS-FECHA-PARTES
           PERFORM 028-CALCULAR-DIA-JULIANO

      ******************************************************************
      *                  024-LIQUIDAR-SANCION                          *
      *   LA SANCION DE LA FECHA SE CALCULA SOBRE LO QUE EL PAGO LE    *
      *   APLICO Y SE ACUMULA EN EL PAGO (VER 027-CERRAR-PAGO)         *
      ******************************************************************
       024-LIQUIDAR-SANCION.
           IF SI-YA-LIQUIDADO
              MOVE 'YA LIQUIDADA' TO DET-RESULTADO
              MOVE ZEROS          TO WS-VALOR-SANCION
              PERFORM 026-ESCRIBIR-DETALLE
           ELSE
              COMPUTE WS-VALOR-SANCION ROUNDED =
                      APL-VALOR * TAR-TASA / 100
              ADD WS-VALOR-SANCION TO WS-SANCION-PAGO
              MOVE 'SANCIONADA'   TO DET-RESULTADO
              PERFORM 026-ESCRIBIR-DETALLE
           END-IF.

      ******************************************************************
      *                  027-CERRAR-PAGO                               *
      *   UNA SOLA TRANSACCION 'A' POR PAGO CON LA SUMA DE LAS         *
      *   SANCIONES DE LAS FECHAS QUE CUBRIO TARDE                     *
      ******************************************************************
       027-CERRAR-PAGO.
           SET NO-PAGO-ABIERTO TO TRUE
           IF NO-YA-LIQUIDADO AND WS-SANCION-PAGO > ZEROS
              MOVE WS-SANCION-PAGO TO WS-VALOR-SANCION
              PERFORM 025-GRABAR-TRANSACCION
              ADD 1 TO WS-SANCIONES
           END-IF.

      *    LA SANCION VIAJA COMO ALTA TIPO 'A' CON LA FECHA DEL PAGO
      *    TARDIO, POR EL MISMO CAMINO PE3C0029/PE3C0022 DE CUALQUIER
       025-GRABAR-TRANSACCION.
           INITIALIZE REG-TRANSAC
           SET TRX-OP-ALTA         TO TRUE
           MOVE ANT-CLIENTE        TO TRX-CLIENTE
           MOVE ANT-CONTRATO       TO TRX-CONTRATO
           MOVE ANT-FECHA-MOV      TO TRX-FECHA-MOV
           MOVE WS-VALOR-SANCION   TO WS-VALOR-TEXTO
           MOVE WS-VALOR-TEXTO     TO TRX-VALOR
           MOVE WS-VALOR-SANCION   TO TRX-VALOR-NUM
           MOVE 'A'                TO TRX-TIPO-MOV
           MOVE ANT-MONEDA         TO TRX-MONEDA
           MOVE 'PE3C0067'         TO TRX-ORIGEN
           WRITE REG-TRANSAC
           IF WS-ESTADO-SAN NOT = '00'
               CLOSE CURSOR_1
           END-EXEC

           IF SI-PAGO-ABIERTO
              PERFORM 027-CERRAR-PAGO
           END-IF

           MOVE WS-PAGOS-TARDIOS TO RES-TARDIOS
           MOVE WS-SANCIONES     TO RES-SANCIONES
           MOVE WS-SIN-TASA      TO RES-SIN-TASA
