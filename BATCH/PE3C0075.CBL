      *                         DESCRIPCION:
      *           CARTAS DE COBRANZA: RECORRE LA MISMA POBLACION DEL
      *           ENVEJECIMIENTO DE PE3C0036 (FECHAS ACTIVAS DE
      *           PRDTW03 YA VENCIDAS SIN COBERTURA TOTAL DE PE3C0098),
      *           LA AGRUPA POR CLIENTE Y ARMA EN CARTAS UN ARCHIVO
      *           LISTO PARA EL BURO DE IMPRESION: IDENTIFICACION
      *           DEL CLIENTE (MAESTRA PRDTWCLI), OFICINA (PRDTWOFI,
      *           RESUELTA DEL CONTRATO DEL ULTIMO MOVIMIENTO DEL
      *           CLIENTE), LAS FECHAS VENCIDAS CON EL NOMBRE DEL
      *           PRODUCTO Y EL SALDO PENDIENTE DE LA FECHA (VALOR
      *           ESPERADO MENOS LO APLICADO), Y UN TEXTO QUE ESCALA
      *           CON EL TRAMO DE LA DEUDA MAS VIEJA. LAS SUCURSALES
      *           DEJAN DE RETECLEAR EL LISTADO DE ENVEJECIMIENTO
      *           EN CARTAS DE WORD
      *                    MODIFICACIONES                              *
      ******************************************************************
      *   02/SEP/2026  FAMB  PROGRAMA NUEVO                            *
      *   15/OCT/2026  FAMB  POBLACION Y VALOR DE LA CARTA DESDE LA    *
      *                      APLICACION DE PAGOS PE3C0098: FECHAS SIN  *
      *                      COBERTURA TOTAL Y SU SALDO PENDIENTE      *
      *   15/OCT/2026  FAMB  REFERENCIA DE PAGO CON DIGITO DE          *
      *                      VERIFICACION (PE3C0104) EN CADA FECHA     *
      *                      VENCIDA, PARA PAGAR EN CORRESPONSALES     *
      *   15/OCT/2026  FAMB  SIN CARTA PARA CLIENTE/PRODUCTO CON       *
      *                      ACUERDO DE PAGO VIGENTE (PRDTWACU)        *
      *   15/OCT/2026  FAMB  SIN CARTA PARA FECHA CON RECLAMO ABIERTO  *
      *                      (PRDTWDIS, PE3C0112)                      *
      *   15/OCT/2026  FAMB  DIRECCION INVALIDADA POR CARTAS DEVUELTAS *
      *                      (PE3C0139/PE3C0140): LA CARTA SE ENTREGA  *
      *                      EN LA OFICINA DEL CLIENTE                 *
      *   15/OCT/2026  FAMB  LAS CARTAS DE CADA OFICINA SE REGISTRAN   *
      *                      EN PRDTWRDO (PE3C0160) PARA EL PAQUETE DE *
      *                      DISTRIBUCION DE LA OFICINA                *
      ******************************************************************
      *                      ENVIRONMENT DIVISION                      *
      ******************************************************************
       01 CONTADORES.
          05 WS-VENCIDAS-LEIDAS          PIC 9(09) VALUE ZEROS.
          05 WS-CARTAS-GENERADAS         PIC 9(09) VALUE ZEROS.
          05 WS-SIN-REFERENCIA           PIC 9(09) VALUE ZEROS.
          05 WS-ENTREGA-OFICINA          PIC 9(09) VALUE ZEROS.
          05 WS-SIN-OFICINA              PIC 9(09) VALUE ZEROS.
      *    RENGLONES Y SALDO PENDIENTE DE LA CARTA EN CURSO
          05 WS-LINEAS-CARTA             PIC S9(9) COMP VALUE ZEROS.
          05 WS-VALOR-CARTA              PIC S9(13)V99 COMP-3
                                                   VALUE ZEROS.
      ******************************************************************
      *                          CONSTANTES                            *
      ******************************************************************
           05 W03-CLIENTE                       PIC X(8).
           05 W03-PRODUCTO                      PIC XX.
           05 W03-FECHA                         PIC X(10).
           05 W03-VALOR-ESPERADO                PIC S9(9)V99 COMP-3.
           05 W03-VALOR-APLICADO                PIC S9(9)V99 COMP-3.

       01 PRDTW02.
           05 W02-CONTRATO                      PIC X(18).
             'AVISO URGENTE: REGULARICE SU PAGO'.
          05 CTE-TEXTO-TRAMO-4  PIC X(40) VALUE
             'AVISO PREJURIDICO POR MORA SUPERIOR A 90'.
      *    VA EN LUGAR DE LA DIRECCION CUANDO LAS CARTAS DEVUELTAS LA
      *    INVALIDARON O ESTA EN BLANCO: EL BURO LA MANDA A LA OFICINA
      *    DE LA CARTA
          05 CTE-ENTREGA-OFICINA PIC X(40) VALUE
             'SIN DIRECCION VALIDA - ENTREGAR EN OFIC.'.

       01 WS-LINEA-SEPARADOR.
          05 FILLER             PIC X(60) VALUE ALL '='.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 CAR-DIAS           PIC ZZZZZZZ9.
          05 FILLER             PIC X(5)  VALUE ' DIAS'.
          05 FILLER             PIC X(7)  VALUE '  REF. '.
          05 CAR-REF-PAGO       PIC X(12).

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE REFERENCIAS DE PAGO PE3C0104        *
      ******************************************************************
       COPY PE3CORPG.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE CANAL DE CONTACTO PE3C0140          *
      ******************************************************************
       COPY PE3COVCT.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE REGISTRO DE REPORTES POR OFICINA    *
      *   PE3C0160 (MANIFIESTO DEL PAQUETE DE DISTRIBUCION)            *
      ******************************************************************
       COPY PE3CORDO.

           EXEC SQL
               INCLUDE SQLCA
               INCLUDE PETCWPRD
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOACU
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOAPL
           END-EXEC.

           EXEC SQL
               INCLUDE PETCODIS
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: FECHAS ACTIVAS VENCIDAS SIN COBERTURA        **
      ******   TOTAL, AGRUPABLES POR CLIENTE (MISMA POBLACION DE      **
      ******   PE3C0036). UNA FECHA CON RECLAMO ABIERTO, SOBRE ELLA   **
      ******   O SOBRE UN PAGO APLICADO A ELLA, NO SE COBRA           **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT W03_CLIENTE, W03_PRODUCTO, W03_FECHA,
                      W03_VALOR_ESPERADO, W03_VALOR_APLICADO
               FROM PRDTW03
               WHERE W03_ESTADO     = 'A'
               AND   W03_FECHA      < :WS-FECHA-PROCESO
               AND   W03_COBERTURA <> 'T'
               AND   NOT EXISTS
                     (SELECT 1 FROM PRDTWACU G
                      WHERE G.ACU_CLIENTE  = PRDTW03.W03_CLIENTE
                      AND   G.ACU_PRODUCTO = PRDTW03.W03_PRODUCTO
                      AND   G.ACU_ESTADO   = 'V')
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
               ORDER BY W03_CLIENTE, W03_FECHA
               FOR FETCH ONLY
           END-EXEC.
           PERFORM 028-CALCULAR-DIA-JULIANO
           MOVE JUL-RESULTADO TO WS-DIA-PROCESO

      *    LAS CARTAS SE REGISTRAN SUMANDO CARTA POR CARTA: UNA
      *    RECORRIDA DE LA FECHA EMPIEZA BORRANDO LO YA REGISTRADO
           INITIALIZE CAI-PE9CRDO0
           SET RDO0-ACC-BORRAR     TO TRUE
           MOVE WS-FECHA-PROCESO   TO RDO0-FECHA
           MOVE 'PE3C0075'         TO RDO0-PROGRAMA
           CALL 'PE3C0160' USING CAI-PE9CRDO0
           IF RDO0-COD-RET NOT = '00'
              DISPLAY 'ERROR LIMPIANDO PRDTWRDO (PE3C0160) COD '
                      RDO0-COD-RET ' SQLCODE ' RDO0-MAS-SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           EXEC SQL
               OPEN CURSOR_1
           END-EXEC
       021-FETCH-CURSOR-1.
           EXEC SQL
               FETCH CURSOR_1
               INTO :W03-CLIENTE, :W03-PRODUCTO, :W03-FECHA,
                    :W03-VALOR-ESPERADO, :W03-VALOR-APLICADO
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
           IF SQLCODE NOT EQUAL ZEROS
              MOVE 'CLIENTE NO REGISTRADO' TO CLI-NOMBRE
              MOVE SPACES TO CLI-DOCUMENTO CLI-DIRECCION
           ELSE
              PERFORM 027-VALIDAR-DIRECCION
           END-IF

           PERFORM 024-BUSCAR-OFICINA-CLIENTE
                   MOVE CTE-TEXTO-TRAMO-4 TO CAR-TEXTO
           END-EVALUATE

           MOVE ZEROS TO WS-LINEAS-CARTA WS-VALOR-CARTA
           MOVE WS-LINEA-SEPARADOR TO REG-CARTAS
           PERFORM 99-ESCRIBIR
           MOVE W03-CLIENTE    TO CAR-CLIENTE
      ******************************************************************
      *                  025-ESCRIBIR-VENCIDA                          *
      *   RENGLON POR FECHA VENCIDA CON EL NOMBRE DEL PRODUCTO Y EL    *
      *   SALDO PENDIENTE DE LA FECHA (ESPERADO MENOS APLICADO); UNA   *
      *   FECHA SIN VALOR ESPERADO DECLARADO SIGUE MOSTRANDO EL ULTIMO *
      *   MOVIMIENTO 'N' DEL CLIENTE/PRODUCTO COMO REFERENCIA          *
      ******************************************************************
       025-ESCRIBIR-VENCIDA.
           IF W03-PRODUCTO NOT = WS-PRODUCTO-ANTERIOR
              END-IF
           END-IF

           IF W03-VALOR-ESPERADO > ZEROS
              COMPUTE W02-VALOR-NUM =
                      W03-VALOR-ESPERADO - W03-VALOR-APLICADO
           ELSE
              PERFORM 0251-BUSCAR-ULTIMO-PAGO
           END-IF

           MOVE W03-FECHA     TO CAR-FECHA
           MOVE W03-PRODUCTO  TO CAR-PRODUCTO
           MOVE PRD-NOMBRE    TO CAR-PRD-NOMBRE
           MOVE W02-VALOR-NUM TO CAR-VALOR
           ADD W02-VALOR-NUM  TO WS-VALOR-CARTA
           MOVE WS-EDAD-DIAS  TO CAR-DIAS
           PERFORM 0252-OBTENER-REFERENCIA
           MOVE WS-LINEA-VENCIDA TO REG-CARTAS
           PERFORM 99-ESCRIBIR.

       0251-BUSCAR-ULTIMO-PAGO.
           MOVE ZEROS TO W02-VALOR-NUM
           EXEC SQL
               SELECT W02_VALOR_NUM
           IF SQLCODE NOT = ZEROS AND SQLCODE NOT = +100
              DISPLAY 'ERROR SELECT PRDTW02 SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO TO TRUE
           END-IF.

      *    LA REFERENCIA IDENTIFICA CLIENTE, CONTRATO Y FECHA; SIN
      *    CONTRATO VIGENTE DEL PRODUCTO LA FECHA SALE SIN REFERENCIA
       0252-OBTENER-REFERENCIA.
           INITIALIZE CAI-PE9CRPG0
           SET RPG0-OP-GENERAR  TO TRUE
           MOVE W03-CLIENTE     TO RPG0-CLIENTE
           MOVE W03-PRODUCTO    TO RPG0-PRODUCTO
           MOVE W03-FECHA       TO RPG0-FECHA

           CALL 'PE3C0104' USING CAI-PE9CRPG0

           EVALUATE RPG0-COD-RET
              WHEN '00'
                   MOVE RPG0-REFERENCIA TO CAR-REF-PAGO
              WHEN '56'
                   MOVE SPACES          TO CAR-REF-PAGO
                   ADD 1 TO WS-SIN-REFERENCIA
              WHEN OTHER
                   DISPLAY 'ERROR PE3C0104 ' RPG0-COD-RET ' '
                           RPG0-ERROR1 ' ' RPG0-MAS-SQLCODE
                   MOVE SPACES          TO CAR-REF-PAGO
                   ADD 1 TO WS-SIN-REFERENCIA
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

       026-CERRAR-CARTA.
           MOVE WS-LINEA-SEPARADOR TO REG-CARTAS
           PERFORM 99-ESCRIBIR
           SET NO-CARTA-ABIERTA TO TRUE
           ADD 1 TO WS-CARTAS-GENERADAS
           PERFORM 0261-REGISTRAR-CARTA.

      *    LA CARTA SUMA SUS RENGLONES Y SU SALDO PENDIENTE A LO
      *    REGISTRADO PARA SU OFICINA; LA CARTA SIN OFICINA NO VA EN
      *    NINGUN PAQUETE (SOLO LA RECIBE EL BURO)
       0261-REGISTRAR-CARTA.
           IF CAR-OFICINA = SPACES
              ADD 1 TO WS-SIN-OFICINA
           ELSE
              INITIALIZE CAI-PE9CRDO0
              SET RDO0-ACC-SUMAR     TO TRUE
              MOVE WS-FECHA-PROCESO  TO RDO0-FECHA
              MOVE CAR-OFICINA       TO RDO0-OFICINA
              MOVE 'CARTAS'          TO RDO0-REPORTE RDO0-DATASET
              MOVE 'PE3C0075'        TO RDO0-PROGRAMA
              MOVE WS-LINEAS-CARTA   TO RDO0-REGISTROS
              MOVE WS-VALOR-CARTA    TO RDO0-TOTAL
              CALL 'PE3C0160' USING CAI-PE9CRDO0
              IF RDO0-COD-RET NOT = '00'
                 DISPLAY 'AVISO: PE3C0160 ' RDO0-COD-RET ' '
                         RDO0-ERROR1 ' ' CAR-CLIENTE
              END-IF
           END-IF.

      ******************************************************************
      *                028-CALCULAR-DIA-JULIANO                        *
      *   NUMERO DE DIA JULIANO DE WS-FECHA-PARTES, CON DIVISIONES     *
      *   ENTERAS EXPLICITAS PARA GARANTIZAR EL TRUNCAMIENTO           *
      ******************************************************************
      ******************************************************************
      *                 027-VALIDAR-DIRECCION                          *
      *   UNA DIRECCION QUE EL BURO DEVOLVIO LAS VECES DE PE3C0139 NO  *
      *   SE VUELVE A USAR HASTA QUE LA SUCURSAL LA CORRIJA: LA CARTA  *
      *   SALE IGUAL, PARA ENTREGAR EN LA OFICINA. SI LA RUTINA FALLA  *
      *   LA CARTA VA A LA DIRECCION, COMO ANTES                       *
      ******************************************************************
       027-VALIDAR-DIRECCION.
           INITIALIZE CAI-PE9CVCT0
           MOVE W03-CLIENTE     TO VCT0-CLIENTE
           MOVE 'D'             TO VCT0-CANAL
           MOVE CLI-DIRECCION   TO VCT0-DIRECCION

           CALL 'PE3C0140' USING CAI-PE9CVCT0

           EVALUATE TRUE
              WHEN VCT0-COD-RET NOT = '00'
                   DISPLAY 'ERROR PE3C0140 ' VCT0-COD-RET ' '
                           VCT0-ERROR1 ' ' VCT0-MAS-SQLCODE
                   SET SI-ERROR-PROCESO TO TRUE
              WHEN VCT0-ENVIO-LLAMADA
                   MOVE CTE-ENTREGA-OFICINA TO CLI-DIRECCION
                   ADD 1 TO WS-ENTREGA-OFICINA
           END-EVALUATE.

       028-CALCULAR-DIA-JULIANO.
           COMPUTE JUL-A = (14 - FEC-MES) / 12
           COMPUTE JUL-ANO = FEC-ANO + 4800 - JUL-A
              DISPLAY 'ERROR WRITE ARCHIVO CARTAS ' WS-ESTADO-CAR
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-LINEAS-CARTA.

      ******************************************************************
      *                        03-FINAL                                *

           DISPLAY 'FECHAS VENCIDAS LEIDAS : ' WS-VENCIDAS-LEIDAS
           DISPLAY 'CARTAS GENERADAS       : ' WS-CARTAS-GENERADAS
           DISPLAY 'FECHAS SIN REFERENCIA  : ' WS-SIN-REFERENCIA
           DISPLAY 'ENTREGA EN OFICINA     : ' WS-ENTREGA-OFICINA
           DISPLAY 'CARTAS SIN OFICINA     : ' WS-SIN-OFICINA

           CLOSE CARTAS

