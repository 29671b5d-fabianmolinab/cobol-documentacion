      *           VALOR ABSOLUTO). EL REGISTRO DE CONTROL FINAL
      *           PRUEBA QUE DEBITOS = CREDITOS; UN MOVIMIENTO SIN
      *           CUENTA EN EL MAPA RETIENE EL COMPROBANTE (RC 8)
      *           PARA QUE CONTABILIDAD NO RECIBA UN ARCHIVO COJO.
      *           LOS MOVIMIENTOS SOBRE CONTRATOS CASTIGADOS (PE3C0108)
      *           SON RECUPERACIONES: VAN A LAS CUENTAS DEL TIPO 'Y'
      *           DEL MAPA Y SE LISTAN APARTE PARA FINANZAS.
      *           CADA ASIENTO LLEVA SU NUMERO DE LINEA Y QUEDA
      *           REGISTRADO CON EL COMPROBANTE EN PRDTWCPB/PRDTWCPL
      *           PARA CRUZAR LA RESPUESTA DEL MAYOR (PE3C0126)
      *                         ============                           *
      ******************************************************************

      *                    MODIFICACIONES                              *
      ******************************************************************
      *   02/SEP/2026  FAMB  PROGRAMA NUEVO                            *
      *   15/OCT/2026  FAMB  PAGOS Y REVERSOS SOBRE CONTRATO CASTIGADO *
      *                      ('K') SE ASIENTAN COMO RECUPERACION (TIPO *
      *                      'Y' DE PRDTWCTA) Y SE REPORTAN APARTE     *
      *   15/OCT/2026  FAMB  NUMERO DE LINEA EN EL ASIENTO, ORIGEN EN  *
      *                      LA CABECERA Y REGISTRO DEL COMPROBANTE Y  *
      *                      SUS LINEAS EN PRDTWCPB/PRDTWCPL           *
      *   15/OCT/2026  FAMB  COMMIT CADA N MOVIMIENTOS CON PUNTO DE    *
      *                      CONTROL EN PRDTWCKP (PE3C0131); EL        *
      *                      REINICIO SIGUE DESDE EL ULTIMO MOVIMIENTO *
      *                      CONFIRMADO CON LOS TOTALES DEL CONTROL    *
      ******************************************************************
      *                      ENVIRONMENT DIVISION                      *
      ******************************************************************
      *****************ARCHIVO DE SALIDA DEL REPORTE*********************
           SELECT SALIDA    ASSIGN TO SALIDA
                            FILE STATUS IS WS-ESTADO.
      *******ASIENTOS Y REPORTE DE LA CORRIDA INTERRUMPIDA (REINICIO)***
           SELECT CONANT    ASSIGN TO CONANT
                            FILE STATUS IS WS-ESTADO-ANT.
           SELECT SALANT    ASSIGN TO SALANT
                            FILE STATUS IS WS-ESTADO-ANT.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
           05 CNT-RESTO                         PIC X(70).
           05 CNT-CABECERA REDEFINES CNT-RESTO.
              10 CNT-CAB-FECHA-PROCESO          PIC X(10).
              10 CNT-CAB-ORIGEN                 PIC X(8).
              10 FILLER                         PIC X(52).
           05 CNT-DETALLE REDEFINES CNT-RESTO.
              10 CNT-CUENTA                     PIC X(10).
              10 CNT-NATURALEZA                 PIC X(1).
              10 CNT-OFICINA                    PIC X(4).
              10 CNT-TIPO-MOV                   PIC X(1).
              10 CNT-ID-MOV                     PIC 9(13).
              10 CNT-LINEA                      PIC 9(7).
              10 FILLER                         PIC X(15).
           05 CNT-CONTROL REDEFINES CNT-RESTO.
              10 CNT-CTL-CANT-ASIENTOS          PIC 9(9).
              10 CNT-CTL-TOTAL-DEBITO           PIC S9(13)V99 COMP-3.
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-SALIDA             PIC X(100).

       FD  CONANT
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-CONANT             PIC X(71).

       FD  SALANT
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-SALANT             PIC X(100).
      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************
      ******************************************************************
       01 WS-ESTADO                      PIC XX    VALUE '00'.
       01 WS-ESTADO-CON                  PIC XX    VALUE '00'.
       01 WS-ESTADO-ANT                  PIC XX    VALUE '00'.
      ******************************************************************
      *                           SWITCHES                             *
      ******************************************************************
           05 SW-ERROR-PROCESO       PIC X       VALUE 'N'.
             88 SI-ERROR-PROCESO                 VALUE 'S'.
             88 NO-ERROR-PROCESO                 VALUE 'N'.
           05 SW-REINICIO            PIC X       VALUE 'N'.
             88 SI-REINICIO                      VALUE 'S'.
             88 NO-REINICIO                      VALUE 'N'.
           05 SW-FIN-ANT             PIC X       VALUE 'N'.
             88 SI-FIN-ANT                       VALUE 'S'.
             88 NO-FIN-ANT                       VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
          05 WS-MOVIMIENTOS              PIC 9(09) VALUE ZEROS.
          05 WS-ASIENTOS                 PIC 9(09) VALUE ZEROS.
          05 WS-SIN-CUENTA               PIC 9(09) VALUE ZEROS.
          05 WS-RECUPERACIONES           PIC 9(09) VALUE ZEROS.
          05 WS-TOTAL-RECUPERADO         PIC S9(13)V99 COMP-3
                                                   VALUE ZEROS.
          05 WS-TOTAL-DEBITO             PIC S9(13)V99 COMP-3
                                                   VALUE ZEROS.
          05 WS-TOTAL-CREDITO            PIC S9(13)V99 COMP-3
                                                   VALUE ZEROS.
          05 WS-LINEAS-CONTABLE          PIC 9(09) VALUE ZEROS.
          05 WS-LINEAS-SALIDA            PIC 9(09) VALUE ZEROS.
          05 WS-LINEAS-COPIADAS          PIC 9(09) VALUE ZEROS.
          05 WS-SIN-CONFIRMAR            PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                          CONSTANTES                            *
      ******************************************************************
       01 WS-CONSTANTES.
          05 CTE-LONG-MAX-PARM           PIC 9(02) VALUE 18.
          05 WS-LONG-NUM                 PIC 9(02) VALUE ZEROS.
      *    INTERVALO DE COMMIT EN MOVIMIENTOS (DEL PARM; 500 POR
      *    DEFECTO)
          05 WS-INTERVALO-COMMIT         PIC 9(05) VALUE 00500.
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
             88 W02-TIPO-REVERSO                    VALUE 'R'.
           05 W02-ID-MOV                        PIC S9(13) COMP-3.

      *    ESTADO DEL CONTRATO EN PRDTWCON (EN BLANCO SI NO REGISTRA)
       01 WS-ESTADO-CONTRATO                    PIC X(1).
           88 CONTRATO-CASTIGADO                    VALUE 'K'.

       01 WS-LLAVE-CONTRATO.
           05 WS-CON-OFICINA             PIC X(4).
           05 WS-CON-PRODUCTO            PIC X(2).
       01 WS-VALOR-ASIENTO               PIC S9(11)V99 COMP-3
                                                   VALUE ZEROS.

      *    EL CURSOR ARRANCA DESPUES DE ESTE MOVIMIENTO: EL ULTIMO
      *    CONFIRMADO EN REINICIO, LOW-VALUES EN UNA CORRIDA NUEVA
       01 WS-MOV-DESDE.
           05 DES-CONTRATO               PIC X(18) VALUE LOW-VALUES.
           05 DES-ID-MOV                 PIC S9(13) COMP-3 VALUE ZEROS.

      *    COMPROBANTE Y LINEAS REGISTRADOS PARA LA RESPUESTA DEL MAYOR
       01 PRDTW-CPB.
           05 CPB-FECHA                  PIC X(10).
           05 CPB-ORIGEN                 PIC X(8)  VALUE 'PE3C0069'.
           05 CPB-CANT-LINEAS            PIC S9(9) COMP.
           05 CPB-TOTAL-DEBITO           PIC S9(13)V99 COMP-3.
           05 CPB-TOTAL-CREDITO          PIC S9(13)V99 COMP-3.
           05 CPB-ESTADO                 PIC X(1)  VALUE 'E'.
             88 CPB-ENVIADO                        VALUE 'E'.
             88 CPB-RETENIDO                       VALUE 'H'.

       01 PRDTW-CPL.
           05 CPL-LINEA                  PIC S9(9) COMP.
           05 CPL-CUENTA                 PIC X(10).
           05 CPL-NATURALEZA             PIC X(1).
           05 CPL-VALOR                  PIC S9(11)V99 COMP-3.
           05 CPL-FECHA-MOV              PIC X(10).
           05 CPL-PRODUCTO               PIC X(2).
           05 CPL-OFICINA                PIC X(4).
           05 CPL-TIPO-MOV               PIC X(1).
           05 CPL-ID-MOV                 PIC S9(13) COMP-3.

      *    LLAVE DEL PUNTO DE CONTROL EN FORMATO DE PANTALLA
       01 WS-LLAVE-CKP.
           05 LLC-CONTRATO               PIC X(18).
           05 LLC-ID-MOV                 PIC 9(13).

       01 WS-DETALLE.
          05 FILLER                    PIC X(12) VALUE 'SIN CUENTA: '.
          05 DET-PRODUCTO              PIC X(2).
          05 FILLER                    PIC X(10) VALUE '  ID-MOV ='.
          05 DET-ID-MOV                PIC 9(13).

       01 WS-DETALLE-RECUPERACION.
          05 FILLER                    PIC X(14) VALUE 'RECUPERACION: '.
          05 DRE-CONTRATO              PIC X(18).
          05 FILLER                    PIC X(10) VALUE '  ID-MOV ='.
          05 DRE-ID-MOV                PIC 9(13).
          05 FILLER                    PIC X(9)  VALUE '  VALOR ='.
          05 DRE-VALOR                 PIC -ZZZ,ZZZ,ZZ9.99.

       01 WS-TITULO1.
          05 FILLER             PIC X(30) VALUE
                                 'COMPROBANTE CONTABLE DIARIO - '.
          05 FILLER                   PIC X(13) VALUE ' SIN CUENTA ='.
          05 RES-SIN-CUENTA            PIC ZZZZZZZZ9.

       01 WS-RESUMEN-RECUPERACION.
          05 FILLER                   PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(16) VALUE
                                       'RECUPERACIONES ='.
          05 RES-RECUPERACIONES        PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(16) VALUE
                                       ' VALOR NETO    ='.
          05 RES-RECUPERADO            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
               INCLUDE PETCOCTA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCON
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCPB
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCPL
           END-EXEC.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA COMUN DE CHECKPOINT PE3C0131. EN ESTE  *
      *   PROGRAMA LA LLAVE ES EL ULTIMO MOVIMIENTO (CONTRATO/ID);     *
      *   CONTADOR 1 MOVIMIENTOS, 2 ASIENTOS, 3 SIN CUENTA, 4          *
      *   RECUPERACIONES, 5 LINEAS CONTABLE, 6 LINEAS SALIDA, 7 MARCA  *
      *   DE ERROR (1 = HUBO ERROR); HASH 1 TOTAL DEBITO, 2 TOTAL      *
      *   CREDITO, 3 VALOR RECUPERADO                                  *
      ******************************************************************
       COPY PE3COCKP.

      ******************************************************************
      ******   CURSOR_1: ACTIVIDAD DE PRDTW02 DE LA FECHA DEL PARM,   **
      ******   CON EL ESTADO DEL CONTRATO PARA SEPARAR RECUPERACIONES **
      ******   EN ORDEN DE CONTRATO E ID, DESDE EL ULTIMO CONFIRMADO; **
      ******   WITH HOLD PARA SOBREVIVIR A LOS COMMIT DE CADA PUNTO   **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR WITH HOLD FOR
               SELECT W02_FECHA_MOV, W02_CONTRATO, W02_VALOR_NUM,
                      W02_TIPO_MOV, W02_ID_MOV,
                      VALUE((SELECT C.CON_ESTADO
                             FROM PRDTWCON C
                             WHERE C.CON_CONTRATO = W02_CONTRATO), ' ')
               FROM PRDTW02
               WHERE W02_FECHA_MOV = :W02-FECHA-MOV
               AND  (W02_CONTRATO > :DES-CONTRATO
                 OR (W02_CONTRATO = :DES-CONTRATO
                 AND W02_ID_MOV   > :DES-ID-MOV))
               ORDER BY W02_CONTRATO, W02_ID_MOV
               FOR FETCH ONLY
           END-EXEC.

           05 PARM-LONG                         PIC X(02).
      *    FECHA DEL DIA A CONTABILIZAR, YYYY-MM-DD
           05 PARM-FECHA-PROCESO                PIC X(10).
      *    COMMIT CADA N MOVIMIENTOS; EN CERO/BLANCO APLICA 500
           05 PARM-INTERVALO-COMMIT             PIC X(05).
      *    'R' = REINICIO DESDE EL ULTIMO MOVIMIENTO CONFIRMADO; LOS
      *    ARCHIVOS DE LA CORRIDA INTERRUMPIDA VAN EN CONANT/SALANT
           05 PARM-MODO-REINICIO                PIC X(01).
             88 PARM-REINICIO                       VALUE 'R'.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       01-INICIO.
           PERFORM 010-VALIDAR-PARM
           PERFORM 012-LEER-PUNTO-CONTROL

           OPEN OUTPUT CONTABLE
           IF WS-ESTADO-CON NOT = '00' AND NOT = '97'
              STOP RUN
           END-IF

           MOVE PARM-FECHA-PROCESO TO CPB-FECHA

      *    EN REINICIO LAS LINEAS YA CONFIRMADAS EN PRDTWCPL SE
      *    CONSERVAN: SOLO SE LIMPIA EL COMPROBANTE EN UNA CORRIDA
      *    NUEVA
           IF SI-REINICIO
              PERFORM 013-COPIAR-ARCHIVOS
           ELSE
              MOVE PARM-FECHA-PROCESO TO TIT-FECHA
              MOVE WS-TITULO1 TO REG-SALIDA
              PERFORM 99-ESCRIBIR

              PERFORM 011-LIMPIAR-COMPROBANTE

              INITIALIZE REG-CONTABLE
              SET CNT-REG-CABECERA    TO TRUE
              MOVE PARM-FECHA-PROCESO TO CNT-CAB-FECHA-PROCESO
              MOVE CPB-ORIGEN         TO CNT-CAB-ORIGEN
              PERFORM 98-ESCRIBIR-CONTABLE
           END-IF

           MOVE PARM-FECHA-PROCESO TO W02-FECHA-MOV
           EXEC SQL
              DISPLAY 'FECHA DE PROCESO INVALIDA'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-LONG-NUM > 12
              AND PARM-INTERVALO-COMMIT IS NUMERIC
              AND PARM-INTERVALO-COMMIT NOT = ZEROS
                MOVE PARM-INTERVALO-COMMIT TO WS-INTERVALO-COMMIT
           END-IF
           IF WS-LONG-NUM < CTE-LONG-MAX-PARM
              MOVE SPACE TO PARM-MODO-REINICIO
           END-IF.

      ******************************************************************
      *                  011-LIMPIAR-COMPROBANTE                       *
      *   UN REPROCESO DE LA FECHA REEMPLAZA EL COMPROBANTE ANTERIOR   *
      *   CON SUS LINEAS: EL MAYOR RECIBE Y RESPONDE EL NUEVO ARCHIVO  *
      ******************************************************************
       011-LIMPIAR-COMPROBANTE.
           EXEC SQL
               DELETE FROM PRDTWCPL
               WHERE CPL_FECHA  = :CPB-FECHA
               AND   CPL_ORIGEN = :CPB-ORIGEN
           END-EXEC
           IF SQLCODE NOT = ZEROS AND NOT = +100
              DISPLAY 'ERROR DELETE PRDTWCPL SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           EXEC SQL
               DELETE FROM PRDTWCPB
               WHERE CPB_FECHA  = :CPB-FECHA
               AND   CPB_ORIGEN = :CPB-ORIGEN
           END-EXEC
           IF SQLCODE NOT = ZEROS AND NOT = +100
              DISPLAY 'ERROR DELETE PRDTWCPB SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *                 012-LEER-PUNTO-CONTROL                         *
      *   UN PUNTO 'E' EN PRDTWCKP ES UN COMPROBANTE INTERRUMPIDO DE   *
      *   LA MISMA FECHA: SOLO SE RETOMA EN MODO 'R', Y SIN 'R' NO SE  *
      *   ARRANCA DE CERO ENCIMA DE EL                                 *
      ******************************************************************
       012-LEER-PUNTO-CONTROL.
           INITIALIZE CAI-PE9CCKP0
           SET CKP0-LEER              TO TRUE
           MOVE 'PE3C0069'            TO CKP0-PROGRAMA
           MOVE PARM-FECHA-PROCESO    TO CKP0-FECHA-PROCESO
           CALL 'PE3C0131' USING CAI-PE9CCKP0

           EVALUATE TRUE
              WHEN CKP0-SIN-PUNTO
                   CONTINUE
              WHEN NOT CKP0-OK
                   DISPLAY 'ERROR LEYENDO PRDTWCKP (PE3C0131) COD '
                           CKP0-COD-RET ' SQLCODE ' CKP0-MAS-SQLCODE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
              WHEN CKP0-EN-CURSO AND PARM-REINICIO
                   SET SI-REINICIO TO TRUE
                   MOVE CKP0-LLAVE(1:31)   TO WS-LLAVE-CKP
                   MOVE LLC-CONTRATO       TO DES-CONTRATO
                   MOVE LLC-ID-MOV         TO DES-ID-MOV
                   MOVE CKP0-CONTADOR (1)  TO WS-MOVIMIENTOS
                   MOVE CKP0-CONTADOR (2)  TO WS-ASIENTOS
                   MOVE CKP0-CONTADOR (3)  TO WS-SIN-CUENTA
                   MOVE CKP0-CONTADOR (4)  TO WS-RECUPERACIONES
                   IF CKP0-CONTADOR (7) > ZEROS
                      SET SI-ERROR-PROCESO TO TRUE
                   END-IF
                   MOVE CKP0-HASH (1)      TO WS-TOTAL-DEBITO
                   MOVE CKP0-HASH (2)      TO WS-TOTAL-CREDITO
                   MOVE CKP0-HASH (3)      TO WS-TOTAL-RECUPERADO
                   DISPLAY 'REINICIO DESPUES DEL MOVIMIENTO '
                           LLC-CONTRATO ' ' LLC-ID-MOV
              WHEN CKP0-EN-CURSO
                   DISPLAY 'COMPROBANTE INTERRUMPIDO EN EL MOVIMIENTO '
                           CKP0-LLAVE(1:31)
                   DISPLAY 'USAR MODO REINICIO (PARM R) PARA CONTINUAR'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
              WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF NO-REINICIO
              INITIALIZE CKP0-DATOS
           END-IF.

      ******************************************************************
      *                  013-COPIAR-ARCHIVOS                           *
      *   LOS ASIENTOS Y LAS LINEAS DE REPORTE CONFIRMADOS (CABECERA   *
      *   Y TITULO INCLUIDOS) PASAN TAL CUAL; LO QUE QUEDO DESPUES DEL *
      *   ULTIMO COMMIT SE DESCARTA PORQUE SE VUELVE A GENERAR         *
      ******************************************************************
       013-COPIAR-ARCHIVOS.
           OPEN INPUT CONANT
           IF WS-ESTADO-ANT NOT = '00'
              DISPLAY 'ERROR ABRIENDO ARCHIVO CONANT ' WS-ESTADO-ANT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 0131-COPIAR-CONTABLE
                   UNTIL WS-LINEAS-CONTABLE NOT < CKP0-CONTADOR (5)
                      OR SI-FIN-ANT
           CLOSE CONANT
           IF WS-LINEAS-CONTABLE < CKP0-CONTADOR (5)
              DISPLAY 'CONANT TRAE MENOS DE ' CKP0-CONTADOR (5)
                      ' ASIENTOS CONFIRMADOS'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           SET NO-FIN-ANT TO TRUE
           OPEN INPUT SALANT
           IF WS-ESTADO-ANT NOT = '00'
              DISPLAY 'ERROR ABRIENDO ARCHIVO SALANT ' WS-ESTADO-ANT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 0132-COPIAR-REPORTE
                   UNTIL WS-LINEAS-SALIDA NOT < CKP0-CONTADOR (6)
                      OR SI-FIN-ANT
           CLOSE SALANT
           IF WS-LINEAS-SALIDA < CKP0-CONTADOR (6)
              DISPLAY 'SALANT TRAE MENOS DE ' CKP0-CONTADOR (6)
                      ' LINEAS CONFIRMADAS'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       0131-COPIAR-CONTABLE.
           READ CONANT
              AT END
                 SET SI-FIN-ANT TO TRUE
              NOT AT END
                 MOVE REG-CONANT TO REG-CONTABLE
                 PERFORM 98-ESCRIBIR-CONTABLE
                 ADD 1 TO WS-LINEAS-COPIADAS
           END-READ
           IF WS-ESTADO-ANT NOT = '00' AND NOT = '10'
              DISPLAY 'ERROR LEYENDO ARCHIVO CONANT ' WS-ESTADO-ANT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       0132-COPIAR-REPORTE.
           READ SALANT
              AT END
                 SET SI-FIN-ANT TO TRUE
              NOT AT END
                 MOVE REG-SALANT TO REG-SALIDA
                 PERFORM 99-ESCRIBIR
                 ADD 1 TO WS-LINEAS-COPIADAS
           END-READ
           IF WS-ESTADO-ANT NOT = '00' AND NOT = '10'
              DISPLAY 'ERROR LEYENDO ARCHIVO SALANT ' WS-ESTADO-ANT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       021-FETCH-CURSOR-1.
           EXEC SQL
               FETCH CURSOR_1
               INTO :W02-FECHA-MOV, :W02-CONTRATO, :W02-VALOR-NUM,
                    :W02-TIPO-MOV, :W02-ID-MOV, :WS-ESTADO-CONTRATO
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
      ******************************************************************
      *                        02-PROCESO                              *
      *   UBICA LA CUENTA DEL MOVIMIENTO EN EL MAPA (PRODUCTO, TIPO Y  *
      *   RANGO DE OFICINAS) Y GENERA EL ASIENTO DOBLE. UN PAGO O SU   *
      *   REVERSO SOBRE CONTRATO CASTIGADO BUSCA LAS CUENTAS DE        *
      *   RECUPERACION ('Y'); LOS AJUSTES CONSERVAN SU TIPO            *
      ******************************************************************
       02-PROCESO.
           MOVE W02-CONTRATO(5:4) TO WS-CON-OFICINA CTA-OFICINA
           MOVE W02-CONTRATO(9:2) TO WS-CON-PRODUCTO CTA-PRODUCTO
           MOVE W02-TIPO-MOV      TO CTA-TIPO-MOV
           IF CONTRATO-CASTIGADO
              AND (W02-TIPO-MOV = 'N' OR W02-TIPO-REVERSO)
                MOVE 'Y'          TO CTA-TIPO-MOV
           END-IF

           EXEC SQL
               SELECT CTA_CUENTA_DEBITO, CTA_CUENTA_CREDITO
           EVALUATE SQLCODE
              WHEN ZEROS
                   PERFORM 022-GENERAR-ASIENTO
                   IF CTA-TIPO-MOV = 'Y'
                      PERFORM 024-REPORTAR-RECUPERACION
                   END-IF
              WHEN +100
                   ADD 1 TO WS-SIN-CUENTA
                   PERFORM 023-REPORTAR-SIN-CUENTA
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE

           ADD 1 TO WS-SIN-CONFIRMAR
           IF WS-SIN-CONFIRMAR NOT < WS-INTERVALO-COMMIT
              SET CKP0-CONFIRMAR TO TRUE
              PERFORM 025-CONFIRMAR-AVANCE
           END-IF

           PERFORM 021-FETCH-CURSOR-1.

      ******************************************************************
           ADD WS-VALOR-ASIENTO TO WS-TOTAL-CREDITO.

       0223-COMPLETAR-Y-GRABAR.
           ADD 1 TO WS-ASIENTOS
           MOVE WS-VALOR-ASIENTO TO CNT-VALOR
           MOVE W02-FECHA-MOV    TO CNT-FECHA
           MOVE WS-CON-PRODUCTO  TO CNT-PRODUCTO
           MOVE WS-CON-OFICINA   TO CNT-OFICINA
           MOVE CTA-TIPO-MOV     TO CNT-TIPO-MOV
           MOVE W02-ID-MOV       TO CNT-ID-MOV
           MOVE WS-ASIENTOS      TO CNT-LINEA
           PERFORM 0224-REGISTRAR-LINEA
           PERFORM 98-ESCRIBIR-CONTABLE.

      *    LA LINEA QUEDA 'E' (ENVIADA) HASTA QUE EL MAYOR RESPONDA
       0224-REGISTRAR-LINEA.
           MOVE CNT-LINEA        TO CPL-LINEA
           MOVE CNT-CUENTA       TO CPL-CUENTA
           MOVE CNT-NATURALEZA   TO CPL-NATURALEZA
           MOVE CNT-VALOR        TO CPL-VALOR
           MOVE CNT-FECHA        TO CPL-FECHA-MOV
           MOVE CNT-PRODUCTO     TO CPL-PRODUCTO
           MOVE CNT-OFICINA      TO CPL-OFICINA
           MOVE CNT-TIPO-MOV     TO CPL-TIPO-MOV
           MOVE W02-ID-MOV       TO CPL-ID-MOV

           EXEC SQL
               INSERT INTO PRDTWCPL
                   (CPL_FECHA, CPL_ORIGEN, CPL_LINEA, CPL_CUENTA,
                    CPL_NATURALEZA, CPL_VALOR, CPL_FECHA_MOV,
                    CPL_PRODUCTO, CPL_OFICINA, CPL_TIPO_MOV,
                    CPL_ID_MOV, CPL_ESTADO, CPL_MOTIVO,
                    CPL_DESCRIPCION)
               VALUES
                   (:CPB-FECHA, :CPB-ORIGEN, :CPL-LINEA, :CPL-CUENTA,
                    :CPL-NATURALEZA, :CPL-VALOR, :CPL-FECHA-MOV,
                    :CPL-PRODUCTO, :CPL-OFICINA, :CPL-TIPO-MOV,
                    :CPL-ID-MOV, 'E', ' ', ' ')
           END-EXEC

           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR INSERT PRDTWCPL SQLCODE ' SQLCODE
              SET SI-ERROR-PROCESO TO TRUE
           END-IF.

       023-REPORTAR-SIN-CUENTA.
           MOVE WS-CON-PRODUCTO  TO DET-PRODUCTO
           MOVE CTA-TIPO-MOV     TO DET-TIPO-MOV
           MOVE WS-CON-OFICINA   TO DET-OFICINA
           MOVE W02-ID-MOV       TO DET-ID-MOV
           MOVE WS-DETALLE       TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

      *    FINANZAS LLEVA LAS RECUPERACIONES CONTRA LA PROVISION: EL
      *    VALOR VA CON SIGNO (EL REVERSO RESTA)
       024-REPORTAR-RECUPERACION.
           ADD 1                 TO WS-RECUPERACIONES
           ADD W02-VALOR-NUM     TO WS-TOTAL-RECUPERADO
           MOVE W02-CONTRATO     TO DRE-CONTRATO
           MOVE W02-ID-MOV       TO DRE-ID-MOV
           MOVE W02-VALOR-NUM    TO DRE-VALOR
           MOVE WS-DETALLE-RECUPERACION TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

      ******************************************************************
      *                  025-CONFIRMAR-AVANCE                          *
      *   EL MOVIMIENTO EN CURSO YA QUEDO ASENTADO: ES LA LLAVE DESDE  *
      *   DONDE SE REINICIA. PE3C0131 HACE EL COMMIT DE LAS LINEAS DE  *
      *   PRDTWCPL JUNTO CON EL PUNTO DE CONTROL                       *
      ******************************************************************
       025-CONFIRMAR-AVANCE.
           MOVE 'PE3C0069'            TO CKP0-PROGRAMA
           MOVE PARM-FECHA-PROCESO    TO CKP0-FECHA-PROCESO
           MOVE W02-CONTRATO          TO LLC-CONTRATO
           MOVE W02-ID-MOV            TO LLC-ID-MOV
           MOVE WS-LLAVE-CKP          TO CKP0-LLAVE
           MOVE WS-MOVIMIENTOS        TO CKP0-CONTADOR (1)
           MOVE WS-ASIENTOS           TO CKP0-CONTADOR (2)
           MOVE WS-SIN-CUENTA         TO CKP0-CONTADOR (3)
           MOVE WS-RECUPERACIONES     TO CKP0-CONTADOR (4)
           MOVE WS-LINEAS-CONTABLE    TO CKP0-CONTADOR (5)
           MOVE WS-LINEAS-SALIDA      TO CKP0-CONTADOR (6)
           IF SI-ERROR-PROCESO
              MOVE 1                  TO CKP0-CONTADOR (7)
           ELSE
              MOVE ZEROS              TO CKP0-CONTADOR (7)
           END-IF
           MOVE WS-TOTAL-DEBITO       TO CKP0-HASH (1)
           MOVE WS-TOTAL-CREDITO      TO CKP0-HASH (2)
           MOVE WS-TOTAL-RECUPERADO   TO CKP0-HASH (3)
           CALL 'PE3C0131' USING CAI-PE9CCKP0
           IF NOT CKP0-OK
              DISPLAY 'ERROR CONFIRMANDO AVANCE (PE3C0131) COD '
                      CKP0-COD-RET ' SQLCODE ' CKP0-MAS-SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE ZEROS TO WS-SIN-CONFIRMAR.

       98-ESCRIBIR-CONTABLE.
           WRITE REG-CONTABLE
           IF WS-ESTADO-CON NOT = '00'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-LINEAS-CONTABLE
           INITIALIZE REG-CONTABLE.

      ******************************************************************
              DISPLAY 'ERROR WRITE ARCHIVO SALIDA ' WS-ESTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-LINEAS-SALIDA.

      ******************************************************************
      *                        03-FINAL                                *
           MOVE WS-RESUMEN     TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           MOVE WS-RECUPERACIONES   TO RES-RECUPERACIONES
           MOVE WS-TOTAL-RECUPERADO TO RES-RECUPERADO
           MOVE WS-RESUMEN-RECUPERACION TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           DISPLAY 'MOVIMIENTOS LEIDOS : ' WS-MOVIMIENTOS
           DISPLAY 'ASIENTOS GENERADOS : ' WS-ASIENTOS
           DISPLAY 'SIN CUENTA EN MAPA : ' WS-SIN-CUENTA
           DISPLAY 'RECUPERACIONES     : ' WS-RECUPERACIONES
           DISPLAY 'VALOR RECUPERADO   : ' WS-TOTAL-RECUPERADO
           DISPLAY 'TOTAL DEBITO       : ' WS-TOTAL-DEBITO
           DISPLAY 'TOTAL CREDITO      : ' WS-TOTAL-CREDITO


           EVALUATE TRUE
              WHEN SI-ERROR-PROCESO
                   SET CPB-RETENIDO TO TRUE
                   MOVE 8 TO RETURN-CODE
              WHEN WS-TOTAL-DEBITO NOT = WS-TOTAL-CREDITO
                   DISPLAY 'COMPROBANTE DESCUADRADO, NO TRANSMITIR'
                   SET CPB-RETENIDO TO TRUE
                   MOVE 8 TO RETURN-CODE
              WHEN WS-SIN-CUENTA > ZEROS
                   DISPLAY 'MOVIMIENTOS SIN CUENTA, NO TRANSMITIR'
                   SET CPB-RETENIDO TO TRUE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           PERFORM 031-REGISTRAR-COMPROBANTE

      *    EL ULTIMO TRAMO (CON EL COMPROBANTE) SE CONFIRMA CON EL
      *    PUNTO TERMINADO: LA PROXIMA CORRIDA ARRANCA DE CERO
           SET CKP0-TERMINAR TO TRUE
           PERFORM 025-CONFIRMAR-AVANCE

           STOP RUN.

      *    EL COMPROBANTE RETENIDO ('H') NO SE TRANSMITE: UNA
      *    RESPUESTA DEL MAYOR SOBRE EL SE RECHAZA EN PE3C0126
       031-REGISTRAR-COMPROBANTE.
           MOVE WS-ASIENTOS      TO CPB-CANT-LINEAS
           MOVE WS-TOTAL-DEBITO  TO CPB-TOTAL-DEBITO
           MOVE WS-TOTAL-CREDITO TO CPB-TOTAL-CREDITO

           EXEC SQL
               INSERT INTO PRDTWCPB
                   (CPB_FECHA, CPB_ORIGEN, CPB_CANT_LINEAS,
                    CPB_TOTAL_DEBITO, CPB_TOTAL_CREDITO, CPB_ESTADO,
                    CPB_LINEAS_RECHAZO, CPB_FECHA_RESPUESTA)
               VALUES
                   (:CPB-FECHA, :CPB-ORIGEN, :CPB-CANT-LINEAS,
                    :CPB-TOTAL-DEBITO, :CPB-TOTAL-CREDITO, :CPB-ESTADO,
                    0, ' ')
           END-EXEC

           IF SQLCODE NOT = ZEROS
              DISPLAY 'ERROR INSERT PRDTWCPB SQLCODE ' SQLCODE
              MOVE 8 TO RETURN-CODE
           END-IF.
