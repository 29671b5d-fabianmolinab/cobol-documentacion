      *                      ALERTA, SALVO REPROCESO POR PARM          *
      *   02/SEP/2026  FAMB  TRX-ORIGEN VIAJA COMO SOLICITANTE         *
      *                      (AM0-USUARIO) A MANTLOG Y PENDIENTE       *
      *   15/OCT/2026  FAMB  COMMIT CADA N REGISTROS CON PUNTO DE      *
      *                      CONTROL EN PRDTWCKP (PE3C0131) Y          *
      *                      REINICIO DESDE EL ULTIMO CONFIRMADO       *
      *   15/OCT/2026  FAMB  RETENCION DEL OPERADOR (PE3C0087 '64')    *
      *                      HONRADA AUN CON OMISION DE PRECEDENCIAS   *
      *   15/OCT/2026  FAMB  CADA COMMIT CONFIRMA TAMBIEN EN MQ LOS    *
      *                      EVENTOS QUE PE3C0022 PUBLICO BAJO PUNTO   *
      *                      DE SINCRONISMO (MQCMIT)                   *
      ******************************************************************
      *                      ENVIRONMENT DIVISION                      *
      ******************************************************************
      *********ARCHIVO DE TRANSACCIONES RECHAZADAS**********************
           SELECT RECHAZO   ASSIGN TO WS-DSN-RECHAZO
                            FILE STATUS IS WS-ESTADO-REC.
      *********SALIDAS DE LA CORRIDA INTERRUMPIDA (SOLO EN REINICIO)****
           SELECT ACEANT    ASSIGN TO WS-DSN-ACEANT
                            FILE STATUS IS WS-ESTADO-ANT.
           SELECT RECANT    ASSIGN TO WS-DSN-RECANT
                            FILE STATUS IS WS-ESTADO-ANT.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
           05 REC-COD-RET                  PIC XX.
           05 REC-ERROR1                   PIC X(20).
           05 REC-ERROR2                   PIC X(20).

      *    EN REINICIO, LO QUE LA CORRIDA INTERRUMPIDA ALCANZO A
      *    CONFIRMAR SE COPIA AL FRENTE DE LAS SALIDAS NUEVAS
       FD  ACEANT
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-ACEANT                       PIC X(66).

       FD  RECANT
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-RECANT                       PIC X(110).
      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************
       01 WS-ESTADO                      PIC XX    VALUE '00'.
       01 WS-ESTADO-ACE                  PIC XX    VALUE '00'.
       01 WS-ESTADO-REC                  PIC XX    VALUE '00'.
       01 WS-ESTADO-ANT                  PIC XX    VALUE '00'.
      ******************************************************************
      *                           SWITCHES                             *
      ******************************************************************
           05 SW-FIN-DATA1             PIC X      VALUE 'N'.
             88 SI-FIN-DATA1                      VALUE 'S'.
             88 NO-FIN-DATA1                      VALUE 'N'.
           05 SW-REINICIO              PIC X      VALUE 'N'.
             88 SI-REINICIO                       VALUE 'S'.
             88 NO-REINICIO                       VALUE 'N'.
           05 SW-FIN-ANT               PIC X      VALUE 'N'.
             88 SI-FIN-ANT                        VALUE 'S'.
             88 NO-FIN-ANT                        VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
          05 WS-LEIDOS                    PIC 9(09) VALUE ZEROS.
          05 WS-ACEPTADOS                 PIC 9(09) VALUE ZEROS.
          05 WS-RECHAZADOS                PIC 9(09) VALUE ZEROS.
          05 WS-SIN-CONFIRMAR             PIC 9(09) VALUE ZEROS.
          05 WS-COPIADOS                  PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                          CONSTANTES                            *
      ******************************************************************
       01 WS-CONSTANTES.
          05 CTE-LONG-MAX-PARM            PIC 9(03) VALUE 142.
          05 WS-LONG-NUM                  PIC 9(03) VALUE ZEROS.
      *    INTERVALO DE COMMIT EFECTIVO (DEL PARM; 1000 POR DEFECTO)
          05 WS-INTERVALO-COMMIT          PIC 9(05) VALUE 01000.
      ******************************************************************
      *                       NOMBRES LOGICOS DE ARCHIVOS               *
      ******************************************************************
          05 WS-DSN-TRANSAC           PIC X(44) VALUE 'TRANSAC'.
          05 WS-DSN-ACEPTADO          PIC X(44) VALUE 'ACEPTADO'.
          05 WS-DSN-RECHAZO           PIC X(44) VALUE 'RECHAZO'.
          05 WS-DSN-ACEANT            PIC X(44) VALUE 'ACEANT'.
          05 WS-DSN-RECANT            PIC X(44) VALUE 'RECANT'.
      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
      *    LLAVE DEL PUNTO DE CONTROL: NUMERO DEL ULTIMO REGISTRO DE
      *    TRANSAC CONFIRMADO Y SU CLIENTE/CONTRATO/FECHA, PARA
      *    COMPROBAR AL REINICIAR QUE SE RETOMA EL MISMO ARCHIVO
       01 WS-LLAVE-CKP.
          05 LLC-REGISTRO             PIC 9(09).
          05 LLC-CLIENTE              PIC X(8).
          05 LLC-CONTRATO             PIC X(18).
          05 LLC-FECHA-MOV            PIC X(10).
          05 FILLER                   PIC X(15).
       01 WS-LLAVE-LEIDA              PIC X(60).

       01 WS-RESUMEN.
          05 CTE-RESUMEN              PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(9)  VALUE 'LEIDOS ='.
      ******************************************************************
       COPY PE3COALR.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA COMUN DE CHECKPOINT PE3C0131. EN ESTE  *
      *   PROGRAMA: CONTADOR 1 LEIDOS, 2 ACEPTADOS, 3 RECHAZADOS,      *
      *   4 CANTIDAD DE LA HUELLA; HASH 1 HASH DE LA HUELLA            *
      ******************************************************************
       COPY PE3COCKP.

      ******************************************************************
      *   CONEXION MQ DEL PASO: LOS EVENTOS DE PE3C0022 QUEDAN BAJO    *
      *   PUNTO DE SINCRONISMO HASTA EL MQCMIT QUE ACOMPANA A CADA     *
      *   COMMIT (COPYS DEL PRODUCTO, LIBRERIA SCSQCOBC)               *
      ******************************************************************
       01 WS-AREAS-MQ.
          05 CTE-QMGR                 PIC X(48) VALUE SPACES.
          05 MQ-HCONN                 PIC S9(9) COMP VALUE ZEROS.
          05 MQ-COMPCODE              PIC S9(9) COMP VALUE ZEROS.
          05 MQ-REASON                PIC S9(9) COMP VALUE ZEROS.

       COPY CMQV.

      *    HUELLA DEL ARCHIVO TRANSAC EN CURSO (PRDTWFIN): CANTIDAD
      *    DE REGISTROS Y HASH DE VALORES SOBRE EL CONTENIDO
       01 WS-HUELLA.
      *    'S' = REPROCESO CONSCIENTE: APLICAR AUNQUE LA HUELLA DEL
      *    ARCHIVO YA FIGURE APLICADA EN PRDTWFIN
           05 PARM-REPROCESO             PIC X(01).
      *    COMMIT CADA N TRANSACCIONES; EN CERO/BLANCO APLICA 1000
           05 PARM-INTERVALO-COMMIT      PIC X(05).
      *    'R' = REINICIO DESDE EL ULTIMO PUNTO CONFIRMADO; LAS
      *    SALIDAS DE LA CORRIDA INTERRUMPIDA VAN EN ACEANT/RECANT
           05 PARM-MODO-REINICIO         PIC X(01).
             88 PARM-REINICIO                VALUE 'R'.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
       01-INICIO.
           PERFORM 010-VALIDAR-PARM
           PERFORM 0105-VALIDAR-PRECEDENCIA
           PERFORM 0106-LEER-PUNTO-CONTROL
           PERFORM 011-ASIGNAR-ARCHIVOS
           PERFORM 0115-VALIDAR-HUELLA
           PERFORM 012-ABRIR-ARCHIVOS
           PERFORM 013-LEER-ARCHIVO
           IF SI-REINICIO
              PERFORM 0135-SALTAR-CONFIRMADOS
                      UNTIL WS-LEIDOS > CKP0-CONTADOR (1)
                         OR SI-FIN-DATA1
           END-IF.

      ******************************************************************
      *                     010-VALIDAR-PARM                           *
              DISPLAY 'PARM-LONG INVALIDO: ' PARM-LONG
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-LONG-NUM > 136
              AND PARM-INTERVALO-COMMIT IS NUMERIC
              AND PARM-INTERVALO-COMMIT NOT = ZEROS
                MOVE PARM-INTERVALO-COMMIT TO WS-INTERVALO-COMMIT
           END-IF
           IF WS-LONG-NUM < CTE-LONG-MAX-PARM
              MOVE SPACE TO PARM-MODO-REINICIO
           END-IF.

      ******************************************************************
      *                0105-VALIDAR-PRECEDENCIA                        *
      *   LAS CORRECCIONES MASIVAS NO DEBEN APLICARSE ANTES DE QUE     *
      *   LOS PREREQUISITOS DE PRDTWDEP TERMINEN 'T' PARA LA FECHA DE  *
      *   NEGOCIO, SALVO OMISION CONSCIENTE POR PARM. LA RETENCION     *
      *   DEL OPERADOR ('64') SE HONRA SIEMPRE, CON O SIN OMISION      *
      ******************************************************************
       0105-VALIDAR-PRECEDENCIA.
           CALL 'PE3C0060' USING CAI-PE9CFPR0

           INITIALIZE CAI-PE9CDEP0
           MOVE 'PE3C0029'         TO DEP0-PROGRAMA
           MOVE FPR0-FECHA-PROCESO TO DEP0-FECHA-PROCESO
           IF WS-LONG-NUM > 134 AND PARM-OMITIR-PRECED = 'S'
              DISPLAY 'AVISO: PRECEDENCIAS OMITIDAS POR PARM'
              SET DEP0-SI-OMITIR      TO TRUE
           END-IF

           CALL 'PE3C0087' USING CAI-PE9CDEP0

           EVALUATE DEP0-COD-RET
              WHEN '00'
                   CONTINUE
              WHEN '64'
                   DISPLAY 'PROGRAMA RETENIDO POR OPERADOR PARA '
                           DEP0-FECHA-PROCESO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
              WHEN OTHER
                   DISPLAY 'PREREQUISITO PENDIENTE: ' DEP0-PREREQUISITO
                           ' ESTADO ' DEP0-ESTADO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      ******************************************************************
      *                 0106-LEER-PUNTO-CONTROL                        *
      *   UN PUNTO 'E' EN PRDTWCKP ES UNA CORRIDA INTERRUMPIDA DE LA   *
      *   MISMA FECHA: SOLO SE RETOMA EN MODO 'R' (MISMA REGLA DE      *
      *   PE3C0025), Y SIN 'R' NO SE ARRANCA DE CERO ENCIMA DE ELLA    *
      ******************************************************************
       0106-LEER-PUNTO-CONTROL.
           CALL 'PE3C0060' USING CAI-PE9CFPR0

           INITIALIZE CAI-PE9CCKP0
           SET CKP0-LEER              TO TRUE
           MOVE 'PE3C0029'            TO CKP0-PROGRAMA
           MOVE FPR0-FECHA-PROCESO    TO CKP0-FECHA-PROCESO
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
                   DISPLAY 'REINICIO DESPUES DEL REGISTRO '
                           CKP0-CONTADOR (1)
              WHEN CKP0-EN-CURSO
                   DISPLAY 'CORRIDA INTERRUMPIDA CON '
                           CKP0-CONTADOR (1) ' REGISTROS CONFIRMADOS'
                   DISPLAY 'USAR MODO REINICIO (PARM R) PARA CONTINUAR'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
              WHEN OTHER
                   CONTINUE
           END-EVALUATE

      *    UNA CORRIDA TERMINADA NO TIENE DESDE DONDE RETOMAR: EL
      *    LOTE ARRANCA DE CERO CON SUS CONTADORES EN CERO
           IF NO-REINICIO
              INITIALIZE CKP0-DATOS
           END-IF.

      ******************************************************************
           CLOSE TRANSAC
           SET NO-FIN-DATA1 TO TRUE

      *    EN REINICIO EL ARCHIVO DEBE SER EL MISMO DE LA CORRIDA
      *    INTERRUMPIDA, Y SU HUELLA AUN NO FIGURA APLICADA
           IF SI-REINICIO
              IF FIN-CANTIDAD NOT = CKP0-CONTADOR (4)
                 OR FIN-HASH NOT = CKP0-HASH (1)
                   DISPLAY 'TRANSAC NO ES EL ARCHIVO DEL PUNTO DE '
                           'CONTROL: ' CKP0-CONTADOR (4) ' REGISTROS'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
              END-IF
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-HUELLA-VISTA
           MOVE 'R' TO FIN-RESULTADO
           PERFORM 026-INSERTAR-HUELLA.

      ******************************************************************
      *                  027-CONFIRMAR-AVANCE                          *
      *   PE3C0131 GRABA EL PUNTO DE CONTROL Y HACE EL COMMIT DE LO    *
      *   APLICADO POR PE3C0022 EN LA MISMA UNIDAD DE TRABAJO          *
      ******************************************************************
       027-CONFIRMAR-AVANCE.
           PERFORM 0136-ARMAR-LLAVE
           MOVE 'PE3C0029'            TO CKP0-PROGRAMA
           MOVE FPR0-FECHA-PROCESO    TO CKP0-FECHA-PROCESO
           MOVE WS-LLAVE-LEIDA        TO CKP0-LLAVE
           MOVE WS-LEIDOS             TO CKP0-CONTADOR (1)
           MOVE WS-ACEPTADOS          TO CKP0-CONTADOR (2)
           MOVE WS-RECHAZADOS         TO CKP0-CONTADOR (3)
           MOVE FIN-CANTIDAD          TO CKP0-CONTADOR (4)
           MOVE FIN-HASH              TO CKP0-HASH (1)
           CALL 'PE3C0131' USING CAI-PE9CCKP0
           IF NOT CKP0-OK
              DISPLAY 'ERROR CONFIRMANDO AVANCE (PE3C0131) COD '
                      CKP0-COD-RET ' SQLCODE ' CKP0-MAS-SQLCODE
              INITIALIZE CAI-PE9CALR0
              MOVE 'PE3C0029'        TO ALR0-PROGRAMA
              SET ALR0-SEV-CRITICA   TO TRUE
              MOVE 'ERROR CONFIRMANDO PUNTO DE CONTROL'
                                     TO ALR0-MENSAJE
              MOVE WS-LEIDOS         TO ALR0-LEIDOS
              CALL 'PE3C0048' USING CAI-PE9CALR0
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 0271-CONFIRMAR-EVENTOS
           MOVE ZEROS TO WS-SIN-CONFIRMAR.

      *    MISMA CONEXION QUE ABRIO PE3C0022 EN ESTE PASO (EL MQCONN
      *    LA DEVUELVE CON AVISO). UN EVENTO QUE NO LLEGA A CONFIRMARSE
      *    DEJA UN HUECO EN LA SECUENCIA DEL DIA QUE PE3C0136 REPORTA
       0271-CONFIRMAR-EVENTOS.
           CALL 'MQCONN' USING CTE-QMGR MQ-HCONN
                               MQ-COMPCODE MQ-REASON
           IF MQ-COMPCODE NOT = MQCC-FAILED
              CALL 'MQCMIT' USING MQ-HCONN MQ-COMPCODE MQ-REASON
           END-IF
           IF MQ-COMPCODE = MQCC-FAILED
              DISPLAY 'ERROR CONFIRMANDO EVENTOS MQ RAZON ' MQ-REASON
              INITIALIZE CAI-PE9CALR0
              MOVE 'PE3C0029'        TO ALR0-PROGRAMA
              SET ALR0-SEV-CRITICA   TO TRUE
              MOVE 'ERROR CONFIRMANDO EVENTOS MQ (MQCMIT)'
                                     TO ALR0-MENSAJE
              MOVE WS-LEIDOS         TO ALR0-LEIDOS
              CALL 'PE3C0048' USING CAI-PE9CALR0
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       026-INSERTAR-HUELLA.
           ACCEPT FIN-FECHA FROM DATE YYYYMMDD
           EXEC SQL
              STOP RUN
           END-IF

           IF SI-REINICIO
              MOVE CKP0-CONTADOR (2) TO WS-ACEPTADOS
              MOVE CKP0-CONTADOR (3) TO WS-RECHAZADOS
           END-IF

           OPEN OUTPUT ACEPTADO
           IF WS-ESTADO-ACE NOT = '00' AND NOT = '97'
              CLOSE TRANSAC
              DISPLAY 'ERROR ABRIENDO ARCHIVO RECHAZO  ' WS-ESTADO-REC
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           IF SI-REINICIO
              PERFORM 0121-COPIAR-ACEPTADOS
              PERFORM 0123-COPIAR-RECHAZOS
           END-IF.

      ******************************************************************
      *                  0121-COPIAR-ACEPTADOS                         *
      *   LO QUE QUEDO DESPUES DEL ULTIMO COMMIT EN LAS SALIDAS DE LA  *
      *   CORRIDA INTERRUMPIDA SE DESCARTA: SOLO SE COPIAN TANTOS      *
      *   REGISTROS COMO CONFIRMO EL PUNTO DE CONTROL                  *
      ******************************************************************
       0121-COPIAR-ACEPTADOS.
           OPEN INPUT ACEANT
           IF WS-ESTADO-ANT NOT = '00'
              DISPLAY 'ERROR ABRIENDO ARCHIVO ACEANT ' WS-ESTADO-ANT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE ZEROS TO WS-COPIADOS
           SET NO-FIN-ANT TO TRUE
           PERFORM 0122-COPIAR-ACEPTADO
                   UNTIL WS-COPIADOS NOT < WS-ACEPTADOS
                      OR SI-FIN-ANT
           CLOSE ACEANT
           IF WS-COPIADOS < WS-ACEPTADOS
              DISPLAY 'ACEANT TRAE MENOS DE ' WS-ACEPTADOS
                      ' REGISTROS CONFIRMADOS'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       0122-COPIAR-ACEPTADO.
           READ ACEANT
              AT END
                 SET SI-FIN-ANT TO TRUE
              NOT AT END
                 MOVE REG-ACEANT TO REG-ACEPTADO
                 WRITE REG-ACEPTADO
                 IF WS-ESTADO-ACE NOT = '00'
                    DISPLAY 'ERROR WRITE ARCHIVO ACEPTADO '
                            WS-ESTADO-ACE
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-COPIADOS
           END-READ.

       0123-COPIAR-RECHAZOS.
           OPEN INPUT RECANT
           IF WS-ESTADO-ANT NOT = '00'
              DISPLAY 'ERROR ABRIENDO ARCHIVO RECANT ' WS-ESTADO-ANT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE ZEROS TO WS-COPIADOS
           SET NO-FIN-ANT TO TRUE
           PERFORM 0124-COPIAR-RECHAZO
                   UNTIL WS-COPIADOS NOT < WS-RECHAZADOS
                      OR SI-FIN-ANT
           CLOSE RECANT
           IF WS-COPIADOS < WS-RECHAZADOS
              DISPLAY 'RECANT TRAE MENOS DE ' WS-RECHAZADOS
                      ' REGISTROS CONFIRMADOS'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       0124-COPIAR-RECHAZO.
           READ RECANT
              AT END
                 SET SI-FIN-ANT TO TRUE
              NOT AT END
                 MOVE REG-RECANT TO REG-RECHAZO
                 WRITE REG-RECHAZO
                 IF WS-ESTADO-REC NOT = '00'
                    DISPLAY 'ERROR WRITE ARCHIVO RECHAZO '
                            WS-ESTADO-REC
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-COPIADOS
           END-READ.

       013-LEER-ARCHIVO.
           INITIALIZE REG-TRANSAC
           READ TRANSAC
              STOP RUN
           END-IF.

      ******************************************************************
      *                 0135-SALTAR-CONFIRMADOS                        *
      *   LOS REGISTROS HASTA EL DEL PUNTO DE CONTROL YA SE APLICARON  *
      *   Y CONFIRMARON; EL ULTIMO DEBE SER EL MISMO QUE SE GRABO      *
      ******************************************************************
       0135-SALTAR-CONFIRMADOS.
           IF WS-LEIDOS = CKP0-CONTADOR (1)
              PERFORM 0136-ARMAR-LLAVE
              IF WS-LLAVE-LEIDA NOT = CKP0-LLAVE
                 DISPLAY 'REGISTRO ' WS-LEIDOS ' NO COINCIDE CON EL '
                         'PUNTO DE CONTROL: ' CKP0-LLAVE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           PERFORM 013-LEER-ARCHIVO.

       0136-ARMAR-LLAVE.
           INITIALIZE WS-LLAVE-CKP
           MOVE WS-LEIDOS       TO LLC-REGISTRO
           MOVE TRX-CLIENTE     TO LLC-CLIENTE
           MOVE TRX-CONTRATO    TO LLC-CONTRATO
           MOVE TRX-FECHA-MOV   TO LLC-FECHA-MOV
           MOVE WS-LLAVE-CKP    TO WS-LLAVE-LEIDA.

      ******************************************************************
      *                        02-PROCESO                              *
      *   ARMA EL AREA CAI-PE9CCAM0 CON LA TRANSACCION LEIDA, LLAMA A  *
           ELSE
              PERFORM 023-GRABAR-RECHAZO
           END-IF

           ADD 1 TO WS-SIN-CONFIRMAR
           IF WS-SIN-CONFIRMAR NOT < WS-INTERVALO-COMMIT
              SET CKP0-CONFIRMAR TO TRUE
              PERFORM 027-CONFIRMAR-AVANCE
           END-IF

           PERFORM 013-LEER-ARCHIVO.

       021-LLAMAR-RUTINA.
           MOVE 'A' TO FIN-RESULTADO
           PERFORM 026-INSERTAR-HUELLA

      *    EL ULTIMO TRAMO Y LA HUELLA SE CONFIRMAN CON EL PUNTO DE
      *    CONTROL TERMINADO: LA PROXIMA CORRIDA ARRANCA DE CERO
           SET CKP0-TERMINAR TO TRUE
           PERFORM 027-CONFIRMAR-AVANCE

           IF WS-RECHAZADOS NOT = ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF
