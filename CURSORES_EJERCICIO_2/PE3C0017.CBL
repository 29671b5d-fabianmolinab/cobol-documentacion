      *   02/SEP/2026  FAMB  SUBTOTALES POR FAMILIA DE PRODUCTO        *
      *                      (PRDTWFAM) JUNTO A LOS ROLLUPS DE         *
      *                      OFICINA Y BANCO                           *
      *   15/OCT/2026  FAMB  RETENCION DEL OPERADOR (PE3C0087 '64')    *
      *                      HONRADA AUN CON OMISION DE PRECEDENCIAS;  *
      *                      CORRIDA 'C' U 'O' NO SE RESOMETE          *
      *   15/OCT/2026  FAMB  CADA ARCHIVO DE OFICINA DEL MODO          *
      *                      DISTRIBUCION SE REGISTRA EN PRDTWRDO      *
      *                      (PE3C0160) PARA EL PAQUETE DE LA OFICINA  *
      *   15/OCT/2026  FAMB  UN JOB DE PARTICION QUE SOBRA SEGUN EL    *
      *                      PLAN DE LA NOCHE (PRDTWPRY, PE3C0166)     *
      *                      TERMINA EN CERO SIN REGISTRAR CORRIDA     *
      ******************************************************************
      *                      ENVIRONMENT DIVISION                      *
      ******************************************************************
          05 WS-LINEA-SALVADA         PIC X(150) VALUE SPACES.

       01 WS-ARCHIVOS-GENERADOS       PIC 9(04) VALUE ZEROS.
      *    RENGLONES ESCRITOS EN EL ARCHIVO DE LA OFICINA EN CURSO
       01 WS-LINEAS-OFISAL            PIC S9(9) COMP VALUE ZEROS.

       01 WS-LINEA-DISTRIBUCION.
          05 FILLER                   PIC X(12) VALUE 'DISTRIBUIDO '.
      *      'P' = CORTE CONTROLADO POR LIMITE DE TIEMPO/REGISTROS:
      *      COMO LA FALLIDA, HABILITA EL REINICIO DESDE EL CHECKPOINT
             88 RUN-PARCIAL                VALUE 'P'.
      *      'C' COMPLETADA A LA FUERZA / 'O' OMITIDA POR EL OPERADOR
      *      (PE3C0133): CUENTAN COMO TERMINADAS
             88 RUN-FORZADA                VALUE 'C'.
             88 RUN-OMITIDA                VALUE 'O'.
           05 RUN-FECHA-INICIO         PIC X(8).
           05 RUN-HORA-INICIO          PIC X(6).
           05 RUN-FECHA-FIN            PIC X(8).
           05 DUR-SEGUNDOS-CORRIDOS    PIC S9(9) COMP VALUE ZEROS.
           05 WS-MAX-REGISTROS-NUM     PIC 9(9)  VALUE ZEROS.

      ******************************************************************
      *   PLAN DE PARTICIONES DE LA NOCHE (PRDTWPRY, VER 01085)        *
      ******************************************************************
       01 PRDTW-PRY.
           05 PRY-PARTICIONES          PIC S9(4) COMP VALUE ZEROS.
       01 WS-PARTICION-NUM             PIC 9(2)  VALUE ZEROS.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
               INCLUDE PETCWPRD
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOPRY
           END-EXEC.

       01 WS-CONSTANTES.
      *    TAMANO DEL LOTE DE CLAVES ENVIADO POR LLAMADA A PE3C0018
      *    (VER AI0-CLAVES-LOTE/AI0-RESULTADOS-LOTE EN PE3COEVA.CPY)
      ******************************************************************
       COPY PE3CFPRO.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE REGISTRO DE REPORTES POR OFICINA    *
      *   PE3C0160 (MANIFIESTO DEL PAQUETE DE DISTRIBUCION)            *
      ******************************************************************
       COPY PE3CORDO.

      ******************************************************************
      *                    LINKAGE SECTION                             *
      ******************************************************************
              MOVE PARM-FECHA-PROCESO TO RUN-FECHA-PROCESO
           END-IF

           IF RUN-PARTICION NOT = '00'
              PERFORM 01085-VALIDAR-PLAN-PARTICION
           END-IF

           PERFORM 01084-VALIDAR-PRECEDENCIA

           EXEC SQL
                   PERFORM 032-FIN-ERR-PRO
              WHEN RUN-EN-EJECUCION
              WHEN RUN-TERMINADA-OK
              WHEN RUN-FORZADA
              WHEN RUN-OMITIDA
                   MOVE 'CORRIDA DUPLICADA PARA LA FECHA'
                                                TO WS-MENSAJE-ALERTA
                   PERFORM 031-INI-ERR-PRO
      *                01084-VALIDAR-PRECEDENCIA                       *
      *   JUNTO AL CONTROL DE CORRIDAS: SI UN PREREQUISITO DE          *
      *   PRDTWDEP NO TERMINO 'T' PARA LA MISMA FECHA, NO SE ARRANCA   *
      *   (LA OMISION CONSCIENTE VIAJA EN EL PARM). LA RETENCION DEL   *
      *   OPERADOR ('64') SE HONRA SIEMPRE, CON O SIN OMISION          *
      ******************************************************************
       01084-VALIDAR-PRECEDENCIA.
           INITIALIZE CAI-PE9CDEP0
           MOVE RUN-PROGRAMA       TO DEP0-PROGRAMA
           MOVE RUN-FECHA-PROCESO  TO DEP0-FECHA-PROCESO
           MOVE RUN-CICLO          TO DEP0-CICLO
           IF WS-LONG-NUM > 193 AND PARM-OMITIR-PRECED = 'S'
              DISPLAY 'AVISO: PRECEDENCIAS OMITIDAS POR PARM'
              SET DEP0-SI-OMITIR   TO TRUE
           END-IF

           CALL 'PE3C0087' USING CAI-PE9CDEP0

           EVALUATE DEP0-COD-RET
              WHEN '00'
                   CONTINUE
              WHEN '64'
                   MOVE 'PROGRAMA RETENIDO POR OPERADOR'
                                              TO WS-MENSAJE-ALERTA
                   PERFORM 031-INI-ERR-PRO
                   DISPLAY 'PROGRAMA RETENIDO POR OPERADOR PARA '
                           RUN-FECHA-PROCESO ' CICLO ' RUN-CICLO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
              WHEN OTHER
                   MOVE 'PREREQUISITO DE CADENA PENDIENTE'
                                              TO WS-MENSAJE-ALERTA
                   PERFORM 031-INI-ERR-PRO
                   DISPLAY 'PREREQUISITO PENDIENTE: ' DEP0-PREREQUISITO
                           ' ESTADO ' DEP0-ESTADO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      ******************************************************************
      *                01085-VALIDAR-PLAN-PARTICION                    *
      *   EL SCHEDULER TIENE DEFINIDOS TODOS LOS JOBS DE PARTICION;    *
      *   SI PE3C0166 ESCOGIO MENOS PARA ESTA NOCHE, LOS QUE SOBRAN    *
      *   NO TIENEN ENTRADA Y TERMINAN EN CERO SIN DEJAR CORRIDA NI    *
      *   ESTADISTICA. SIN PLAN PARA LA FECHA SE CORRE COMO SIEMPRE    *
      ******************************************************************
       01085-VALIDAR-PLAN-PARTICION.
           IF RUN-PARTICION IS NUMERIC
              MOVE RUN-PARTICION TO WS-PARTICION-NUM
              EXEC SQL
                  SELECT PRY_PARTICIONES
                  INTO  :PRY-PARTICIONES
                  FROM  PRDTWPRY
                  WHERE PRY_FECHA_PROCESO = :RUN-FECHA-PROCESO
                  AND   PRY_CICLO         = :RUN-CICLO
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE = +100
                      CONTINUE
                 WHEN SQLCODE NOT = ZEROS
                      MOVE 'ERROR LEYENDO PLAN DE PARTICIONES'
                                                 TO WS-MENSAJE-ALERTA
                      PERFORM 031-INI-ERR-PRO
                      DISPLAY 'ERROR SELECT PRDTWPRY SQLCODE ' SQLCODE
                      MOVE 8 TO RETURN-CODE
                      STOP RUN
                 WHEN WS-PARTICION-NUM > PRY-PARTICIONES
                      DISPLAY 'PARTICION ' RUN-PARTICION
                              ' NO REQUERIDA: EL PLAN DE '
                              RUN-FECHA-PROCESO ' CICLO ' RUN-CICLO
                              ' USA ' PRY-PARTICIONES
                      MOVE ZEROS TO RETURN-CODE
                      STOP RUN
              END-EVALUATE
           END-IF.

       01081-INSERTAR-CORRIDA.
              PERFORM 0379-ESCRIBIR-OFISAL
              CLOSE OFISAL
              SET NO-OFISAL-ABIERTO TO TRUE
              PERFORM 03751-REGISTRAR-ARCHIVO-OFICINA
              MOVE WS-DSN-OFISAL(1:8) TO DIS-DSN
              MOVE WS-SUB-DETALLE     TO DIS-LINEAS
              MOVE WS-SUB-VALOR       TO DIS-VALOR
           END-IF
           MOVE ZEROS TO WS-SUB-DETALLE WS-SUB-VALOR.

      *    EL ARCHIVO DE LA OFICINA QUEDA REGISTRADO CON SUS RENGLONES
      *    Y EL VALOR DEL SUBTOTAL COMO TOTAL DE CONTROL; SI EL
      *    REGISTRO FALLA EL ARCHIVO YA ESTA ESCRITO Y SOLO SE AVISA
      *    (LA DISTRIBUCION LO VERA SIN MANIFIESTO)
       03751-REGISTRAR-ARCHIVO-OFICINA.
           INITIALIZE CAI-PE9CRDO0
           SET RDO0-ACC-FIJAR       TO TRUE
           MOVE RUN-FECHA-PROCESO   TO RDO0-FECHA
           MOVE WS-OFICINA-ANTERIOR TO RDO0-OFICINA
           MOVE 'OFISAL'            TO RDO0-REPORTE
           MOVE WS-DSN-OFISAL(1:8)  TO RDO0-DATASET
           MOVE 'PE3C0017'          TO RDO0-PROGRAMA
           MOVE WS-LINEAS-OFISAL    TO RDO0-REGISTROS
           MOVE WS-SUB-VALOR        TO RDO0-TOTAL
           CALL 'PE3C0160' USING CAI-PE9CRDO0
           IF RDO0-COD-RET NOT = '00'
              DISPLAY 'AVISO: PE3C0160 ' RDO0-COD-RET ' '
                      RDO0-ERROR1 ' ' WS-DSN-OFISAL(1:8)
           END-IF.

      ******************************************************************
      *                0378-ABRIR-ARCHIVO-OFICINA                      *
      *   ABRE EL ARCHIVO DE LA OFICINA (DD OFInnnn) Y LE PONE SUS     *
              PERFORM 032-FIN-ERR-PRO
           END-IF
           SET SI-OFISAL-ABIERTO TO TRUE
           MOVE ZEROS      TO TIT-NUM-PAGINA WS-LINEAS-OFISAL
           MOVE WS-TITULO1 TO REG-OFISAL
           PERFORM 0379-ESCRIBIR-OFISAL
           MOVE WS-TITULO2 TO REG-OFISAL
              DISPLAY 'ERROR WRITE ' WS-DSN-OFISAL(1:8) ' '
                      WS-ESTADO-OFI
              PERFORM 032-FIN-ERR-PRO
           END-IF
           ADD 1 TO WS-LINEAS-OFISAL.

       0376-ESCRIBIR-PAGINADO.
           IF WS-LINEAS-PAGINA = ZEROS
