      *                      COPIA EN EL ARCHIVO DE RECOGIDA DE LA     *
      *                      OFICINA (DD SOLNNNN) Y SOLICITUD MARCADA  *
      *                      'A' CON SU FECHA                          *
      *   15/OCT/2026  FAMB  REFERENCIA DE PAGO (PE3C0104) DE LA       *
      *                      PROXIMA FECHA ABIERTA DE CADA CONTRATO,   *
      *                      PARA PAGO EN CORRESPONSALES Y AGREGADORES *
      *   15/OCT/2026  FAMB  COMMIT CADA N CLIENTES CON PUNTO DE       *
      *                      CONTROL EN PRDTWCKP (PE3C0131); EL        *
      *                      REINICIO SIGUE DESDE EL ULTIMO CLIENTE    *
      *                      CONFIRMADO SOBRE LO YA EMITIDO (ESTANT)   *
      *   15/OCT/2026  FAMB  LAS COPIAS DE RECOGIDA SE REGISTRAN EN    *
      *                      PRDTWRDO (PE3C0160) PARA EL PAQUETE DE    *
      *                      DISTRIBUCION DE LA OFICINA                *
      *   15/OCT/2026  FAMB  CADA ESTADO EMITIDO SALE TAMBIEN LINEA A  *
      *                      LINEA AL ARCHIVO ESTEXT (CLIENTE/PERIODO/ *
      *                      FECHA DE CORRIDA) QUE PE3C0163 CARGA EN   *
      *                      EL KSDS DE ESTADOS ARCHIVADOS ESTARCH     *
      ******************************************************************
      *                      ENVIRONMENT DIVISION                      *
      ******************************************************************
      ********COPIA DE RECOGIDA POR OFICINA SOLICITANTE (DD SOLNNNN)****
           SELECT SOLOFI    ASSIGN TO WS-DSN-SOLOFI
                            FILE STATUS IS WS-ESTADO-SOL.
      ********ESTADOS DE LA CORRIDA INTERRUMPIDA (SOLO EN REINICIO)*****
           SELECT ESTANT    ASSIGN TO ESTANT
                            FILE STATUS IS WS-ESTADO-ANT.
      ********ESTADOS EMITIDOS PARA EL ARCHIVO ESTARCH (PE3C0163)******
           SELECT ESTEXT    ASSIGN TO ESTEXT
                            FILE STATUS IS WS-ESTADO-EXT.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-SOLOFI             PIC X(100).

       FD  ESTANT
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-ESTANT             PIC X(100).

       FD  ESTEXT
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
           COPY PE3CVEST.
      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************
       01 WS-ESTADO                      PIC XX    VALUE '00'.
       01 WS-ESTADO-EST                  PIC XX    VALUE '00'.
       01 WS-ESTADO-SOL                  PIC XX    VALUE '00'.
       01 WS-ESTADO-ANT                  PIC XX    VALUE '00'.
       01 WS-ESTADO-EXT                  PIC XX    VALUE '00'.

      *    NOMBRE LOGICO DEL ARCHIVO DE RECOGIDA DE LA OFICINA
      *    SOLICITANTE: 'SOL' MAS EL CODIGO DE LA OFICINA
           05 SW-FIN-SOLICITUDES       PIC X      VALUE 'N'.
             88 SI-FIN-SOLICITUDES                VALUE 'S'.
             88 NO-FIN-SOLICITUDES                VALUE 'N'.
           05 SW-REINICIO              PIC X      VALUE 'N'.
             88 SI-REINICIO                       VALUE 'S'.
             88 NO-REINICIO                       VALUE 'N'.
           05 SW-FIN-ANT               PIC X      VALUE 'N'.
             88 SI-FIN-ANT                        VALUE 'S'.
             88 NO-FIN-ANT                        VALUE 'N'.
      *    EL ESTADO EN CURSO VA AL ARCHIVO ESTEXT (DESDE SU
      *    ENCABEZADO HASTA SUS TOTALES)
           05 SW-ARCHIVO-ABIERTO       PIC X      VALUE 'N'.
             88 SI-ARCHIVO-ABIERTO                VALUE 'S'.
             88 NO-ARCHIVO-ABIERTO                VALUE 'N'.
      *    EL SEPARADOR SALE ANTES DEL ENCABEZADO QUE TRAE EL
      *    CLIENTE: SE ARCHIVA CUANDO LLEGA EL ENCABEZADO
           05 SW-SEPARADOR-PENDIENTE   PIC X      VALUE 'N'.
             88 SI-SEPARADOR-PENDIENTE            VALUE 'S'.
             88 NO-SEPARADOR-PENDIENTE            VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
          05 WS-MOVIMIENTOS-LEIDOS        PIC 9(09) VALUE ZEROS.
          05 WS-SOLICITUDES-CARGADAS      PIC 9(09) VALUE ZEROS.
          05 WS-SOLICITUDES-ATENDIDAS     PIC 9(09) VALUE ZEROS.
          05 WS-REFERENCIAS-IMPRESAS      PIC 9(09) VALUE ZEROS.
      *    LINEAS ESCRITAS EN ESTADO Y CLIENTES CERRADOS DESDE EL
      *    ULTIMO PUNTO DE CONTROL
          05 WS-LINEAS-ESTADO             PIC 9(09) VALUE ZEROS.
          05 WS-LINEAS-COPIADAS           PIC 9(09) VALUE ZEROS.
          05 WS-SIN-CONFIRMAR             PIC 9(09) VALUE ZEROS.
      *    LINEAS DE LA COPIA DE RECOGIDA DEL CLIENTE EN CURSO
          05 WS-LINEAS-RECOGIDA           PIC S9(9) COMP VALUE ZEROS.
          05 WS-LINEAS-ARCHIVADAS         PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                          CONSTANTES                            *
      ******************************************************************
       01 WS-CONSTANTES.
          05 CTE-MAX-LISTA                PIC 9(05) VALUE 20000.
      *    INTERVALO DE COMMIT EN CLIENTES (DEL PARM; 500 POR DEFECTO)
          05 WS-INTERVALO-COMMIT          PIC 9(05) VALUE 00500.
          05 WS-LONG-NUM                  PIC 9(02) VALUE ZEROS.
      ******************************************************************
      *   FILTRO DE CLIENTES: LISTACLI COMPLETO EN MEMORIA, ORDENADO   *
      *   (EL JCL LO CLASIFICA ANTES). LA BUSQUEDA ES BINARIA; UN      *
       01 WS-CORTES.
           05 WS-CLIENTE-ACTUAL          PIC X(8)  VALUE LOW-VALUES.
           05 WS-CONTRATO-ACTUAL         PIC X(18) VALUE LOW-VALUES.
      *    EL CURSOR ARRANCA DESPUES DE ESTE CLIENTE: EL ULTIMO
      *    CONFIRMADO EN REINICIO, LOW-VALUES EN UNA CORRIDA NUEVA
           05 WS-CLIENTE-DESDE           PIC X(8)  VALUE LOW-VALUES.

      *    ULTIMO MOVIMIENTO VISTO DEL CONTRATO EN CURSO
       01 WS-ULTIMO-MOV.
           05 WS-POS-INSERCION           PIC 9(05) COMP.
       01 WS-OFICINA-SOLICITUD           PIC X(4).

      *    LLAVE DEL ESTADO EN CURSO EN EL ARCHIVO ESTEXT: EL PERIODO
      *    Y LA FECHA DE CORRIDA SALEN DE LA FECHA DE NEGOCIO
       01 WS-LLAVE-ARCHIVO.
          05 ARC-CLIENTE                 PIC X(8).
          05 ARC-PERIODO                 PIC X(7).
          05 ARC-FECHA-CORRIDA           PIC X(10).
          05 ARC-LINEA                   PIC 9(5).

       01 WS-ENCABEZADO-1.
          05 FILLER             PIC X(34) VALUE ALL '='.
      *    VISTA DE UNA LINEA YA EMITIDA, PARA RECONOCER EN ESTANT EL
      *    ENCABEZADO DE CADA CLIENTE
       01 WS-LINEA-ANTERIOR.
          05 ANT-MARCA          PIC X(26).
          05 ANT-CLIENTE        PIC X(8).
          05 FILLER             PIC X(66).
       01 WS-ENCABEZADO-2.
          05 FILLER             PIC X(26) VALUE
                                 'ESTADO DE CUENTA CLIENTE: '.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-PRODUCTO-NOMBRE       PIC X(30).

      *    REFERENCIA DE PAGO DE LA PROXIMA FECHA ABIERTA DEL
      *    CONTRATO; SOLO SALE SI EL CONTRATO TIENE FECHA PENDIENTE
       01 WS-LINEA-REFERENCIA.
          05 FILLER             PIC X(20) VALUE
                                 '  REFERENCIA PAGO:  '.
          05 REF-PAGO           PIC X(12).
          05 FILLER             PIC X(11) VALUE ' CUOTA DEL '.
          05 REF-FECHA          PIC X(10).

       01 PRDTW-W03.
           05 W03-CLIENTE                PIC X(8).
           05 W03-PRODUCTO               PIC X(2).
           05 W03-FECHA                  PIC X(10).

       01 WS-TOTAL-LINEA.
          05 FILLER             PIC X(16) VALUE 'TOTAL CLIENTE   '.
          05 TOT-VALOR          PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
               INCLUDE PETCOSOL
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOW03
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: TODA LA POBLACION EN ORDEN DE CORTE           *
      *    UNA SOLA APERTURA POR CORRIDA; EL NOMBRE DEL PRODUCTO       *
      *    VIAJA RESUELTO EN EL MISMO CURSOR. WITH HOLD: SIGUE ABIERTO *
      *    A TRAVES DE LOS COMMIT DE CADA PUNTO DE CONTROL             *
           EXEC SQL
               DECLARE CURSOR_1 CURSOR WITH HOLD FOR
               SELECT M.W02_CLIENTE, M.W02_CONTRATO, M.W02_FECHA_MOV,
                      M.W02_VALOR, M.W02_VALOR_NUM, M.W02_MONEDA,
                      VALUE(P.PRD_NOMBRE, 'SIN PRODUCTO')
               FROM PRDTW02 M
               LEFT OUTER JOIN PRDTWPRD P
                    ON P.PRD_CODIGO = SUBSTR(M.W02_CONTRATO, 9, 2)
               WHERE M.W02_CLIENTE > :WS-CLIENTE-DESDE
               ORDER BY M.W02_CLIENTE, M.W02_CONTRATO, M.W02_FECHA_MOV
               FOR FETCH ONLY
           END-EXEC.
      *      INTERFAZ DE LA RUTINA DE CONVERSION DE MONEDA PE3C0037    *
      ******************************************************************
       COPY PE3COMON.
      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE REFERENCIAS DE PAGO PE3C0104 Y DE   *
      *   LA RUTINA DE FECHA DE PROCESO PE3C0060                       *
      ******************************************************************
       COPY PE3CORPG.
       COPY PE3CFPRO.
      ******************************************************************
      *   INTERFAZ DE LA RUTINA COMUN DE CHECKPOINT PE3C0131. EN ESTE  *
      *   PROGRAMA LA LLAVE ES EL ULTIMO CLIENTE CERRADO; CONTADOR 1   *
      *   MOVIMIENTOS LEIDOS, 2 ESTADOS GENERADOS, 3 SIN TASA,         *
      *   4 REFERENCIAS IMPRESAS, 5 LINEAS ESCRITAS EN ESTADO          *
      ******************************************************************
       COPY PE3COCKP.
      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE REGISTRO DE REPORTES POR OFICINA    *
      *   PE3C0160 (MANIFIESTO DEL PAQUETE DE DISTRIBUCION)            *
      ******************************************************************
       COPY PE3CORDO.

       LINKAGE SECTION.
       01 REG-PARM.
      *    MONEDA ISO-4217 DEL TOTAL DEL INFORME; EN BLANCO NO SE
      *    CONVIERTE (COMPORTAMIENTO DE SIEMPRE)
           05 PARM-MONEDA-INFORME               PIC X(03).
      *    COMMIT CADA N CLIENTES; EN CERO/BLANCO APLICA 500
           05 PARM-INTERVALO-COMMIT             PIC X(05).
      *    'R' = REINICIO DESDE EL ULTIMO CLIENTE CONFIRMADO; LOS
      *    ESTADOS DE LA CORRIDA INTERRUMPIDA VAN EN ESTANT
           05 PARM-MODO-REINICIO                PIC X(01).
             88 PARM-REINICIO                       VALUE 'R'.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
                SET SI-CONVERSION TO TRUE
           END-IF

           IF PARM-LONG IS NUMERIC
              MOVE PARM-LONG TO WS-LONG-NUM
           END-IF
           IF WS-LONG-NUM > 3
              AND PARM-INTERVALO-COMMIT IS NUMERIC
              AND PARM-INTERVALO-COMMIT NOT = ZEROS
                MOVE PARM-INTERVALO-COMMIT TO WS-INTERVALO-COMMIT
           END-IF
           IF WS-LONG-NUM < 9
              MOVE SPACE TO PARM-MODO-REINICIO
           END-IF

           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO(1:7) TO ARC-PERIODO
           MOVE FPR0-FECHA-PROCESO      TO ARC-FECHA-CORRIDA
           PERFORM 013-LEER-PUNTO-CONTROL
           PERFORM 015-LIMPIAR-REGISTRO

           OPEN OUTPUT ESTADO
           IF WS-ESTADO-EST NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ARCHIVO ESTADO   ' WS-ESTADO-EST
              STOP RUN
           END-IF

      *    EN REINICIO EL COPIADO DE ESTANT VUELVE A ARCHIVAR LO YA
      *    CONFIRMADO, ASI QUE ESTEXT TAMBIEN ARRANCA VACIO
           OPEN OUTPUT ESTEXT
           IF WS-ESTADO-EXT NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ARCHIVO ESTEXT   ' WS-ESTADO-EXT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 011-CARGAR-LISTA
           PERFORM 012-CARGAR-SOLICITUDES

           IF SI-REINICIO
              PERFORM 014-COPIAR-ESTADOS
           END-IF

           EXEC SQL
               OPEN CURSOR_1
           END-EXEC
       01232-DESPLAZAR.
           MOVE WS-LIS-ENTRADA(I-DES - 1) TO WS-LIS-ENTRADA(I-DES).

      ******************************************************************
      *                 013-LEER-PUNTO-CONTROL                         *
      *   UN PUNTO 'E' EN PRDTWCKP ES UNA CORRIDA INTERRUMPIDA DE LA   *
      *   MISMA FECHA: SOLO SE RETOMA EN MODO 'R' (MISMA REGLA DE      *
      *   PE3C0025), Y SIN 'R' NO SE ARRANCA DE CERO ENCIMA DE ELLA    *
      ******************************************************************
       013-LEER-PUNTO-CONTROL.
           INITIALIZE CAI-PE9CCKP0
           SET CKP0-LEER              TO TRUE
           MOVE 'PE3C0052'            TO CKP0-PROGRAMA
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
                   MOVE CKP0-LLAVE(1:8)    TO WS-CLIENTE-DESDE
                   MOVE CKP0-CONTADOR (1)  TO WS-MOVIMIENTOS-LEIDOS
                   MOVE CKP0-CONTADOR (3)  TO WS-SIN-TASA
                   MOVE CKP0-CONTADOR (4)  TO WS-REFERENCIAS-IMPRESAS
                   DISPLAY 'REINICIO DESPUES DEL CLIENTE '
                           WS-CLIENTE-DESDE
              WHEN CKP0-EN-CURSO
                   DISPLAY 'CORRIDA INTERRUMPIDA EN EL CLIENTE '
                           CKP0-LLAVE(1:8)
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
      *                  014-COPIAR-ESTADOS                            *
      *   LAS LINEAS CONFIRMADAS DE LA CORRIDA INTERRUMPIDA PASAN A    *
      *   ESTADO POR 99-ESCRIBIR, CLIENTE POR CLIENTE: ASI SE VUELVEN  *
      *   A ARMAR LAS COPIAS DE RECOGIDA DE LAS OFICINAS Y QUEDAN      *
      *   MARCADOS COMO ATENDIDOS LOS CLIENTES DEL FILTRO. LO QUE      *
      *   QUEDO DESPUES DEL ULTIMO COMMIT SE DESCARTA                  *
      ******************************************************************
       014-COPIAR-ESTADOS.
           OPEN INPUT ESTANT
           IF WS-ESTADO-ANT NOT = '00'
              DISPLAY 'ERROR ABRIENDO ARCHIVO ESTANT ' WS-ESTADO-ANT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 0141-LEER-ESTANT
           PERFORM 0142-COPIAR-LINEA
                   UNTIL WS-LINEAS-COPIADAS > CKP0-CONTADOR (5)
                      OR SI-FIN-ANT
           PERFORM 0144-CERRAR-COPIADO
           CLOSE ESTANT

           IF WS-LINEAS-ESTADO NOT = CKP0-CONTADOR (5)
              DISPLAY 'ESTANT TRAE MENOS DE ' CKP0-CONTADOR (5)
                      ' LINEAS CONFIRMADAS'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE CKP0-CONTADOR (2) TO WS-ESTADOS-GENERADOS
           MOVE WS-CLIENTE-DESDE  TO WS-CLIENTE-ACTUAL.

       0141-LEER-ESTANT.
           READ ESTANT
              AT END
                 SET SI-FIN-ANT TO TRUE
              NOT AT END
                 ADD 1 TO WS-LINEAS-COPIADAS
           END-READ
           IF WS-ESTADO-ANT NOT = '00' AND NOT = '10'
              DISPLAY 'ERROR LEYENDO ARCHIVO ESTANT ' WS-ESTADO-ANT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    EL ENCABEZADO-2 TRAE EL CLIENTE: CIERRA LA COPIA DE
      *    RECOGIDA DEL ANTERIOR Y ABRE LA DEL NUEVO SI LA PIDIERON
       0142-COPIAR-LINEA.
           MOVE REG-ESTANT TO WS-LINEA-ANTERIOR
           IF ANT-MARCA = 'ESTADO DE CUENTA CLIENTE: '
              MOVE ANT-CLIENTE TO W02-CLIENTE
              PERFORM 025-BUSCAR-EN-FILTRO
              IF SI-ES-SOLICITUD
                 PERFORM 028-ABRIR-RECOGIDA
                 SET SI-CLIENTE-ABIERTO TO TRUE
      *          EL SEPARADOR YA SE COPIO ANTES DE SABER EL CLIENTE
                 MOVE WS-ENCABEZADO-1 TO REG-SOLOFI
                 PERFORM 0143-ESCRIBIR-RECOGIDA
              END-IF
           END-IF
           IF REG-ESTANT = WS-ENCABEZADO-1
              PERFORM 0144-CERRAR-COPIADO
           END-IF
           MOVE REG-ESTANT TO REG-ESTADO
           PERFORM 99-ESCRIBIR
           PERFORM 0141-LEER-ESTANT.

       0143-ESCRIBIR-RECOGIDA.
           WRITE REG-SOLOFI
           IF WS-ESTADO-SOL NOT = '00'
              DISPLAY 'ERROR WRITE ' WS-DSN-SOLOFI(1:7) ' '
                      WS-ESTADO-SOL
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-LINEAS-RECOGIDA.

       0144-CERRAR-COPIADO.
           IF SI-CLIENTE-ABIERTO AND SI-ES-SOLICITUD
              CLOSE SOLOFI
              PERFORM 0281-REGISTRAR-RECOGIDA
           END-IF
           SET NO-ES-SOLICITUD    TO TRUE
           SET NO-CLIENTE-ABIERTO TO TRUE.

      ******************************************************************
      *                  015-LIMPIAR-REGISTRO                          *
      *   LAS COPIAS DE RECOGIDA SE REGISTRAN SUMANDO CLIENTE POR      *
      *   CLIENTE: LO QUE EL PROGRAMA TENIA REGISTRADO EN LA FECHA SE  *
      *   BORRA AL ARRANCAR (EN REINICIO TAMBIEN, PORQUE EL COPIADO    *
      *   DE ESTANT LAS VUELVE A REGISTRAR)                            *
      ******************************************************************
       015-LIMPIAR-REGISTRO.
           INITIALIZE CAI-PE9CRDO0
           SET RDO0-ACC-BORRAR        TO TRUE
           MOVE FPR0-FECHA-PROCESO    TO RDO0-FECHA
           MOVE 'PE3C0052'            TO RDO0-PROGRAMA
           CALL 'PE3C0160' USING CAI-PE9CRDO0
           IF RDO0-COD-RET NOT = '00'
              DISPLAY 'ERROR LIMPIANDO PRDTWRDO (PE3C0160) COD '
                      RDO0-COD-RET ' SQLCODE ' RDO0-MAS-SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       021-FETCH-CURSOR-1.
           EXEC SQL
               FETCH CURSOR_1
       02-PROCESO.
           IF W02-CLIENTE NOT = WS-CLIENTE-ACTUAL
              PERFORM 022-CERRAR-CLIENTE
              IF WS-CLIENTE-ACTUAL NOT = LOW-VALUES
                 ADD 1 TO WS-SIN-CONFIRMAR
              END-IF
              IF WS-SIN-CONFIRMAR NOT < WS-INTERVALO-COMMIT
                 SET CKP0-CONFIRMAR TO TRUE
                 PERFORM 020-CONFIRMAR-AVANCE
              END-IF
              PERFORM 023-ABRIR-CLIENTE
           ELSE
              IF SI-CLIENTE-ABIERTO

           PERFORM 021-FETCH-CURSOR-1.

      ******************************************************************
      *                  020-CONFIRMAR-AVANCE                          *
      *   SOLO EN EL CORTE DE CLIENTE: EL QUE TERMINA YA TIENE TODAS   *
      *   SUS LINEAS EN ESTADO Y ES LA LLAVE DESDE DONDE SE REINICIA.  *
      *   PE3C0131 HACE EL COMMIT JUNTO CON EL PUNTO DE CONTROL        *
      ******************************************************************
       020-CONFIRMAR-AVANCE.
           MOVE 'PE3C0052'               TO CKP0-PROGRAMA
           MOVE FPR0-FECHA-PROCESO       TO CKP0-FECHA-PROCESO
           MOVE WS-CLIENTE-ACTUAL        TO CKP0-LLAVE
           MOVE WS-MOVIMIENTOS-LEIDOS    TO CKP0-CONTADOR (1)
           MOVE WS-ESTADOS-GENERADOS     TO CKP0-CONTADOR (2)
           MOVE WS-SIN-TASA              TO CKP0-CONTADOR (3)
           MOVE WS-REFERENCIAS-IMPRESAS  TO CKP0-CONTADOR (4)
           MOVE WS-LINEAS-ESTADO         TO CKP0-CONTADOR (5)
      *    LA FILA YA LEIDA DEL CLIENTE SIGUIENTE NO ESTA CONFIRMADA
           IF NO-FIN-CURSOR
              SUBTRACT 1 FROM CKP0-CONTADOR (1)
           END-IF
           CALL 'PE3C0131' USING CAI-PE9CCKP0
           IF NOT CKP0-OK
              DISPLAY 'ERROR CONFIRMANDO AVANCE (PE3C0131) COD '
                      CKP0-COD-RET ' SQLCODE ' CKP0-MAS-SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE ZEROS TO WS-SIN-CONFIRMAR.

      ******************************************************************
      *                   022-CERRAR-CLIENTE                           *
      *   EMITE EL ULTIMO CONTRATO PENDIENTE Y LOS TOTALES DEL         *
              ADD 1 TO WS-ESTADOS-GENERADOS
              IF SI-ES-SOLICITUD
                 CLOSE SOLOFI
                 PERFORM 0281-REGISTRAR-RECOGIDA
                 SET NO-ES-SOLICITUD TO TRUE
              END-IF
              SET NO-CLIENTE-ABIERTO TO TRUE
           END-IF
           SET NO-ARCHIVO-ABIERTO TO TRUE.

      ******************************************************************
      *                   023-ABRIR-CLIENTE                            *
           MOVE ULT-PRD-NOMBRE TO DET-PRODUCTO-NOMBRE
           MOVE WS-DETALLE TO REG-ESTADO
           PERFORM 99-ESCRIBIR
           PERFORM 029-REFERENCIA-DE-PAGO

           ADD 1 TO WS-CONTRATOS-CLIENTE
           ADD 1 TO WS-MOVIMIENTOS-CLIENTE
                      WS-ESTADO-SOL
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE ZEROS TO WS-LINEAS-RECOGIDA.

      *    CADA ESTADO COPIADO SUMA SUS LINEAS AL REGISTRO DE LA
      *    OFICINA; EL TOTAL DE CONTROL DE LAS COPIAS DE RECOGIDA ES
      *    LA CANTIDAD DE ESTADOS DE CUENTA (UNO POR CLIENTE)
       0281-REGISTRAR-RECOGIDA.
           INITIALIZE CAI-PE9CRDO0
           SET RDO0-ACC-SUMAR         TO TRUE
           MOVE FPR0-FECHA-PROCESO    TO RDO0-FECHA
           MOVE WS-OFICINA-SOLICITUD  TO RDO0-OFICINA
           MOVE 'ESTADOS'             TO RDO0-REPORTE
           MOVE WS-DSN-SOLOFI(1:7)    TO RDO0-DATASET
           MOVE 'PE3C0052'            TO RDO0-PROGRAMA
           MOVE WS-LINEAS-RECOGIDA    TO RDO0-REGISTROS
           MOVE 1                     TO RDO0-TOTAL
           CALL 'PE3C0160' USING CAI-PE9CRDO0
           IF RDO0-COD-RET NOT = '00'
              DISPLAY 'AVISO: PE3C0160 ' RDO0-COD-RET ' '
                      RDO0-ERROR1 ' ' WS-DSN-SOLOFI(1:7)
           END-IF.

      ******************************************************************
              ADD 1 TO WS-SIN-TASA
           END-IF.

      ******************************************************************
      *                029-REFERENCIA-DE-PAGO                          *
      *   LA PROXIMA FECHA PROGRAMADA ABIERTA Y SIN CUBRIR DEL         *
      *   PRODUCTO DEL CONTRATO (DESDE LA FECHA DE NEGOCIO) SALE CON   *
      *   SU REFERENCIA; UN CONTRATO SIN FECHA PENDIENTE NO LLEVA      *
      *   LINEA Y UNA FALLA DE LA RUTINA NO TUMBA EL ESTADO            *
      ******************************************************************
       029-REFERENCIA-DE-PAGO.
           MOVE WS-CLIENTE-ACTUAL   TO W03-CLIENTE
           MOVE ULT-CONTRATO(9:2)   TO W03-PRODUCTO
           MOVE FPR0-FECHA-PROCESO  TO W03-FECHA
           EXEC SQL
               SELECT VALUE(MIN(W03_FECHA), ' ')
               INTO  :W03-FECHA
               FROM  PRDTW03
               WHERE W03_CLIENTE   = :W03-CLIENTE
               AND   W03_PRODUCTO  = :W03-PRODUCTO
               AND   W03_ESTADO    = 'A'
               AND   W03_COBERTURA <> 'T'
               AND   W03_FECHA    >= :W03-FECHA
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'AVISO: SELECT PRDTW03 ' W03-CLIENTE
                      ' SQLCODE ' SQLCODE
              MOVE SPACES TO W03-FECHA
           END-IF

           IF W03-FECHA NOT = SPACES
              INITIALIZE CAI-PE9CRPG0
              SET RPG0-OP-GENERAR  TO TRUE
              MOVE W03-CLIENTE     TO RPG0-CLIENTE
              MOVE ULT-CONTRATO    TO RPG0-CONTRATO
              MOVE W03-PRODUCTO    TO RPG0-PRODUCTO
              MOVE W03-FECHA       TO RPG0-FECHA

              CALL 'PE3C0104' USING CAI-PE9CRPG0

              IF RPG0-COD-RET = '00'
                 MOVE RPG0-REFERENCIA     TO REF-PAGO
                 MOVE W03-FECHA           TO REF-FECHA
                 MOVE WS-LINEA-REFERENCIA TO REG-ESTADO
                 PERFORM 99-ESCRIBIR
                 ADD 1 TO WS-REFERENCIAS-IMPRESAS
              ELSE
                 DISPLAY 'AVISO: PE3C0104 ' RPG0-COD-RET ' '
                         RPG0-ERROR1 ' ' ULT-CONTRATO
              END-IF
           END-IF.

      ******************************************************************
      *                        999999-ESCRIBIR                         *
      ******************************************************************
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-LINEAS-ESTADO
      *    LA COPIA DE RECOGIDA SE ESCRIBE EN PARALELO MIENTRAS EL
      *    CLIENTE SOLICITADO ESTA ABIERTO
           IF SI-CLIENTE-ABIERTO AND SI-ES-SOLICITUD
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-LINEAS-RECOGIDA
           END-IF
           PERFORM 991-ARCHIVAR-LINEA.

      ******************************************************************
      *                   991-ARCHIVAR-LINEA                           *
      *   EL ESTADO DE CADA CLIENTE VA AL ARCHIVO TAL COMO SE          *
      *   IMPRIMIO, DEL SEPARADOR A LOS TOTALES; EL ENCABEZADO TRAE EL *
      *   CLIENTE (TAMBIEN EN LAS LINEAS COPIADAS DE ESTANT EN UN      *
      *   REINICIO)                                                    *
      ******************************************************************
       991-ARCHIVAR-LINEA.
           MOVE REG-ESTADO TO WS-LINEA-ANTERIOR
           EVALUATE TRUE
              WHEN REG-ESTADO = WS-ENCABEZADO-1
                   SET NO-ARCHIVO-ABIERTO     TO TRUE
                   SET SI-SEPARADOR-PENDIENTE TO TRUE
              WHEN ANT-MARCA = 'ESTADO DE CUENTA CLIENTE: '
                   SET SI-ARCHIVO-ABIERTO TO TRUE
                   MOVE ANT-CLIENTE       TO ARC-CLIENTE
                   MOVE ZEROS             TO ARC-LINEA
                   IF SI-SEPARADOR-PENDIENTE
                      MOVE WS-ENCABEZADO-1 TO VES-TEXTO
                      PERFORM 992-ESCRIBIR-ESTEXT
                      SET NO-SEPARADOR-PENDIENTE TO TRUE
                   END-IF
                   MOVE REG-ESTADO        TO VES-TEXTO
                   PERFORM 992-ESCRIBIR-ESTEXT
              WHEN SI-ARCHIVO-ABIERTO
                   MOVE REG-ESTADO        TO VES-TEXTO
                   PERFORM 992-ESCRIBIR-ESTEXT
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       992-ESCRIBIR-ESTEXT.
           ADD 1                TO ARC-LINEA
           MOVE WS-LLAVE-ARCHIVO TO VES-LLAVE
           WRITE REG-VSAM-EST
           IF WS-ESTADO-EXT NOT = '00'
              DISPLAY 'ERROR WRITE ARCHIVO ESTEXT ' WS-ESTADO-EXT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-LINEAS-ARCHIVADAS.

      ******************************************************************
      *                        03-FINAL                                *
           DISPLAY 'MOVIMIENTOS LEIDOS : ' WS-MOVIMIENTOS-LEIDOS
           DISPLAY 'ESTADOS GENERADOS  : ' WS-ESTADOS-GENERADOS
           DISPLAY 'SOLICITUDES ATENDID: ' WS-SOLICITUDES-ATENDIDAS
           DISPLAY 'REFERENCIAS DE PAGO: ' WS-REFERENCIAS-IMPRESAS
           DISPLAY 'LINEAS ARCHIVADAS  : ' WS-LINEAS-ARCHIVADAS
           IF WS-SIN-TASA > ZEROS
              DISPLAY 'AVISO: ' WS-SIN-TASA
                      ' MOVIMIENTOS SIN TASA DE CAMBIO'
           END-IF

           CLOSE ESTADO ESTEXT

      *    LAS MARCAS DE SOLICITUD Y EL PUNTO TERMINADO SE CONFIRMAN
      *    JUNTOS: LA PROXIMA CORRIDA ARRANCA DE CERO
           SET CKP0-TERMINAR TO TRUE
           PERFORM 020-CONFIRMAR-AVANCE
           STOP RUN.

       031-REPORTAR-SIN-CONTRATOS.
