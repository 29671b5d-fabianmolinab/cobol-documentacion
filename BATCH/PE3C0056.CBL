      *                      MARCA DE OPERACION, Y TRAILER CON HASH    *
      *                      ENCADENADO (PRDTWBOD) SOBRE LA ULTIMA     *
      *                      DESCARGA                                  *
      *   15/OCT/2026  FAMB  COMMIT CADA N CLIENTES (N DETALLES DEL    *
      *                      DELTA EN EL INCREMENTAL) CON PUNTO DE     *
      *                      CONTROL EN PRDTWCKP (PE3C0131); EL        *
      *                      REINICIO SIGUE DESDE EL ULTIMO CLIENTE O  *
      *                      REGISTRO CONFIRMADO Y EL CIERRE CONSERVA  *
      *                      CANTIDAD Y HASH DE TODA LA DESCARGA       *
      *   15/OCT/2026  FAMB  HABEAS DATA: EL CLIENTE SIN AUTORIZACION  *
      *                      VIGENTE PARA LA FINALIDAD 'M' EN PRDTWHAB *
      *                      (PE3C0142) VIAJA CON EL CODIGO Y EL       *
      *                      CONSECUTIVO DEL CONTRATO ENMASCARADOS     *
      ******************************************************************
      *                      ENVIRONMENT DIVISION                      *
      ******************************************************************
      *********DELTA DEL DIA (PE3C0051), ENTRADA DEL MODO INCREMENTAL***
           SELECT DELTACDC  ASSIGN TO DELTACDC
                            FILE STATUS IS WS-ESTADO-CDC.
      *******DESCARGA DE LA CORRIDA INTERRUMPIDA (SOLO EN REINICIO)*****
           SELECT BODANT    ASSIGN TO BODANT
                            FILE STATUS IS WS-ESTADO-ANT.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
           COPY PE3CCDCD.

       FD  BODANT
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-BODANT             PIC X(250).
      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************
      ******************************************************************
       01 WS-ESTADO                      PIC XX    VALUE '00'.
       01 WS-ESTADO-CDC                  PIC XX    VALUE '00'.
       01 WS-ESTADO-ANT                  PIC XX    VALUE '00'.
      ******************************************************************
      *                           SWITCHES                             *
      ******************************************************************
           05 SW-FIN-DELTA           PIC X       VALUE 'N'.
             88 SI-FIN-DELTA                     VALUE 'S'.
             88 NO-FIN-DELTA                     VALUE 'N'.
           05 SW-REINICIO            PIC X       VALUE 'N'.
             88 SI-REINICIO                      VALUE 'S'.
             88 NO-REINICIO                      VALUE 'N'.
           05 SW-FIN-ANT             PIC X       VALUE 'N'.
             88 SI-FIN-ANT                       VALUE 'S'.
             88 NO-FIN-ANT                       VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
      *    ANTERIOR MAS EL HASH DE ESTA CORRIDA
          05 WS-HASH-ACUMULADO           PIC S9(15)V99 COMP-3
                                                    VALUE ZEROS.
      *    REGISTROS LEIDOS DEL DELTACDC (CABECERA INCLUIDA): ES LA
      *    POSICION DESDE DONDE SE REINICIA EL INCREMENTAL
          05 WS-REGISTROS-DELTA          PIC 9(09) VALUE ZEROS.
          05 WS-LINEAS-BODEGA            PIC 9(09) VALUE ZEROS.
          05 WS-LINEAS-COPIADAS          PIC 9(09) VALUE ZEROS.
          05 WS-SIN-CONFIRMAR            PIC 9(09) VALUE ZEROS.
          05 WS-ENMASCARADOS             PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                          CONSTANTES                            *
      ******************************************************************
       01 WS-CONSTANTES.
          05 CTE-LONG-MAX-PARM           PIC 9(02) VALUE 27.
          05 WS-LONG-NUM                 PIC 9(02) VALUE ZEROS.
      *    INTERVALO DE COMMIT (DEL PARM; 500 POR DEFECTO): CLIENTES
      *    EN LA COMPLETA, DETALLES DEL DELTA EN EL INCREMENTAL
          05 WS-INTERVALO-COMMIT         PIC 9(05) VALUE 00500.

      *    EL CURSOR ARRANCA DESPUES DE ESTE CLIENTE: EL ULTIMO
      *    CONFIRMADO EN REINICIO, LOW-VALUES EN UNA CORRIDA NUEVA
       01 WS-CLIENTE-DESDE               PIC X(08) VALUE LOW-VALUES.
       01 WS-CLIENTE-ANTERIOR            PIC X(08) VALUE SPACES.

      *    LLAVE DEL PUNTO DE CONTROL: EL MODO DE LA DESCARGA Y EL
      *    ULTIMO CLIENTE CONFIRMADO (EN BLANCO EN EL INCREMENTAL,
      *    QUE SE REPOSICIONA POR EL CONTADOR DE REGISTROS)
       01 WS-LLAVE-CKP.
           05 LLC-MODO                   PIC X(01).
           05 LLC-CLIENTE                PIC X(08).

      *    'S' SOLO SI EL PARM TRAE LA MARCA OPCIONAL DE DORMANTES
       01 WS-INCLUIR-DORMANTES           PIC X(01) VALUE 'N'.
           05 DEN-BCO-NOMBRE             PIC X(30).
           05 DEN-FAMILIA                PIC X(2).
           05 DEN-FAM-NOMBRE             PIC X(30).
      *    'A' SI EL CLIENTE AUTORIZA LA FINALIDAD 'M' (PRDTWHAB)
           05 DEN-CONSENTIMIENTO         PIC X(1).
             88 DEN-CON-CONSENTIMIENTO           VALUE 'A'.

      ******************************************************************
      *   HABEAS DATA: SIN AUTORIZACION DE MERCADEO Y ANALITICA EL     *
      *   DETALLE VIAJA IGUAL (LOS TOTALES DE LA BODEGA CUADRAN) PERO  *
      *   SIN EL CODIGO DEL CLIENTE NI EL CONSECUTIVO DEL CONTRATO;    *
      *   BANCO, OFICINA Y PRODUCTO (POSICIONES 1-10) SE CONSERVAN     *
      ******************************************************************
       01 WS-IDENTIFICACION-BODEGA.
           05 IDB-CLIENTE                PIC X(8).
           05 IDB-CONTRATO.
              10 IDB-CONTRATO-PREFIJO    PIC X(10).
              10 IDB-CONTRATO-CONSEC     PIC X(8).
       01 CTE-MASCARA                    PIC X(8) VALUE '********'.

       01 WS-EDICION.
           05 WS-VALOR-EDITADO           PIC -9(9).99.
               INCLUDE PETCOFAM
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOHAB
           END-EXEC.

      ******************************************************************
      *      INTERFAZ DE LA RUTINA DE CONVERSION DE MONEDA PE3C0037    *
      ******************************************************************
       COPY PE3COMON.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA COMUN DE CHECKPOINT PE3C0131. EN ESTE  *
      *   PROGRAMA LA LLAVE ES EL MODO Y EL ULTIMO CLIENTE; CONTADOR   *
      *   1 DETALLES EMITIDOS, 2 LINEAS DE BODEGA, 3 SIN TASA, 4       *
      *   REGISTROS LEIDOS DEL DELTACDC, 5 DETALLES DEL DELTA, 6       *
      *   DETALLES ENMASCARADOS POR HABEAS DATA; HASH 1                *
      *   ES EL HASH DE VALOR QUE VIAJA EN EL CIERRE                   *
      ******************************************************************
       COPY PE3COCKP.

      ******************************************************************
      ******   CURSOR_1: MOVIMIENTOS DENORMALIZADOS CON LAS MAESTRAS  **
      *    WITH HOLD PARA SOBREVIVIR A LOS COMMIT DE CADA PUNTO; EN    *
      *    REINICIO ARRANCA DESPUES DEL ULTIMO CLIENTE CONFIRMADO      *
      *    LOS JOIN VAN EXTERNOS: UN MOVIMIENTO CON MAESTRA FALTANTE   *
      *    VIAJA IGUAL, CON EL TEXTO 'SIN ...' PARA QUE LA BODEGA LO   *
      *    VEA (LA AUDITORIA PE3C0039 ES LA QUE LIMPIA ESOS CASOS)     *
           EXEC SQL
               DECLARE CURSOR_1 CURSOR WITH HOLD FOR
               SELECT M.W02_CLIENTE, M.W02_FECHA_MOV, M.W02_CONTRATO,
                      M.W02_VALOR_NUM, M.W02_TIPO_MOV, M.W02_MONEDA,
                      VALUE(O.OFI_NOMBRE, 'SIN OFICINA'),
                      SUBSTR(M.W02_CONTRATO, 1, 4),
                      VALUE(B.BCO_NOMBRE, 'SIN BANCO'),
                      VALUE(P.PRD_FAMILIA, '??'),
                      VALUE(F.FAM_NOMBRE, 'SIN FAMILIA'),
                      VALUE(H.HAB_ESTADO, 'N')
               FROM PRDTW02 M
               LEFT OUTER JOIN PRDTWOFI O
                    ON O.OFI_CODIGO = SUBSTR(M.W02_CONTRATO, 5, 4)
                    ON  E.W03_CLIENTE  = M.W02_CLIENTE
                    AND E.W03_FECHA    = M.W02_FECHA_MOV
                    AND E.W03_PRODUCTO = SUBSTR(M.W02_CONTRATO, 9, 2)
               LEFT OUTER JOIN PRDTWHAB H
                    ON  H.HAB_CLIENTE   = M.W02_CLIENTE
                    AND H.HAB_FINALIDAD = 'M'
                    AND H.HAB_ESTADO    = 'A'
               WHERE (:WS-INCLUIR-DORMANTES = 'S'
               OR NOT EXISTS
                  (SELECT 1
                   AND   C.CON_ESTADO   = 'D'))
               AND (:WS-FILTRO-BANCO = '    '
                    OR SUBSTR(M.W02_CONTRATO, 1, 4) = :WS-FILTRO-BANCO)
               AND M.W02_CLIENTE > :WS-CLIENTE-DESDE
               ORDER BY M.W02_CLIENTE, M.W02_CONTRATO, M.W02_FECHA_MOV
               FOR FETCH ONLY
           END-EXEC.
      *    MONEDA ISO-4217 DE LA COLUMNA CONVERTIDA (OPCIONAL); EN
      *    BLANCO LOS DETALLES VIAJAN SOLO EN SU MONEDA ORIGINAL
           05 PARM-MONEDA-INFORME               PIC X(03).
      *    COMMIT CADA N CLIENTES (N DETALLES EN EL INCREMENTAL); EN
      *    CERO/BLANCO APLICA 500
           05 PARM-INTERVALO-COMMIT             PIC X(05).
      *    'R' = REINICIO DESDE EL ULTIMO PUNTO CONFIRMADO; LA
      *    DESCARGA DE LA CORRIDA INTERRUMPIDA VA EN BODANT
           05 PARM-MODO-REINICIO                PIC X(01).
             88 PARM-REINICIO                       VALUE 'R'.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       01-INICIO.
           PERFORM 010-VALIDAR-PARM
           PERFORM 011-LEER-PUNTO-CONTROL

           OPEN OUTPUT BODEGA
           IF WS-ESTADO NOT = '00' AND NOT = '97'
           ELSE
              MOVE 'F' TO CAB-MODO
           END-IF
           IF SI-REINICIO
              PERFORM 012-COPIAR-BODEGA
           ELSE
              MOVE WS-MONEDA-INFORME TO CAB-MONEDA
              MOVE WS-REG-CABECERA    TO REG-BODEGA
              PERFORM 99-ESCRIBIR
           END-IF

           IF PARM-MODO-INCREMENTAL
              OPEN INPUT DELTACDC
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF SI-REINICIO
                 PERFORM 055-SALTAR-CONFIRMADOS
              END-IF
              PERFORM 051-LEER-DELTA
           ELSE
              EXEC SQL
              AND PARM-MONEDA-INFORME NOT = LOW-VALUES
                MOVE PARM-MONEDA-INFORME TO WS-MONEDA-INFORME
                SET SI-CONVERSION TO TRUE
           END-IF

           IF WS-LONG-NUM > 21
              AND PARM-INTERVALO-COMMIT IS NUMERIC
              AND PARM-INTERVALO-COMMIT NOT = ZEROS
                MOVE PARM-INTERVALO-COMMIT TO WS-INTERVALO-COMMIT
           END-IF
           IF WS-LONG-NUM < CTE-LONG-MAX-PARM
              MOVE SPACE TO PARM-MODO-REINICIO
           END-IF.

      ******************************************************************
      *                 011-LEER-PUNTO-CONTROL                         *
      *   UN PUNTO 'E' EN PRDTWCKP ES UNA DESCARGA INTERRUMPIDA DE LA  *
      *   MISMA FECHA: SOLO SE RETOMA EN MODO 'R' Y CON EL MISMO MODO  *
      *   DE DESCARGA; SIN 'R' NO SE ARRANCA DE CERO ENCIMA DE ELLA    *
      ******************************************************************
       011-LEER-PUNTO-CONTROL.
           INITIALIZE CAI-PE9CCKP0
           SET CKP0-LEER              TO TRUE
           MOVE 'PE3C0056'            TO CKP0-PROGRAMA
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
                   MOVE CKP0-LLAVE(1:9)    TO WS-LLAVE-CKP
                   IF (PARM-MODO-INCREMENTAL AND LLC-MODO NOT = 'I')
                      OR (NOT PARM-MODO-INCREMENTAL AND LLC-MODO = 'I')
                        DISPLAY 'EL PUNTO DE CONTROL ES DE OTRO MODO '
                                'DE DESCARGA: ' LLC-MODO
                        MOVE 12 TO RETURN-CODE
                        STOP RUN
                   END-IF
                   SET SI-REINICIO TO TRUE
                   MOVE LLC-CLIENTE        TO WS-CLIENTE-DESDE
                                              WS-CLIENTE-ANTERIOR
                   MOVE CKP0-CONTADOR (1)  TO WS-DETALLES
                   MOVE CKP0-CONTADOR (3)  TO WS-SIN-TASA
                   MOVE CKP0-CONTADOR (5)  TO WS-DETALLES-DELTA
                   MOVE CKP0-CONTADOR (6)  TO WS-ENMASCARADOS
                   MOVE CKP0-HASH (1)      TO WS-HASH-VALOR
                   DISPLAY 'REINICIO DE LA DESCARGA, MODO ' LLC-MODO
                           ' CLIENTE ' LLC-CLIENTE
                           ' REGISTROS DELTA ' CKP0-CONTADOR (4)
              WHEN CKP0-EN-CURSO
                   DISPLAY 'DESCARGA INTERRUMPIDA, PUNTO '
                           CKP0-LLAVE(1:9)
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
      *                  012-COPIAR-BODEGA                             *
      *   LAS LINEAS CONFIRMADAS DE LA DESCARGA INTERRUMPIDA (CABECERA *
      *   INCLUIDA) PASAN TAL CUAL; LO QUE QUEDO DESPUES DEL ULTIMO    *
      *   COMMIT SE DESCARTA PORQUE SE VUELVE A DESCARGAR              *
      ******************************************************************
       012-COPIAR-BODEGA.
           OPEN INPUT BODANT
           IF WS-ESTADO-ANT NOT = '00'
              DISPLAY 'ERROR ABRIENDO ARCHIVO BODANT ' WS-ESTADO-ANT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 0121-COPIAR-LINEA
                   UNTIL WS-LINEAS-BODEGA NOT < CKP0-CONTADOR (2)
                      OR SI-FIN-ANT
           CLOSE BODANT
           IF WS-LINEAS-BODEGA < CKP0-CONTADOR (2)
              DISPLAY 'BODANT TRAE MENOS DE ' CKP0-CONTADOR (2)
                      ' LINEAS CONFIRMADAS'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       0121-COPIAR-LINEA.
           READ BODANT
              AT END
                 SET SI-FIN-ANT TO TRUE
              NOT AT END
                 MOVE REG-BODANT TO REG-BODEGA
                 PERFORM 99-ESCRIBIR
                 ADD 1 TO WS-LINEAS-COPIADAS
           END-READ
           IF WS-ESTADO-ANT NOT = '00' AND NOT = '10'
              DISPLAY 'ERROR LEYENDO ARCHIVO BODANT ' WS-ESTADO-ANT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       021-FETCH-CURSOR-1.
                    :W02-VALOR-NUM, :W02-TIPO-MOV, :W02-MONEDA,
                    :DEN-OFI-NOMBRE, :DEN-PRD-NOMBRE,
                    :DEN-ESTADO-FECHA, :DEN-BANCO, :DEN-BCO-NOMBRE,
                    :DEN-FAMILIA, :DEN-FAM-NOMBRE,
                    :DEN-CONSENTIMIENTO
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
              PERFORM 06-CONVERTIR-VALOR
           END-IF
           MOVE W02-VALOR-NUM TO WS-VALOR-EDITADO
           MOVE W02-CLIENTE   TO IDB-CLIENTE
           MOVE W02-CONTRATO  TO IDB-CONTRATO
           PERFORM 057-ENMASCARAR-CLIENTE
           MOVE SPACES TO REG-BODEGA
           STRING 'D;'              DELIMITED SIZE
                  IDB-CLIENTE       DELIMITED SIZE
                  ';'               DELIMITED SIZE
                  W02-FECHA-MOV     DELIMITED SIZE
                  ';'               DELIMITED SIZE
                  IDB-CONTRATO      DELIMITED SIZE
                  ';'               DELIMITED SIZE
                  WS-VALOR-EDITADO  DELIMITED SIZE
                  ';'               DELIMITED SIZE
           PERFORM 99-ESCRIBIR
           ADD 1             TO WS-DETALLES
           ADD W02-VALOR-NUM TO WS-HASH-VALOR

      *    EL PUNTO SE TOMA EN EL CORTE DE CLIENTE: EL CLIENTE QUE
      *    TERMINA YA SALIO COMPLETO A LA BODEGA
           MOVE W02-CLIENTE  TO WS-CLIENTE-ANTERIOR
           PERFORM 021-FETCH-CURSOR-1
           IF NO-FIN-CURSOR AND W02-CLIENTE NOT = WS-CLIENTE-ANTERIOR
              ADD 1 TO WS-SIN-CONFIRMAR
              IF WS-SIN-CONFIRMAR NOT < WS-INTERVALO-COMMIT
                 SET CKP0-CONFIRMAR TO TRUE
                 PERFORM 07-CONFIRMAR-AVANCE
              END-IF
           END-IF.

      ******************************************************************
      *                  06-CONVERTIR-VALOR                            *
              WHEN CDC-REG-DETALLE
                   ADD 1 TO WS-DETALLES-DELTA
                   PERFORM 052-EMITIR-INCREMENTO
                   ADD 1 TO WS-SIN-CONFIRMAR
                   IF WS-SIN-CONFIRMAR NOT < WS-INTERVALO-COMMIT
                      SET CKP0-CONFIRMAR TO TRUE
                      PERFORM 07-CONFIRMAR-AVANCE
                   END-IF
              WHEN OTHER
                   DISPLAY 'REGISTRO DELTACDC INVALIDO: ' CDC-TIPO-REG
                   MOVE 12 TO RETURN-CODE
       051-LEER-DELTA.
           READ DELTACDC
              AT END SET SI-FIN-DELTA TO TRUE
              NOT AT END ADD 1 TO WS-REGISTROS-DELTA
           END-READ
           IF NO-FIN-DELTA AND WS-ESTADO-CDC NOT = '00'
              DISPLAY 'ERROR LEYENDO DELTACDC ' WS-ESTADO-CDC
                 PERFORM 06-CONVERTIR-VALOR
              END-IF
              MOVE CDC-VALOR-NUM TO WS-VALOR-EDITADO
              MOVE CDC-CLIENTE   TO IDB-CLIENTE
              MOVE CDC-CONTRATO  TO IDB-CONTRATO
              PERFORM 057-ENMASCARAR-CLIENTE
              MOVE SPACES TO REG-BODEGA
              STRING 'D;'              DELIMITED SIZE
                     IDB-CLIENTE       DELIMITED SIZE
                     ';'               DELIMITED SIZE
                     CDC-FECHA-MOV     DELIMITED SIZE
                     ';'               DELIMITED SIZE
                     IDB-CONTRATO      DELIMITED SIZE
                     ';'               DELIMITED SIZE
                     WS-VALOR-EDITADO  DELIMITED SIZE
                     ';'               DELIMITED SIZE
              ADD CDC-VALOR-NUM  TO WS-HASH-VALOR
           END-IF.

      ******************************************************************
      *                 055-SALTAR-CONFIRMADOS                         *
      *   EN REINICIO DEL INCREMENTAL LOS REGISTROS DEL DELTACDC YA    *
      *   CONFIRMADOS SE LEEN SIN EMITIR; EL DELTA DEBE SER EL MISMO   *
      *   DE LA CORRIDA INTERRUMPIDA                                   *
      ******************************************************************
       055-SALTAR-CONFIRMADOS.
           PERFORM 051-LEER-DELTA
                   UNTIL WS-REGISTROS-DELTA NOT < CKP0-CONTADOR (4)
                      OR SI-FIN-DELTA
           IF SI-FIN-DELTA
              DISPLAY 'DELTACDC TRAE MENOS DE ' CKP0-CONTADOR (4)
                      ' REGISTROS CONFIRMADOS'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *                 053-RESOLVER-NOMBRES                           *
      *   EN EL INCREMENTAL LOS NOMBRES SE RESUELVEN FILA A FILA (ES   *
              OR DEN-FAMILIA = SPACES OR LOW-VALUES
                MOVE '??'          TO DEN-FAMILIA
                MOVE 'SIN FAMILIA' TO DEN-FAM-NOMBRE
           END-IF

      *    SIN FILA O CON ERROR DE LECTURA EL CLIENTE SE ENMASCARA
           EXEC SQL
               SELECT HAB_ESTADO
               INTO  :DEN-CONSENTIMIENTO
               FROM  PRDTWHAB
               WHERE HAB_CLIENTE   = :CDC-CLIENTE
               AND   HAB_FINALIDAD = 'M'
               AND   HAB_ESTADO    = 'A'
           END-EXEC
           IF SQLCODE NOT = ZEROS
              MOVE 'N'           TO DEN-CONSENTIMIENTO
           END-IF.

      ******************************************************************
      *                 057-ENMASCARAR-CLIENTE                         *
      *   EL CORTE DE CLIENTE Y EL PUNTO DE CONTROL SIGUEN USANDO EL   *
      *   CODIGO REAL; SOLO LO QUE SE ESCRIBE EN LA BODEGA SE TAPA     *
      ******************************************************************
       057-ENMASCARAR-CLIENTE.
           IF NOT DEN-CON-CONSENTIMIENTO
              MOVE CTE-MASCARA TO IDB-CLIENTE IDB-CONTRATO-CONSEC
              ADD 1            TO WS-ENMASCARADOS
           END-IF.

      ******************************************************************
                           'SQLCODE ' SQLCODE
           END-EVALUATE.

      ******************************************************************
      *                  07-CONFIRMAR-AVANCE                           *
      *   GRABA EL PUNTO DE CONTROL CON LO YA ESCRITO EN LA BODEGA;    *
      *   PE3C0131 HACE EL COMMIT                                      *
      ******************************************************************
       07-CONFIRMAR-AVANCE.
           MOVE 'PE3C0056'            TO CKP0-PROGRAMA
           MOVE PARM-FECHA-PROCESO    TO CKP0-FECHA-PROCESO
           IF PARM-MODO-INCREMENTAL
              MOVE 'I'                TO LLC-MODO
              MOVE SPACES             TO LLC-CLIENTE
           ELSE
              MOVE 'F'                TO LLC-MODO
              MOVE WS-CLIENTE-ANTERIOR TO LLC-CLIENTE
           END-IF
           MOVE WS-LLAVE-CKP          TO CKP0-LLAVE
           MOVE WS-DETALLES           TO CKP0-CONTADOR (1)
           MOVE WS-LINEAS-BODEGA      TO CKP0-CONTADOR (2)
           MOVE WS-SIN-TASA           TO CKP0-CONTADOR (3)
           MOVE WS-REGISTROS-DELTA    TO CKP0-CONTADOR (4)
           MOVE WS-DETALLES-DELTA     TO CKP0-CONTADOR (5)
           MOVE WS-ENMASCARADOS       TO CKP0-CONTADOR (6)
           MOVE WS-HASH-VALOR         TO CKP0-HASH (1)
           CALL 'PE3C0131' USING CAI-PE9CCKP0
           IF NOT CKP0-OK
              DISPLAY 'ERROR CONFIRMANDO AVANCE (PE3C0131) COD '
                      CKP0-COD-RET ' SQLCODE ' CKP0-MAS-SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE ZEROS TO WS-SIN-CONFIRMAR.

      ******************************************************************
      *                        999999-ESCRIBIR                         *
      ******************************************************************
              DISPLAY 'ERROR WRITE ARCHIVO BODEGA ' WS-ESTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-LINEAS-BODEGA.

      ******************************************************************
      *                        03-FINAL                                *

           DISPLAY 'DETALLES DESCARGADOS : ' WS-DETALLES
           DISPLAY 'HASH ACUMULADO       : ' WS-HASH-ACUMULADO
           DISPLAY 'ENMASCARADOS (HABEAS): ' WS-ENMASCARADOS
           IF WS-SIN-TASA > ZEROS
              DISPLAY 'AVISO: ' WS-SIN-TASA
                      ' MOVIMIENTOS SIN TASA DE CAMBIO'
           END-IF

           CLOSE BODEGA

      *    EL ULTIMO TRAMO (CON LA CADENA DE PRDTWBOD) SE CONFIRMA CON
      *    EL PUNTO TERMINADO: LA PROXIMA CORRIDA ARRANCA DE CERO
           SET CKP0-TERMINAR TO TRUE
           PERFORM 07-CONFIRMAR-AVANCE
           STOP RUN.
