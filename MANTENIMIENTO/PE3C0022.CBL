      *                      DORMANTE 'D' (REACTIVACION, PE3C0078)     *
      *   02/SEP/2026  FAMB  SOLICITANTE Y APROBADOR (AM0-USUARIO/     *
      *                      AM0-APROBADOR) EN MANTLOG Y PENDIENTE     *
      *   15/OCT/2026  FAMB  EL ALTA SE ACEPTA SOBRE CONTRATO          *
      *                      CASTIGADO 'K' (RECUPERACION, PE3C0108)    *
      *   15/OCT/2026  FAMB  LA BAJA DE UN MOVIMIENTO 'N' CON EMBARGO  *
      *                      JUDICIAL VIGENTE SOBRE EL CLIENTE O EL    *
      *                      CONTRATO (PRDTWEMB) SE RECHAZA CON '63'   *
      *   15/OCT/2026  FAMB  TODA OPERACION APLICADA CON '00' SE       *
      *                      PUBLICA COMO EVENTO (PE3CMQ03) EN LA COLA *
      *                      PE3.MANTENIMIENTO.EVENTOS, CON SECUENCIA  *
      *                      DIARIA (PRDTWEVS), EN LA MISMA UNIDAD DE  *
      *                      TRABAJO; SI NO SE PUEDE PUBLICAR SE       *
      *                      DESHACE LA OPERACION Y SE DEVUELVE '30'   *
      *   15/OCT/2026  FAMB  ALTA O CAMBIO SOBRE UN DIA DE OFICINA YA  *
      *                      CERRADO (PRDTWODC, CP33) SE RECHAZA CON   *
      *                      '65'                                      *
      *   15/OCT/2026  FAMB  TODA OPERACION APLICADA SUMA CANTIDAD Y   *
      *                      VALOR NETO AL TOTAL DEL OPERADOR EN EL    *
      *                      DIA DE OFICINA (PRDTWODO) EN LA MISMA     *
      *                      UNIDAD DE TRABAJO                         *
      *   15/OCT/2026  FAMB  EL CIERRE DEL DIA DE OFICINA ('65') Y EL  *
      *                      TOTAL DEL OPERADOR (PRDTWODO) SOLO        *
      *                      APLICAN A LA CAPTURA DE OFICINA           *
      *                      (AM0-ORIGEN-CAPTURA, CP20)                *
      *   15/OCT/2026  FAMB  EL CAMBIO O LA BAJA DE UN MOVIMIENTO YA   *
      *                      REPARTIDO A CUOTAS (PRDTWAPL, PE3C0098)   *
      *                      SE RECHAZA CON '66': LA CORRECCION ENTRA  *
      *                      COMO REVERSO 'R'                          *
      ******************************************************************
      ******************************************************************
      *                      ENVIRONMENT DIVISION                      *
           05 PER-ESTADO                        PIC X(1).
             88 PER-CERRADO                         VALUE 'C'.

      *    DIA DE OFICINA DE LA OPERACION: OFICINA DEL CONTRATO
      *    (POSICIONES 5 A 8) Y FECHA DEL MOVIMIENTO (PRDTWODC). UN
      *    DIA SIN FILA SE CONSIDERA ABIERTO
       01 WS-DIA-OFICINA.
           05 ODC-OFICINA                       PIC X(4).
           05 ODC-FECHA                         PIC X(10).
           05 ODC-ESTADO                        PIC X(1).
             88 ODC-CERRADO                         VALUE 'C'.

      *    TOTAL DEL OPERADOR EN EL DIA DE OFICINA (PRDTWODO): CADA
      *    OPERACION APLICADA SUMA UNO A LA CANTIDAD Y SU EFECTO NETO
      *    AL VALOR
       01 PRDTW-ODO.
           05 ODO-OFICINA                       PIC X(4).
           05 ODO-FECHA                         PIC X(10).
           05 ODO-USUARIO                       PIC X(8).
           05 ODO-VALOR                         PIC S9(11)V99 COMP-3.

      *    ACUMULADOS PARA VALIDAR UN REVERSO CONTRA SU ORIGINAL:
      *    CANTIDAD DE MOVIMIENTOS 'N' DE LA LLAVE Y NETO VIGENTE
      *    (NORMALES MAS REVERSOS YA POSTEADOS)
           05 WS-NETO-VIGENTE                   PIC S9(11)V99 COMP-3.
           05 WS-VALOR-REVERSO                  PIC S9(11)V99 COMP-3.

      *    EMBARGOS JUDICIALES VIGENTES SOBRE EL CLIENTE O EL CONTRATO
      *    A LA FECHA DE NEGOCIO (PRDTWEMB, PE3C0116)
       01 WS-VALIDA-EMBARGO.
           05 WS-CANT-EMBARGOS                  PIC S9(9) COMP.
           05 WS-FECHA-NEGOCIO                  PIC X(10).

      *    FILAS DE APLICACION A CUOTAS DEL MOVIMIENTO (PRDTWAPL,
      *    PE3C0098)
       01 WS-CANT-APLICACIONES                  PIC S9(9) COMP.

      *    ESTADO DEL CONTRATO EN LA MAESTRA PRDTWCON (PE3C0064):
      *    SOLO UN CONTRATO ACTIVO ('A') O DORMANTE ('D') RECIBE
      *    ALTAS; EL MOVIMIENTO SOBRE UN DORMANTE LO REACTIVA Y
           05 CON-ESTADO                        PIC X(1).
             88 CON-EST-ACTIVO                      VALUE 'A'.
             88 CON-EST-DORMANTE                    VALUE 'D'.
             88 CON-EST-CASTIGADO                   VALUE 'K'.

       01 WS-IMAGEN-ANTERIOR.
           05 ANT-FECHA-MOV                     PIC X(10).
           05 ANT-MONEDA                        PIC X(3).
           05 ANT-ID-MOV                        PIC S9(13) COMP-3.

      *    CONSECUTIVO DIARIO DE EVENTOS PUBLICADOS (PRDTWEVS): LA
      *    FILA DE LA FECHA DE NEGOCIO ACUMULA SECUENCIA Y HASH
       01 PRDTW-EVS.
           05 EVS-FECHA                         PIC X(10).
           05 EVS-SECUENCIA                     PIC S9(9) COMP.
           05 EVS-VALOR                         PIC S9(15)V99 COMP-3.

      ******************************************************************
      *                     NOMBRES DE RECURSOS MQ                     *
      ******************************************************************
       01 WS-RECURSOS-MQ.
          05 CTE-QMGR                    PIC X(48) VALUE SPACES.
          05 CTE-COLA-EVENTOS            PIC X(48) VALUE
             'PE3.MANTENIMIENTO.EVENTOS'.

      *    LA COLA SE ABRE CON EL PRIMER EVENTO Y QUEDA ABIERTA PARA
      *    LAS SIGUIENTES LLAMADAS DEL MISMO LOTE (EN CICS, DE LA
      *    MISMA TAREA); LA CIERRA EL FIN DEL PASO O DE LA TAREA
       01 SW-COLA-EVENTOS                PIC X     VALUE 'N'.
          88 SI-COLA-EVENTOS-ABIERTA               VALUE 'S'.
          88 NO-COLA-EVENTOS-ABIERTA               VALUE 'N'.

       01 WS-RAZON-MQ                    PIC 9(9)  VALUE ZEROS.

      ******************************************************************
      *   AREAS DE CONTROL MQ (COPYS DEL PRODUCTO, LIBRERIA SCSQCOBC)  *
      ******************************************************************
       01 WS-AREAS-MQ.
          05 MQ-HCONN                 PIC S9(9) COMP VALUE ZEROS.
          05 MQ-HOBJ                  PIC S9(9) COMP VALUE ZEROS.
          05 MQ-COMPCODE              PIC S9(9) COMP VALUE ZEROS.
          05 MQ-REASON                PIC S9(9) COMP VALUE ZEROS.
          05 MQ-BUFLEN                PIC S9(9) COMP VALUE ZEROS.
          05 MQ-OPCIONES              PIC S9(9) COMP VALUE ZEROS.

       COPY CMQV.
       COPY CMQODV.
       COPY CMQMDV.
       COPY CMQPMOV.

      ******************************************************************
      *          EVENTO DE MANTENIMIENTO PUBLICADO (PE3CMQ03)          *
      ******************************************************************
       COPY PE3CMQ03.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
               INCLUDE PETCOPER
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOEMB
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOEVS
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOODC
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOODO
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOAPL
           END-EXEC.

      ******************************************************************
      *      INTERFAZ DE LA RUTINA CENTRAL DE ALERTAS PE3C0048         *
      ******************************************************************
             PERFORM 200000-FINAL
           END-IF

           PERFORM 000002-VALIDAR-PERIODO

           IF (AM0-OP-ALTA OR AM0-OP-CAMBIO)
              AND AM0-ORIGEN-CAPTURA
                PERFORM 000003-VALIDAR-DIA-OFICINA
           END-IF.

      ******************************************************************
      *                000002-VALIDAR-PERIODO                          *
                   PERFORM 200000-FINAL
           END-EVALUATE.

      ******************************************************************
      *                000003-VALIDAR-DIA-OFICINA                      *
      *   UNA OFICINA QUE YA CERRO SU DIA (CP33, PE3C0158) REPORTO SUS *
      *   TOTALES: UN ALTA O UN CAMBIO TARDIO DE LA CAPTURA DE OFICINA *
      *   SOBRE ESA OFICINA Y FECHA SE RECHAZA CON '65' EN VEZ DE      *
      *   DESCUADRAR LO DECLARADO (VER LA LEYENDA PE3COLEY). LOS PASOS *
      *   BATCH, EL SUPERVISOR, LA SUSPENSION Y LAS CONDONACIONES NO   *
      *   SON CAPTURA DE LA OFICINA Y SIGUEN POSTEANDO                 *
      ******************************************************************
       000003-VALIDAR-DIA-OFICINA.
           MOVE AM0-CONTRATO(5:4)  TO ODC-OFICINA
           MOVE AM0-FECHA-MOV      TO ODC-FECHA

           EXEC SQL
               SELECT ODC_ESTADO
               INTO  :ODC-ESTADO
               FROM  PRDTWODC
               WHERE ODC_OFICINA = :ODC-OFICINA
                 AND ODC_FECHA   = :ODC-FECHA
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = +100
                   CONTINUE
              WHEN SQLCODE NOT = ZEROS
                   MOVE '30'                    TO AM0-COD-RET
                   MOVE 'ERROR SELECT PRDTWODC' TO AM0-ERROR1
                   MOVE SQLCODE                 TO AM0-MAS-SQLCODE
                   PERFORM 200000-FINAL
              WHEN ODC-CERRADO
                   MOVE '65'                    TO AM0-COD-RET
                   MOVE 'DIA OFICINA CERRADO'   TO AM0-ERROR1
                   STRING ODC-OFICINA ' ' ODC-FECHA
                          DELIMITED BY SIZE   INTO AM0-ERROR2
                   PERFORM 200000-FINAL
           END-EVALUATE.

      ******************************************************************
      *                        100000-PROCESO                          *
      ******************************************************************
              AND AM0-COD-RET = '00'
                PERFORM 100011-VALIDAR-REVERSO
           END-IF
      *    UN PAGO NORMAL NO SE DA DE BAJA MIENTRAS UN JUZGADO TENGA
      *    EMBARGADO AL CLIENTE O AL CONTRATO (COD-RET '63'); SE MIRA
      *    ANTES DE DIFERIR Y OTRA VEZ AL APLICAR DESDE SUPERVISOR
           IF AM0-OP-BAJA AND AM0-COD-RET = '00'
              PERFORM 100013-VALIDAR-EMBARGO
           END-IF
      *    UN MOVIMIENTO QUE EL MOTOR DE APLICACION (PE3C0098) YA
      *    REPARTIO A CUOTAS NO SE CAMBIA NI SE BORRA (COD-RET '66'):
      *    SUS FILAS DE PRDTWAPL Y LA COBERTURA DE PRDTW03 QUEDARIAN
      *    DESCUADRADAS. SE MIRA ANTES DE DIFERIR Y OTRA VEZ AL APLICAR
      *    DESDE SUPERVISOR, PORQUE EL MOTOR PUDO CORRER EN EL MEDIO
           IF (AM0-OP-CAMBIO OR AM0-OP-BAJA) AND AM0-COD-RET = '00'
              PERFORM 100026-VALIDAR-APLICACION
           END-IF
           IF AM0-COD-RET NOT = '00'
              PERFORM 100004-GRABAR-BITACORA
              PERFORM 200000-FINAL
           END-IF

      *    PUNTO DE RETORNO PARA DESHACER SOLO ESTA OPERACION SI SU
      *    EVENTO NO SE PUEDE PUBLICAR, SIN TOCAR LO QUE EL LLAMADOR
      *    TENGA SIN CONFIRMAR
           EXEC SQL
               SAVEPOINT SP_EVENTO_MANT ON ROLLBACK RETAIN CURSORS
           END-EXEC

           EVALUATE TRUE
              WHEN AM0-OP-ALTA
                   PERFORM 100001-INSERTAR
                   END-IF
           END-EVALUATE

      *    LO APLICADO (NO LO DIFERIDO CON '50') POR LA CAPTURA DE
      *    OFICINA SUMA AL TOTAL DEL OPERADOR EN EL DIA QUE EL CIERRE
      *    CUADRA
           IF AM0-COD-RET = '00' AND AM0-ORIGEN-CAPTURA
              PERFORM 100023-ACUMULAR-OPERADOR
           END-IF

           IF AM0-COD-RET = '00'
              PERFORM 100015-PUBLICAR-EVENTO
           END-IF

           PERFORM 100004-GRABAR-BITACORA.

      *    EL IDENTIFICADOR SE ASIGNA ANTES DEL INSERT (CONSECUTIVO
                   MOVE SQLCODE                TO AM0-MAS-SQLCODE
           END-EVALUATE.

      ******************************************************************
      *                100013-VALIDAR-EMBARGO                          *
      *   SOLO AFECTA LA BAJA DE UN MOVIMIENTO NORMAL ('N', O EN       *
      *   BLANCO DE ANTES DE W02_TIPO_MOV): EL EMBARGO VIGENTE PUEDE   *
      *   SER SOBRE EL CONTRATO O SOBRE EL CLIENTE COMPLETO            *
      *   (EMB_CONTRATO EN BLANCO)                                     *
      ******************************************************************
       100013-VALIDAR-EMBARGO.
           PERFORM 100005-LEER-IMAGEN-ANTERIOR
           IF AM0-COD-RET = '00'
              AND (ANT-TIPO-MOV = 'N' OR ANT-TIPO-MOV = SPACE)
                PERFORM 100014-CONTAR-EMBARGOS
           END-IF.

       100014-CONTAR-EMBARGOS.
           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO TO WS-FECHA-NEGOCIO

           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-EMBARGOS
               FROM  PRDTWEMB
               WHERE EMB_CLIENTE         = :W02-CLIENTE
               AND  (EMB_CONTRATO        = ' '
                OR   EMB_CONTRATO        = :W02-CONTRATO)
               AND   EMB_ESTADO          = 'A'
               AND   EMB_FECHA_EFECTIVA <= :WS-FECHA-NEGOCIO
               AND   EMB_FECHA_LEVANTA   > :WS-FECHA-NEGOCIO
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE NOT = ZEROS
                   MOVE '30'                    TO AM0-COD-RET
                   MOVE 'ERROR SELECT PRDTWEMB' TO AM0-ERROR1
                   MOVE SQLCODE                 TO AM0-MAS-SQLCODE
              WHEN WS-CANT-EMBARGOS > ZEROS
                   MOVE '63'                    TO AM0-COD-RET
                   MOVE 'EMBARGO ACTIVO'        TO AM0-ERROR1
                   MOVE W02-CONTRATO            TO AM0-ERROR2
           END-EVALUATE.

      ******************************************************************
      *                100026-VALIDAR-APLICACION                       *
      *   LA FILA SE IDENTIFICA POR SU W02_ID_MOV (LOS MOVIMIENTOS     *
      *   ANTERIORES AL IDENTIFICADOR UNICO NUNCA SE APLICAN). CON     *
      *   FILAS EN PRDTWAPL SE RECHAZA CON '66'                        *
      ******************************************************************
       100026-VALIDAR-APLICACION.
           PERFORM 100005-LEER-IMAGEN-ANTERIOR
           IF AM0-COD-RET = '00' AND ANT-ID-MOV > ZEROS
              PERFORM 100027-CONTAR-APLICACIONES
           END-IF.

       100027-CONTAR-APLICACIONES.
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-CANT-APLICACIONES
               FROM  PRDTWAPL
               WHERE APL_ID_MOV = :ANT-ID-MOV
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE NOT = ZEROS
                   MOVE '30'                    TO AM0-COD-RET
                   MOVE 'ERROR SELECT PRDTWAPL' TO AM0-ERROR1
                   MOVE SQLCODE                 TO AM0-MAS-SQLCODE
              WHEN WS-CANT-APLICACIONES > ZEROS
                   MOVE '66'                    TO AM0-COD-RET
                   MOVE 'MOVIMIENTO APLICADO'   TO AM0-ERROR1
                   MOVE 'INGRESE UN REVERSO R'  TO AM0-ERROR2
           END-EVALUATE.

      ******************************************************************
      *                100006-DIFERIR-APROBACION                       *
      *   EL CAMBIO/BAJA NO SE APLICA: SE DEJA EN PENDIENTE CON LA     *
      *                100009-VALIDAR-CONTRATO                         *
      *   EL CONTRATO DEL ALTA DEBE EXISTIR EN PRDTWCON Y ESTAR        *
      *   ACTIVO O DORMANTE; CERRADO, BLOQUEADO O NO REGISTRADO        *
      *   DEVUELVE '56' (VER LA LEYENDA PE3COLEY). EL CASTIGADO SIGUE  *
      *   RECIBIENDO PAGOS: PE3C0069 LOS CONTABILIZA COMO RECUPERACION *
      ******************************************************************
       100009-VALIDAR-CONTRATO.
           MOVE W02-CONTRATO TO CON-CONTRATO
                   MOVE 'ERROR SELECT PRDTWCON' TO AM0-ERROR1
                   MOVE SQLCODE                 TO AM0-MAS-SQLCODE
              WHEN NOT CON-EST-ACTIVO AND NOT CON-EST-DORMANTE
               AND NOT CON-EST-CASTIGADO
                   MOVE '56'                    TO AM0-COD-RET
                   MOVE 'CONTRATO NO ACTIVO'    TO AM0-ERROR1
                   MOVE CON-ESTADO              TO AM0-ERROR2
              CLOSE MANTLOG
           END-IF.

      ******************************************************************
      *                100015-PUBLICAR-EVENTO                          *
      *   LA OPERACION YA QUEDO APLICADA EN PRDTW02: SE LE ASIGNA LA   *
      *   SIGUIENTE SECUENCIA DEL DIA Y SE PONE EL EVENTO BAJO PUNTO   *
      *   DE SINCRONISMO, ASI LA FILA, LA SECUENCIA Y EL MENSAJE SE    *
      *   CONFIRMAN O SE DESHACEN JUNTOS CON EL LLAMADOR (SYNCPOINT    *
      *   CICS O COMMIT DEL LOTE). SI ALGO FALLA SE VUELVE AL PUNTO    *
      *   DE RETORNO: LA OPERACION NO SE APLICA Y QUEDA '30' EN LA     *
      *   BITACORA, ASI EL DELTACDC Y LOS EVENTOS NO DIVERGEN          *
      ******************************************************************
       100015-PUBLICAR-EVENTO.
           PERFORM 100016-ASIGNAR-SECUENCIA
           IF AM0-COD-RET = '00'
              PERFORM 100017-ARMAR-EVENTO
              PERFORM 100018-PONER-EVENTO
           END-IF

           IF AM0-COD-RET NOT = '00'
              EXEC SQL
                  ROLLBACK TO SAVEPOINT SP_EVENTO_MANT
              END-EXEC
              INITIALIZE CAI-PE9CALR0
              MOVE 'PE3C0022'      TO ALR0-PROGRAMA
              SET ALR0-SEV-CRITICA TO TRUE
              MOVE 'NO SE PUDO PUBLICAR EVENTO DE MANTENIM.'
                                   TO ALR0-MENSAJE
              CALL 'PE3C0048' USING CAI-PE9CALR0
           END-IF.

      *    EL UPDATE SUMA SOBRE LA FILA DEL DIA Y LA DEJA BLOQUEADA
      *    HASTA EL COMMIT: DOS PUBLICADORES CONCURRENTES NO RECIBEN
      *    LA MISMA SECUENCIA. LA PRIMERA OPERACION DEL DIA CREA LA
      *    FILA
       100016-ASIGNAR-SECUENCIA.
           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO TO EVS-FECHA
           MOVE AM0-VALOR-NUM      TO EVS-VALOR

           PERFORM 100020-SUMAR-SECUENCIA

           EVALUATE TRUE
              WHEN SQLCODE = +100
              WHEN SQLCODE = ZEROS AND SQLERRD (3) = ZEROS
                   PERFORM 100019-PRIMER-EVENTO-DIA
              WHEN SQLCODE NOT = ZEROS
                   MOVE '30'                    TO AM0-COD-RET
                   MOVE 'ERROR UPDATE PRDTWEVS' TO AM0-ERROR1
                   MOVE SQLCODE                 TO AM0-MAS-SQLCODE
           END-EVALUATE

           IF AM0-COD-RET = '00'
              EXEC SQL
                  SELECT EVS_SECUENCIA
                  INTO  :EVS-SECUENCIA
                  FROM  PRDTWEVS
                  WHERE EVS_FECHA = :EVS-FECHA
              END-EXEC
              IF SQLCODE NOT = ZEROS
                 MOVE '30'                    TO AM0-COD-RET
                 MOVE 'ERROR SELECT PRDTWEVS' TO AM0-ERROR1
                 MOVE SQLCODE                 TO AM0-MAS-SQLCODE
              END-IF
           END-IF.

       100020-SUMAR-SECUENCIA.
           EXEC SQL
               UPDATE PRDTWEVS
               SET    EVS_SECUENCIA = EVS_SECUENCIA + 1,
                      EVS_HASH      = EVS_HASH + :EVS-VALOR
               WHERE  EVS_FECHA     = :EVS-FECHA
           END-EXEC.

      *    SI OTRO PUBLICADOR CREO LA FILA DEL DIA EN EL INTERMEDIO
      *    (-803) SE SUMA SOBRE LA SUYA
       100019-PRIMER-EVENTO-DIA.
           EXEC SQL
               INSERT INTO PRDTWEVS
                   (EVS_FECHA, EVS_SECUENCIA, EVS_HASH)
               VALUES
                   (:EVS-FECHA, 1, :EVS-VALOR)
           END-EXEC

           IF SQLCODE = -803
              PERFORM 100020-SUMAR-SECUENCIA
           END-IF

           IF SQLCODE NOT = ZEROS
              MOVE '30'                    TO AM0-COD-RET
              MOVE 'ERROR INSERT PRDTWEVS' TO AM0-ERROR1
              MOVE SQLCODE                 TO AM0-MAS-SQLCODE
           END-IF.

      ******************************************************************
      *                100023-ACUMULAR-OPERADOR                        *
      *   EL OPERADOR ES EL MISMO QUE QUEDA EN LOG-USUARIO. EL VALOR   *
      *   ES EL EFECTO NETO DE LA OPERACION: EL ALTA SUMA SU VALOR, EL *
      *   CAMBIO LA DIFERENCIA CONTRA LA IMAGEN ANTERIOR Y LA BAJA     *
      *   RESTA LO QUE BORRO. SI LA FILA NO SE PUEDE TOCAR SE VUELVE   *
      *   AL PUNTO DE RETORNO Y LA OPERACION QUEDA CON '30'            *
      ******************************************************************
       100023-ACUMULAR-OPERADOR.
           MOVE AM0-CONTRATO(5:4)  TO ODO-OFICINA
           MOVE AM0-FECHA-MOV      TO ODO-FECHA
           MOVE AM0-USUARIO        TO ODO-USUARIO
           EVALUATE TRUE
              WHEN AM0-OP-ALTA
                   MOVE AM0-VALOR-NUM TO ODO-VALOR
              WHEN AM0-OP-CAMBIO
                   COMPUTE ODO-VALOR = AM0-VALOR-NUM - ANT-VALOR-NUM
              WHEN OTHER
                   COMPUTE ODO-VALOR = ZEROS - ANT-VALOR-NUM
           END-EVALUATE

           PERFORM 100024-SUMAR-OPERADOR

           EVALUATE TRUE
              WHEN SQLCODE = +100
              WHEN SQLCODE = ZEROS AND SQLERRD (3) = ZEROS
                   PERFORM 100025-PRIMERA-DEL-OPERADOR
              WHEN SQLCODE NOT = ZEROS
                   MOVE '30'                    TO AM0-COD-RET
                   MOVE 'ERROR UPDATE PRDTWODO' TO AM0-ERROR1
                   MOVE SQLCODE                 TO AM0-MAS-SQLCODE
           END-EVALUATE

           IF AM0-COD-RET NOT = '00'
              EXEC SQL
                  ROLLBACK TO SAVEPOINT SP_EVENTO_MANT
              END-EXEC
           END-IF.

       100024-SUMAR-OPERADOR.
           EXEC SQL
               UPDATE PRDTWODO
               SET    ODO_CANTIDAD = ODO_CANTIDAD + 1,
                      ODO_VALOR    = ODO_VALOR + :ODO-VALOR
               WHERE  ODO_OFICINA  = :ODO-OFICINA
                 AND  ODO_FECHA    = :ODO-FECHA
                 AND  ODO_USUARIO  = :ODO-USUARIO
           END-EXEC.

      *    SI OTRA TAREA DEL MISMO OPERADOR CREO LA FILA EN EL
      *    INTERMEDIO (-803) SE SUMA SOBRE LA SUYA
       100025-PRIMERA-DEL-OPERADOR.
           EXEC SQL
               INSERT INTO PRDTWODO
                   (ODO_OFICINA, ODO_FECHA, ODO_USUARIO,
                    ODO_CANTIDAD, ODO_VALOR)
               VALUES
                   (:ODO-OFICINA, :ODO-FECHA, :ODO-USUARIO,
                    1, :ODO-VALOR)
           END-EXEC

           IF SQLCODE = -803
              PERFORM 100024-SUMAR-OPERADOR
           END-IF

           IF SQLCODE NOT = ZEROS
              MOVE '30'                    TO AM0-COD-RET
              MOVE 'ERROR INSERT PRDTWODO' TO AM0-ERROR1
              MOVE SQLCODE                 TO AM0-MAS-SQLCODE
           END-IF.

      *    MISMOS DATOS QUE LA BITACORA MANTLOG (Y POR ENDE QUE EL
      *    DETALLE DEL DELTACDC) MAS LA SECUENCIA DEL DIA
       100017-ARMAR-EVENTO.
           INITIALIZE MQ-EVENTO-MANT
           SET EVT-TIPO-MANTENIMIENTO TO TRUE
           MOVE EVS-FECHA           TO EVT-FECHA-NEGOCIO
           MOVE EVS-SECUENCIA       TO EVT-SECUENCIA
           IF AM0-OP-ALTA
              MOVE W02-ID-MOV       TO EVT-ID-MOV
           ELSE
              MOVE ANT-ID-MOV       TO EVT-ID-MOV
           END-IF
           MOVE AM0-OPERACION       TO EVT-OPERACION
           MOVE AM0-CLIENTE         TO EVT-CLIENTE
           MOVE AM0-CONTRATO        TO EVT-CONTRATO
           MOVE AM0-FECHA-MOV       TO EVT-FECHA-MOV
           MOVE AM0-VALOR           TO EVT-VALOR
           MOVE AM0-VALOR-NUM       TO EVT-VALOR-NUM
           MOVE W02-TIPO-MOV        TO EVT-TIPO-MOV
           MOVE W02-MONEDA          TO EVT-MONEDA
           MOVE ANT-VALOR           TO EVT-ANT-VALOR
           MOVE ANT-VALOR-NUM       TO EVT-ANT-VALOR-NUM
           MOVE ANT-TIPO-MOV        TO EVT-ANT-TIPO-MOV
           MOVE ANT-MONEDA          TO EVT-ANT-MONEDA
           MOVE FPR0-FECHA-COMPACTA TO EVT-FECHA-OPERACION
           ACCEPT EVT-HORA-OPERACION FROM TIME
           MOVE AM0-USUARIO         TO EVT-USUARIO
           MOVE AM0-APROBADOR       TO EVT-APROBADOR.

       100018-PONER-EVENTO.
           IF NO-COLA-EVENTOS-ABIERTA
              PERFORM 100021-ABRIR-COLA-EVENTOS
           END-IF

           IF AM0-COD-RET = '00'
              MOVE MQMI-NONE        TO MQMD-MSGID
              MOVE MQCI-NONE        TO MQMD-CORRELID
              MOVE MQMT-DATAGRAM    TO MQMD-MSGTYPE
              MOVE MQFMT-STRING     TO MQMD-FORMAT
              MOVE MQPER-PERSISTENT TO MQMD-PERSISTENCE
              COMPUTE MQPMO-OPTIONS = MQPMO-SYNCPOINT
                                    + MQPMO-NEW-MSG-ID
                                    + MQPMO-FAIL-IF-QUIESCING
              MOVE LENGTH OF MQ-EVENTO-MANT TO MQ-BUFLEN

              CALL 'MQPUT' USING MQ-HCONN MQ-HOBJ MQMD MQPMO
                                 MQ-BUFLEN MQ-EVENTO-MANT
                                 MQ-COMPCODE MQ-REASON
              IF MQ-COMPCODE NOT = MQCC-OK
                 MOVE '30'                  TO AM0-COD-RET
                 MOVE 'ERROR MQPUT EVENTO'  TO AM0-ERROR1
                 PERFORM 100022-INFORMAR-RAZON-MQ
              END-IF
           END-IF.

      *    EN UN LOTE QUE YA ESTA CONECTADO AL GESTOR (PE3C0059) EL
      *    MQCONN DEVUELVE LA MISMA CONEXION CON AVISO; EN CICS LA
      *    CONEXION ES LA DE LA REGION
       100021-ABRIR-COLA-EVENTOS.
           CALL 'MQCONN' USING CTE-QMGR MQ-HCONN
                               MQ-COMPCODE MQ-REASON
           IF MQ-COMPCODE = MQCC-FAILED
              MOVE '30'                  TO AM0-COD-RET
              MOVE 'ERROR MQCONN EVENTO' TO AM0-ERROR1
              PERFORM 100022-INFORMAR-RAZON-MQ
           ELSE
              MOVE MQOT-Q              TO MQOD-OBJECTTYPE
              MOVE CTE-COLA-EVENTOS    TO MQOD-OBJECTNAME
              MOVE SPACES              TO MQOD-OBJECTQMGRNAME
              COMPUTE MQ-OPCIONES = MQOO-OUTPUT
                                  + MQOO-FAIL-IF-QUIESCING
              CALL 'MQOPEN' USING MQ-HCONN MQOD MQ-OPCIONES
                                  MQ-HOBJ MQ-COMPCODE MQ-REASON
              IF MQ-COMPCODE = MQCC-FAILED
                 MOVE '30'                  TO AM0-COD-RET
                 MOVE 'ERROR MQOPEN EVENTO' TO AM0-ERROR1
                 PERFORM 100022-INFORMAR-RAZON-MQ
              ELSE
                 SET SI-COLA-EVENTOS-ABIERTA TO TRUE
              END-IF
           END-IF.

       100022-INFORMAR-RAZON-MQ.
           MOVE MQ-REASON TO WS-RAZON-MQ
           MOVE SPACES    TO AM0-ERROR2
           STRING 'RAZON MQ '  DELIMITED SIZE
                  WS-RAZON-MQ  DELIMITED SIZE
                  INTO AM0-ERROR2
           END-STRING
           DISPLAY 'PE3C0022 ' AM0-ERROR1 ' ' AM0-ERROR2.

      ******************************************************************
      *                       200000-FINAL                             *
      ******************************************************************
