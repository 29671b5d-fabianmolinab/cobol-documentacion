       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0153.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           RECERTIFICACION TRIMESTRAL DE HABILITACIONES: LISTA
      *           POR OFICINA (UNA SECCION POR GERENTE) CADA FILA DE
      *           PRDTWAUT CON SU ULTIMO USO SEGUN LAS BITACORAS
      *           AUDITLOG (CONSULTAS) Y MANTLOG (CAPTURAS Y
      *           APROBACIONES), Y MARCA LAS QUE NO SE USAN HACE 90
      *           DIAS. DETECTA CONFLICTOS DE SEGREGACION DE FUNCIONES:
      *           OPERACIONES DE MANTLOG CUYO APROBADOR ES EL MISMO
      *           USUARIO QUE LAS PIDIO, Y USUARIOS QUE CAPTURAN Y
      *           APRUEBAN SOBRE LA MISMA OFICINA. DEJA EL ARCHIVO
      *           RECERT PARA QUE CADA GERENTE MARQUE LAS
      *           REVOCACIONES, QUE APLICA PE3C0154. TERMINA EN 4 SI
      *           HAY CONFLICTOS DE SEGREGACION
      *                         ============                           *
      ******************************************************************

       AUTHOR.          FABIAN ANDRES MOLINA BERMUDEZ.
       DATE-WRITTEN.    15/OCT/2026.
       DATE-COMPILED.
      ******************************************************************
      *                    MODIFICACIONES                              *
      ******************************************************************
      *   15/OCT/2026  FAMB  PROGRAMA NUEVO                            *
      ******************************************************************
      *                      ENVIRONMENT DIVISION                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
      ******************************************************************
      *                    INPUT OUTPUT SECTION                        *
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ***********BITACORA DE CONSULTAS (GENERACIONES DEL TRIMESTRE)****
           SELECT AUDITLOG  ASSIGN TO AUDITLOG
                            FILE STATUS IS WS-ESTADO-AUD.
      ***********BITACORA DE MANTENIMIENTO (GENERACIONES DEL TRIMESTRE)
           SELECT MANTLOG   ASSIGN TO MANTLOG
                            FILE STATUS IS WS-ESTADO-LOG.
      ***********ARCHIVO DE RECERTIFICACION PARA LOS GERENTES**********
           SELECT RECERT    ASSIGN TO RECERT
                            FILE STATUS IS WS-ESTADO-RCT.
      *****************ARCHIVO DE SALIDA DEL REPORTE********************
           SELECT SALIDA    ASSIGN TO SALIDA
                            FILE STATUS IS WS-ESTADO.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  AUDITLOG RECORDING MODE IS F
                    BLOCK CONTAINS 0 RECORDS.
           COPY PE3CALOG.

       FD  MANTLOG RECORDING MODE IS F
                   BLOCK CONTAINS 0 RECORDS.
           COPY PE3CMLOG.

       FD  RECERT
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
           COPY PE3CRCRT.

       FD  SALIDA
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-SALIDA             PIC X(132).
      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                VARIABLES DE CODIGOS DE RETORNO                 *
      ******************************************************************
       01 WS-ESTADO                      PIC XX    VALUE '00'.
       01 WS-ESTADO-AUD                  PIC XX    VALUE '00'.
       01 WS-ESTADO-LOG                  PIC XX    VALUE '00'.
       01 WS-ESTADO-RCT                  PIC XX    VALUE '00'.
       01 WS-ESTADO-APERTURA             PIC XX    VALUE '00'.
      ******************************************************************
      *                           SWITCHES                             *
      ******************************************************************
       01 SWITCHES.
           05 SW-FIN-CURSOR-1        PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR-1                  VALUE 'S'.
             88 NO-FIN-CURSOR-1                  VALUE 'N'.
           05 SW-FIN-CURSOR-2        PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR-2                  VALUE 'S'.
             88 NO-FIN-CURSOR-2                  VALUE 'N'.
           05 SW-FIN-CURSOR-3        PIC X       VALUE 'N'.
             88 SI-FIN-CURSOR-3                  VALUE 'S'.
             88 NO-FIN-CURSOR-3                  VALUE 'N'.
           05 SW-FIN-DATA            PIC X       VALUE 'N'.
             88 SI-FIN-DATA                      VALUE 'S'.
             88 NO-FIN-DATA                      VALUE 'N'.
           05 SW-HAY-AUDITLOG        PIC X       VALUE 'N'.
             88 SI-HAY-AUDITLOG                  VALUE 'S'.
             88 NO-HAY-AUDITLOG                  VALUE 'N'.
           05 SW-HAY-MANTLOG         PIC X       VALUE 'N'.
             88 SI-HAY-MANTLOG                   VALUE 'S'.
             88 NO-HAY-MANTLOG                   VALUE 'N'.
           05 SW-PRIMER-REGISTRO     PIC X       VALUE 'S'.
             88 SI-PRIMER-REGISTRO               VALUE 'S'.
             88 NO-PRIMER-REGISTRO               VALUE 'N'.
           05 SW-ERROR-PROCESO       PIC X       VALUE 'N'.
             88 SI-ERROR-PROCESO                 VALUE 'S'.
             88 NO-ERROR-PROCESO                 VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-LEIDOS-AUD               PIC 9(09) VALUE ZEROS.
          05 WS-LEIDOS-LOG               PIC 9(09) VALUE ZEROS.
          05 WS-HABILITACIONES           PIC 9(09) VALUE ZEROS.
          05 WS-SIN-USO                  PIC 9(09) VALUE ZEROS.
          05 WS-CONFLICTOS               PIC 9(09) VALUE ZEROS.
          05 WS-AUTOAPROBADAS            PIC 9(09) VALUE ZEROS.
          05 WS-OFICINAS                 PIC 9(09) VALUE ZEROS.
          05 WS-OFI-HABILITACIONES       PIC 9(09) VALUE ZEROS.
          05 WS-OFI-SIN-USO              PIC 9(09) VALUE ZEROS.
          05 WS-OFI-CONFLICTOS           PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                          CONSTANTES                            *
      ******************************************************************
       01 WS-CONSTANTES.
          05 CTE-DIAS-SIN-USO            PIC 9(03) VALUE 090.
          05 CTE-MAX-USUARIOS            PIC 9(05) VALUE 05000.
          05 CTE-TODAS                   PIC X(30) VALUE
                                 'TODAS LAS OFICINAS (CENTRAL)'.

      ******************************************************************
      *   ULTIMO USO DE CADA USUARIO HABILITADO, POR NIVEL: CONSULTA   *
      *   (AUD-ORIGEN EN AUDITLOG), CAPTURA (LOG-USUARIO EN MANTLOG) Y *
      *   APROBACION (LOG-APROBADOR EN MANTLOG). LAS BITACORAS NO      *
      *   LLEVAN LA TRANSACCION, ASI QUE EL USO SE MIDE POR USUARIO Y  *
      *   NIVEL. SE CARGA ORDENADA DESDE PRDTWAUT Y SE BUSCA BINARIO   *
      ******************************************************************
       01 WS-TABLA-USUARIOS.
          05 WS-CANT-USUARIOS         PIC 9(05) VALUE ZEROS.
          05 WS-USR-ENTRADA OCCURS 1 TO 5000 TIMES
                            DEPENDING ON WS-CANT-USUARIOS
                            ASCENDING KEY IS USR-CODIGO
                            INDEXED BY I-USR.
             07 USR-CODIGO               PIC X(8).
             07 USR-ULT-CONSULTA         PIC X(8).
             07 USR-ULT-CAPTURA          PIC X(8).
             07 USR-ULT-APRUEBA          PIC X(8).

      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 WS-FECHA-PROCESO               PIC X(10) VALUE SPACES.
       01 WS-FECHA-COMPACTA              PIC X(8)  VALUE SPACES.
      *    PRIMER DIA DE LA VENTANA DE USO: UN ULTIMO USO ANTERIOR (O
      *    NINGUNO) MARCA LA HABILITACION COMO SIN USO
       01 WS-FECHA-LIMITE.
           05 LIM-ANO                    PIC 9(4).
           05 LIM-MES                    PIC 9(2).
           05 LIM-DIA                    PIC 9(2).
       01 WS-USUARIO-BUSCADO             PIC X(8)  VALUE SPACES.
       01 WS-ULTIMO-USO                  PIC X(8)  VALUE SPACES.
       01 WS-OFICINA-ANTERIOR            PIC X(4)  VALUE SPACES.

      *    HABILITACION LEIDA (CURSOR_2)
       01 PRDTW-AUT.
           05 AUT-OFICINA                PIC X(4).
           05 AUT-USUARIO                PIC X(8).
           05 AUT-TRANSACCION            PIC X(4).
           05 AUT-NIVEL                  PIC X(1).
             88 AUT-NIV-CONSULTA              VALUE 'I'.
             88 AUT-NIV-CAPTURA               VALUE 'C'.
             88 AUT-NIV-APRUEBA               VALUE 'A'.
           05 AUT-NOMBRE-OFICINA         PIC X(30).
           05 AUT-CONFLICTO              PIC X(1).
             88 AUT-SI-CONFLICTO              VALUE 'S'.

      *    PAR DE HABILITACIONES EN CONFLICTO (CURSOR_3)
       01 WS-CONFLICTO.
           05 CNF-USUARIO                PIC X(8).
           05 CNF-TRX-CAPTURA            PIC X(4).
           05 CNF-OFI-CAPTURA            PIC X(4).
           05 CNF-TRX-APRUEBA            PIC X(4).
           05 CNF-OFI-APRUEBA            PIC X(4).

      ******************************************************************
      *   CONVERSION ENTRE FECHA Y NUMERO DE DIA JULIANO, IDA Y VUELTA *
      *   COMO EN PE3C0122                                             *
      ******************************************************************
       01 WS-FECHA-PARTES.
           05 FEC-ANO                    PIC 9(4).
           05 FEC-GUION-1                PIC X.
           05 FEC-MES                    PIC 9(2).
           05 FEC-GUION-2                PIC X.
           05 FEC-DIA                    PIC 9(2).

       01 WS-CALCULO-JULIANO.
           05 JUL-A                      PIC 9(2)  VALUE ZEROS.
           05 JUL-ANO                    PIC 9(5)  VALUE ZEROS.
           05 JUL-MES                    PIC 9(2)  VALUE ZEROS.
           05 JUL-TRABAJO                PIC 9(8)  VALUE ZEROS.
           05 JUL-AUXILIAR               PIC 9(8)  VALUE ZEROS.
           05 JUL-RESULTADO              PIC 9(8)  VALUE ZEROS.

       01 WS-CALCULO-GREGORIANO.
           05 GRE-L                      PIC 9(8)  VALUE ZEROS.
           05 GRE-N                      PIC 9(8)  VALUE ZEROS.
           05 GRE-I                      PIC 9(8)  VALUE ZEROS.
           05 GRE-J                      PIC 9(8)  VALUE ZEROS.
           05 GRE-AUXILIAR               PIC 9(10) VALUE ZEROS.

      ******************************************************************
      *                    LINEAS DEL LISTADO                          *
      ******************************************************************
       01 WS-TITULO1.
          05 FILLER             PIC X(48) VALUE
                     'RECERTIFICACION DE HABILITACIONES - CORTE AL '.
          05 TIT-FECHA          PIC X(10).
          05 FILLER             PIC X(22) VALUE
                                 '   SIN USO DESDE ANTES'.
          05 FILLER             PIC X(4)  VALUE ' DE '.
          05 TIT-FECHA-LIMITE   PIC X(8).

       01 WS-TITULO-AUTOAPROBADAS.
          05 FILLER             PIC X(60) VALUE
           'OPERACIONES DE MANTLOG APROBADAS POR EL MISMO USUARIO QUE '.
          05 FILLER             PIC X(10) VALUE 'LAS PIDIO'.
       01 WS-TITULO-AUTO2.
          05 FILLER             PIC X(3)  VALUE 'OP '.
          05 FILLER             PIC X(9)  VALUE 'CLIENTE  '.
          05 FILLER             PIC X(19) VALUE 'CONTRATO'.
          05 FILLER             PIC X(11) VALUE 'FECHA MOV'.
          05 FILLER             PIC X(9)  VALUE 'USUARIO'.
          05 FILLER             PIC X(3)  VALUE 'RC '.
          05 FILLER             PIC X(9)  VALUE 'PROCESO'.
          05 FILLER             PIC X(6)  VALUE 'HORA'.

       01 WS-DET-AUTOAPROBADA.
          05 DAU-OPERACION             PIC X(1).
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DAU-CLIENTE               PIC X(8).
          05 FILLER                    PIC X VALUE SPACES.
          05 DAU-CONTRATO              PIC X(18).
          05 FILLER                    PIC X VALUE SPACES.
          05 DAU-FECHA-MOV             PIC X(10).
          05 FILLER                    PIC X VALUE SPACES.
          05 DAU-USUARIO               PIC X(8).
          05 FILLER                    PIC X VALUE SPACES.
          05 DAU-COD-RET               PIC XX.
          05 FILLER                    PIC X VALUE SPACES.
          05 DAU-FECHA-PROCESO         PIC X(8).
          05 FILLER                    PIC X VALUE SPACES.
          05 DAU-HORA-PROCESO          PIC X(6).

      *    ENCABEZADO DE LA SECCION DE CADA OFICINA: LA HOJA QUE
      *    FIRMA SU GERENTE
       01 WS-TITULO-OFICINA.
          05 FILLER             PIC X(9)  VALUE 'OFICINA: '.
          05 TOF-OFICINA        PIC X(4).
          05 FILLER             PIC X     VALUE SPACES.
          05 TOF-NOMBRE         PIC X(30).
          05 FILLER             PIC X(54) VALUE
              '  DECISION DEL GERENTE EN RECERT: R=REVOCAR M=MANTENER'.
       01 WS-TITULO-OFI2.
          05 FILLER             PIC X(9)  VALUE 'USUARIO  '.
          05 FILLER             PIC X(5)  VALUE 'TRX  '.
          05 FILLER             PIC X(6)  VALUE 'NIVEL '.
          05 FILLER             PIC X(11) VALUE 'ULTIMO USO'.
          05 FILLER             PIC X(40) VALUE 'MARCAS'.

       01 WS-DETALLE.
          05 DET-USUARIO               PIC X(8).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-TRANSACCION           PIC X(4).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DET-NIVEL                 PIC X(1).
          05 FILLER                    PIC X(4) VALUE SPACES.
          05 DET-ULTIMO-USO            PIC X(8).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DET-MARCA-USO             PIC X(22).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-MARCA-CONFLICTO       PIC X(22).

       01 WS-TOTAL-OFICINA.
          05 FILLER                    PIC X(17) VALUE
                                       '  HABILITACIONES='.
          05 TOT-HABILITACIONES        PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(10) VALUE ' SIN USO='.
          05 TOT-SIN-USO               PIC ZZZZZZZZ9.
          05 FILLER                    PIC X(13) VALUE ' CONFLICTOS='.
          05 TOT-CONFLICTOS            PIC ZZZZZZZZ9.

       01 WS-TITULO-CONFLICTOS.
          05 FILLER             PIC X(60) VALUE
           'USUARIOS QUE CAPTURAN Y APRUEBAN SOBRE LA MISMA OFICINA'.
       01 WS-TITULO-CNF2.
          05 FILLER             PIC X(9)  VALUE 'USUARIO  '.
          05 FILLER             PIC X(19) VALUE 'CAPTURA TRX/OFIC   '.
          05 FILLER             PIC X(19) VALUE 'APRUEBA TRX/OFIC   '.

       01 WS-DET-CONFLICTO.
          05 DCN-USUARIO               PIC X(8).
          05 FILLER                    PIC X VALUE SPACES.
          05 FILLER                    PIC X(8) VALUE SPACES.
          05 DCN-TRX-CAPTURA           PIC X(4).
          05 FILLER                    PIC X VALUE '/'.
          05 DCN-OFI-CAPTURA           PIC X(5).
          05 FILLER                    PIC X VALUE SPACES.
          05 FILLER                    PIC X(8) VALUE SPACES.
          05 DCN-TRX-APRUEBA           PIC X(4).
          05 FILLER                    PIC X VALUE '/'.
          05 DCN-OFI-APRUEBA           PIC X(5).

       01 WS-RESUMEN.
          05 CTE-RESUMEN              PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(16) VALUE
                                      'HABILITACIONES='.
          05 RES-HABILITACIONES       PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(10) VALUE ' SIN USO='.
          05 RES-SIN-USO              PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(13) VALUE ' CONFLICTOS='.
          05 RES-CONFLICTOS           PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(15) VALUE
                                      ' AUTOAPROBADAS='.
          05 RES-AUTOAPROBADAS        PIC ZZZZZZZZ9.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE FECHA DE PROCESO PE3C0060           *
      ******************************************************************
       COPY PE3CFPRO.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOAUT
           END-EXEC.

           EXEC SQL
               INCLUDE PETCWOFI
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: USUARIOS HABILITADOS, EN ORDEN, PARA LA     **
      ******   TABLA DE ULTIMO USO                                    **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT DISTINCT AUT_USUARIO
               FROM   PRDTWAUT
               ORDER BY AUT_USUARIO
           END-EXEC.

      ******************************************************************
      ******   CURSOR_2: HABILITACIONES POR OFICINA, CON EL NOMBRE DE **
      ******   LA OFICINA Y LA MARCA DE CONFLICTO: EL NIVEL A YA      **
      ******   INCLUYE LA CAPTURA DE SU TRANSACCION, ASI QUE EL       **
      ******   CONFLICTO ES EL USUARIO QUE ADEMAS DE APROBAR TIENE    **
      ******   CAPTURA (NIVEL C) EN OTRA TRANSACCION SOBRE LA MISMA   **
      ******   OFICINA; LA OFICINA EN BLANCO LAS ALCANZA TODAS        **
           EXEC SQL
               DECLARE CURSOR_2 CURSOR FOR
               SELECT A.AUT_OFICINA, A.AUT_USUARIO, A.AUT_TRANSACCION,
                      A.AUT_NIVEL, COALESCE(O.OFI_NOMBRE, ' '),
                      CASE WHEN A.AUT_NIVEL IN ('C', 'A')
                            AND EXISTS
                               (SELECT 1
                                FROM   PRDTWAUT X
                                WHERE  X.AUT_USUARIO = A.AUT_USUARIO
                                AND    X.AUT_NIVEL  IN ('C', 'A')
                                AND    X.AUT_NIVEL  <> A.AUT_NIVEL
                                AND   (X.AUT_OFICINA = A.AUT_OFICINA
                                   OR  X.AUT_OFICINA = ' '
                                   OR  A.AUT_OFICINA = ' '))
                           THEN 'S' ELSE 'N' END
               FROM   PRDTWAUT A
                      LEFT OUTER JOIN PRDTWOFI O
                      ON O.OFI_CODIGO = A.AUT_OFICINA
               ORDER BY A.AUT_OFICINA, A.AUT_USUARIO,
                        A.AUT_TRANSACCION
           END-EXEC.

      ******************************************************************
      ******   CURSOR_3: CADA PAR CAPTURA/APRUEBA DEL MISMO USUARIO   **
      ******   CON ALCANCES DE OFICINA QUE SE CRUZAN                  **
           EXEC SQL
               DECLARE CURSOR_3 CURSOR FOR
               SELECT C.AUT_USUARIO, C.AUT_TRANSACCION, C.AUT_OFICINA,
                      A.AUT_TRANSACCION, A.AUT_OFICINA
               FROM   PRDTWAUT C, PRDTWAUT A
               WHERE  C.AUT_USUARIO = A.AUT_USUARIO
               AND    C.AUT_NIVEL   = 'C'
               AND    A.AUT_NIVEL   = 'A'
               AND   (C.AUT_OFICINA = A.AUT_OFICINA
                  OR  C.AUT_OFICINA = ' '
                  OR  A.AUT_OFICINA = ' ')
               ORDER BY C.AUT_USUARIO, C.AUT_TRANSACCION,
                        A.AUT_TRANSACCION
           END-EXEC.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 01-INICIO
           PERFORM 02-PROCESO UNTIL SI-FIN-CURSOR-2
           PERFORM 03-INICIAR-CONFLICTOS
           PERFORM 04-CONFLICTOS UNTIL SI-FIN-CURSOR-3
           PERFORM 05-FINAL.
      ******************************************************************
      *                          01-INICIO                             *
      *   - LA VENTANA DE USO SON LOS 90 DIAS ANTERIORES A LA FECHA DE *
      *     NEGOCIO                                                    *
      *   - CARGA LOS USUARIOS Y RECORRE UNA VEZ CADA BITACORA         *
      *     MONTADA; LAS OPERACIONES AUTOAPROBADAS SE LISTAN AL PASAR  *
      ******************************************************************
       01-INICIO.
           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO  TO WS-FECHA-PROCESO TIT-FECHA
           MOVE FPR0-FECHA-COMPACTA TO WS-FECHA-COMPACTA

           MOVE FPR0-FECHA-PROCESO TO WS-FECHA-PARTES
           PERFORM 015-CALCULAR-DIA-JULIANO
           SUBTRACT CTE-DIAS-SIN-USO FROM JUL-RESULTADO
           PERFORM 016-CALCULAR-FECHA-GREGORIANA
           MOVE FEC-ANO TO LIM-ANO
           MOVE FEC-MES TO LIM-MES
           MOVE FEC-DIA TO LIM-DIA
           MOVE WS-FECHA-LIMITE TO TIT-FECHA-LIMITE

           PERFORM 011-ABRIR-ARCHIVOS

           MOVE WS-TITULO1 TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE SPACES     TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO-AUTOAPROBADAS TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO-AUTO2 TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           PERFORM 012-CARGAR-USUARIOS
           PERFORM 013-LEER-AUDITORIA
           PERFORM 014-LEER-BITACORA

           EXEC SQL
               OPEN CURSOR_2
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_2 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 021-FETCH-CURSOR-2.

      *    RECERT Y SALIDA SON OBLIGATORIOS; UNA BITACORA NO MONTADA
      *    ('35') DEJA ESE NIVEL SIN EVIDENCIA DE USO
       011-ABRIR-ARCHIVOS.
           OPEN OUTPUT SALIDA
           IF WS-ESTADO NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ARCHIVO SALIDA   ' WS-ESTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RECERT
           IF WS-ESTADO-RCT NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ARCHIVO RECERT   ' WS-ESTADO-RCT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT AUDITLOG
           IF WS-ESTADO-AUD = '00'
              SET SI-HAY-AUDITLOG TO TRUE
           ELSE
              MOVE WS-ESTADO-AUD TO WS-ESTADO-APERTURA
              PERFORM 0111-VERIFICAR-APERTURA
              DISPLAY 'AVISO: AUDITLOG NO MONTADO, SIN USO DE CONSULTA'
           END-IF

           OPEN INPUT MANTLOG
           IF WS-ESTADO-LOG = '00'
              SET SI-HAY-MANTLOG TO TRUE
           ELSE
              MOVE WS-ESTADO-LOG TO WS-ESTADO-APERTURA
              PERFORM 0111-VERIFICAR-APERTURA
              DISPLAY 'AVISO: MANTLOG NO MONTADO, SIN USO DE CAPTURA '
                      'NI APROBACION'
           END-IF.

       0111-VERIFICAR-APERTURA.
           IF WS-ESTADO-APERTURA NOT = '35'
              DISPLAY 'ERROR ABRIENDO ARCHIVO DE ENTRADA '
                      WS-ESTADO-APERTURA
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *                 012-CARGAR-USUARIOS                            *
      ******************************************************************
       012-CARGAR-USUARIOS.
           EXEC SQL
               OPEN CURSOR_1
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_1 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 0121-FETCH-CURSOR-1
           PERFORM 0122-GUARDAR-USUARIO UNTIL SI-FIN-CURSOR-1

           EXEC SQL
               CLOSE CURSOR_1
           END-EXEC.

       0121-FETCH-CURSOR-1.
           EXEC SQL
               FETCH CURSOR_1
               INTO :WS-USUARIO-BUSCADO
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   SET SI-FIN-CURSOR-1 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_1 SQLCODE ' SQLCODE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       0122-GUARDAR-USUARIO.
           IF WS-CANT-USUARIOS NOT < CTE-MAX-USUARIOS
              DISPLAY 'TABLA DE USUARIOS LLENA, AMPLIAR '
                      'CTE-MAX-USUARIOS'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           ADD 1 TO WS-CANT-USUARIOS
           SET I-USR TO WS-CANT-USUARIOS
           MOVE WS-USUARIO-BUSCADO TO USR-CODIGO(I-USR)
           MOVE SPACES             TO USR-ULT-CONSULTA(I-USR)
                                      USR-ULT-CAPTURA(I-USR)
                                      USR-ULT-APRUEBA(I-USR)

           PERFORM 0121-FETCH-CURSOR-1.

      ******************************************************************
      *                 013-LEER-AUDITORIA                             *
      *   LA FECHA DE NEGOCIO DE LA CONSULTA ES EL USO DEL NIVEL I     *
      ******************************************************************
       013-LEER-AUDITORIA.
           IF SI-HAY-AUDITLOG
              SET NO-FIN-DATA TO TRUE
              PERFORM 0131-LEER-AUDITLOG
              PERFORM 0132-USO-CONSULTA UNTIL SI-FIN-DATA
              CLOSE AUDITLOG
           END-IF.

       0131-LEER-AUDITLOG.
           READ AUDITLOG
              AT END
                 SET SI-FIN-DATA     TO TRUE
              NOT AT END
                 ADD 1               TO WS-LEIDOS-AUD
           END-READ
           IF WS-ESTADO-AUD NOT = '00' AND NOT = '10'
              DISPLAY 'ERROR LEYENDO ARCHIVO AUDITLOG ' WS-ESTADO-AUD
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       0132-USO-CONSULTA.
           IF AUD-ORIGEN NOT = SPACES AND WS-CANT-USUARIOS > ZEROS
              SEARCH ALL WS-USR-ENTRADA
                 AT END
                    CONTINUE
                 WHEN USR-CODIGO(I-USR) = AUD-ORIGEN
                    IF AUD-FECHA > USR-ULT-CONSULTA(I-USR)
                       MOVE AUD-FECHA TO USR-ULT-CONSULTA(I-USR)
                    END-IF
              END-SEARCH
           END-IF

           PERFORM 0131-LEER-AUDITLOG.

      ******************************************************************
      *                 014-LEER-BITACORA                              *
      *   QUIEN PIDE USA SU CAPTURA Y QUIEN APRUEBA SU APROBACION; SI  *
      *   SON EL MISMO USUARIO LA OPERACION SE LISTA COMO CONFLICTO    *
      ******************************************************************
       014-LEER-BITACORA.
           IF SI-HAY-MANTLOG
              SET NO-FIN-DATA TO TRUE
              PERFORM 0141-LEER-MANTLOG
              PERFORM 0142-USO-MANTENIMIENTO UNTIL SI-FIN-DATA
              CLOSE MANTLOG
           END-IF.

       0141-LEER-MANTLOG.
           READ MANTLOG
              AT END
                 SET SI-FIN-DATA     TO TRUE
              NOT AT END
                 ADD 1               TO WS-LEIDOS-LOG
           END-READ
           IF WS-ESTADO-LOG NOT = '00' AND NOT = '10'
              DISPLAY 'ERROR LEYENDO ARCHIVO MANTLOG ' WS-ESTADO-LOG
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       0142-USO-MANTENIMIENTO.
           IF LOG-APROBADOR NOT = SPACES
              AND LOG-APROBADOR = LOG-USUARIO
                PERFORM 0143-LISTAR-AUTOAPROBADA
           END-IF

           IF LOG-USUARIO NOT = SPACES AND WS-CANT-USUARIOS > ZEROS
              SEARCH ALL WS-USR-ENTRADA
                 AT END
                    CONTINUE
                 WHEN USR-CODIGO(I-USR) = LOG-USUARIO
                    IF LOG-FECHA-PROCESO > USR-ULT-CAPTURA(I-USR)
                       MOVE LOG-FECHA-PROCESO
                                       TO USR-ULT-CAPTURA(I-USR)
                    END-IF
              END-SEARCH
           END-IF

           IF LOG-APROBADOR NOT = SPACES AND WS-CANT-USUARIOS > ZEROS
              SEARCH ALL WS-USR-ENTRADA
                 AT END
                    CONTINUE
                 WHEN USR-CODIGO(I-USR) = LOG-APROBADOR
                    IF LOG-FECHA-PROCESO > USR-ULT-APRUEBA(I-USR)
                       MOVE LOG-FECHA-PROCESO
                                       TO USR-ULT-APRUEBA(I-USR)
                    END-IF
              END-SEARCH
           END-IF

           PERFORM 0141-LEER-MANTLOG.

       0143-LISTAR-AUTOAPROBADA.
           ADD 1 TO WS-AUTOAPROBADAS
           MOVE LOG-OPERACION     TO DAU-OPERACION
           MOVE LOG-CLIENTE       TO DAU-CLIENTE
           MOVE LOG-CONTRATO      TO DAU-CONTRATO
           MOVE LOG-FECHA-MOV     TO DAU-FECHA-MOV
           MOVE LOG-USUARIO       TO DAU-USUARIO
           MOVE LOG-COD-RET       TO DAU-COD-RET
           MOVE LOG-FECHA-PROCESO TO DAU-FECHA-PROCESO
           MOVE LOG-HORA-PROCESO  TO DAU-HORA-PROCESO
           MOVE WS-DET-AUTOAPROBADA TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

      ******************************************************************
      *                015-CALCULAR-DIA-JULIANO                        *
      *   NUMERO DE DIA JULIANO DE WS-FECHA-PARTES, CON DIVISIONES     *
      *   ENTERAS EXPLICITAS PARA GARANTIZAR EL TRUNCAMIENTO           *
      ******************************************************************
       015-CALCULAR-DIA-JULIANO.
           COMPUTE JUL-A = (14 - FEC-MES) / 12
           COMPUTE JUL-ANO = FEC-ANO + 4800 - JUL-A
           COMPUTE JUL-MES = FEC-MES + (12 * JUL-A) - 3
           COMPUTE JUL-TRABAJO = (153 * JUL-MES) + 2
           DIVIDE JUL-TRABAJO BY 5 GIVING JUL-TRABAJO
           COMPUTE JUL-RESULTADO = FEC-DIA + JUL-TRABAJO
                                 + (365 * JUL-ANO) - 32045
           DIVIDE JUL-ANO BY 4 GIVING JUL-AUXILIAR
           ADD JUL-AUXILIAR TO JUL-RESULTADO
           DIVIDE JUL-ANO BY 100 GIVING JUL-AUXILIAR
           SUBTRACT JUL-AUXILIAR FROM JUL-RESULTADO
           DIVIDE JUL-ANO BY 400 GIVING JUL-AUXILIAR
           ADD JUL-AUXILIAR TO JUL-RESULTADO.

      ******************************************************************
      *              016-CALCULAR-FECHA-GREGORIANA                     *
      *   EL CAMINO DE VUELTA: DEJA EN WS-FECHA-PARTES (YYYY-MM-DD) LA *
      *   FECHA DEL DIA JULIANO JUL-RESULTADO                          *
      ******************************************************************
       016-CALCULAR-FECHA-GREGORIANA.
           COMPUTE GRE-L = JUL-RESULTADO + 68569
           COMPUTE GRE-AUXILIAR = 4 * GRE-L
           DIVIDE GRE-AUXILIAR BY 146097 GIVING GRE-N
           COMPUTE GRE-AUXILIAR = (146097 * GRE-N) + 3
           DIVIDE GRE-AUXILIAR BY 4 GIVING GRE-AUXILIAR
           SUBTRACT GRE-AUXILIAR FROM GRE-L
           COMPUTE GRE-AUXILIAR = 4000 * (GRE-L + 1)
           DIVIDE GRE-AUXILIAR BY 1461001 GIVING GRE-I
           COMPUTE GRE-AUXILIAR = 1461 * GRE-I
           DIVIDE GRE-AUXILIAR BY 4 GIVING GRE-AUXILIAR
           COMPUTE GRE-L = GRE-L - GRE-AUXILIAR + 31
           COMPUTE GRE-AUXILIAR = 80 * GRE-L
           DIVIDE GRE-AUXILIAR BY 2447 GIVING GRE-J
           COMPUTE GRE-AUXILIAR = 2447 * GRE-J
           DIVIDE GRE-AUXILIAR BY 80 GIVING GRE-AUXILIAR
           COMPUTE FEC-DIA = GRE-L - GRE-AUXILIAR
           DIVIDE GRE-J BY 11 GIVING GRE-L
           COMPUTE FEC-MES = GRE-J + 2 - (12 * GRE-L)
           COMPUTE FEC-ANO = (100 * (GRE-N - 49)) + GRE-I + GRE-L
           MOVE '-' TO FEC-GUION-1 FEC-GUION-2.

       021-FETCH-CURSOR-2.
           EXEC SQL
               FETCH CURSOR_2
               INTO :AUT-OFICINA, :AUT-USUARIO, :AUT-TRANSACCION,
                    :AUT-NIVEL, :AUT-NOMBRE-OFICINA, :AUT-CONFLICTO
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   ADD 1 TO WS-HABILITACIONES
              WHEN +100
                   SET SI-FIN-CURSOR-2 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_2 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR-2 TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

      ******************************************************************
      *                        02-PROCESO                              *
      *   CORTE DE CONTROL POR OFICINA: CADA SECCION ES LA HOJA DE UN  *
      *   GERENTE. CADA HABILITACION VA AL LISTADO Y A RECERT          *
      ******************************************************************
       02-PROCESO.
           IF SI-PRIMER-REGISTRO
              MOVE AUT-OFICINA TO WS-OFICINA-ANTERIOR
              SET NO-PRIMER-REGISTRO TO TRUE
              PERFORM 022-ENCABEZAR-OFICINA
           END-IF
           IF AUT-OFICINA NOT = WS-OFICINA-ANTERIOR
              PERFORM 023-CERRAR-OFICINA
              MOVE AUT-OFICINA TO WS-OFICINA-ANTERIOR
              PERFORM 022-ENCABEZAR-OFICINA
           END-IF

           PERFORM 024-ULTIMO-USO

           MOVE AUT-USUARIO     TO DET-USUARIO
           MOVE AUT-TRANSACCION TO DET-TRANSACCION
           MOVE AUT-NIVEL       TO DET-NIVEL
           MOVE SPACES          TO DET-MARCA-USO DET-MARCA-CONFLICTO
           IF WS-ULTIMO-USO = SPACES
              MOVE 'NUNCA'      TO DET-ULTIMO-USO
           ELSE
              MOVE WS-ULTIMO-USO TO DET-ULTIMO-USO
           END-IF

           INITIALIZE REG-RECERT
           MOVE AUT-OFICINA       TO RCT-OFICINA
           MOVE AUT-USUARIO       TO RCT-USUARIO
           MOVE AUT-TRANSACCION   TO RCT-TRANSACCION
           MOVE AUT-NIVEL         TO RCT-NIVEL
           MOVE WS-ULTIMO-USO     TO RCT-ULTIMO-USO
           MOVE 'N'               TO RCT-SIN-USO RCT-CONFLICTO
           MOVE WS-FECHA-COMPACTA TO RCT-FECHA-CORTE

           IF WS-ULTIMO-USO < WS-FECHA-LIMITE
              ADD 1 TO WS-SIN-USO WS-OFI-SIN-USO
              MOVE '** SIN USO 90 DIAS **' TO DET-MARCA-USO
              SET RCT-SI-SIN-USO TO TRUE
           END-IF
           IF AUT-SI-CONFLICTO
              ADD 1 TO WS-OFI-CONFLICTOS
              MOVE '** CAPTURA/APRUEBA **' TO DET-MARCA-CONFLICTO
              SET RCT-SI-CONFLICTO TO TRUE
           END-IF

           ADD 1 TO WS-OFI-HABILITACIONES
           MOVE WS-DETALLE TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           PERFORM 98-ESCRIBIR-RECERT

           PERFORM 021-FETCH-CURSOR-2.

       022-ENCABEZAR-OFICINA.
           ADD 1 TO WS-OFICINAS
           MOVE AUT-OFICINA TO TOF-OFICINA
           IF AUT-OFICINA = SPACES
              MOVE CTE-TODAS          TO TOF-NOMBRE
           ELSE
              MOVE AUT-NOMBRE-OFICINA TO TOF-NOMBRE
           END-IF
           MOVE SPACES TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO-OFICINA TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO-OFI2 TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

       023-CERRAR-OFICINA.
           MOVE WS-OFI-HABILITACIONES TO TOT-HABILITACIONES
           MOVE WS-OFI-SIN-USO        TO TOT-SIN-USO
           MOVE WS-OFI-CONFLICTOS     TO TOT-CONFLICTOS
           MOVE WS-TOTAL-OFICINA      TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE ZEROS TO WS-OFI-HABILITACIONES WS-OFI-SIN-USO
                         WS-OFI-CONFLICTOS.

      ******************************************************************
      *                     024-ULTIMO-USO                             *
      *   EL USO QUE CUENTA ES EL DEL NIVEL HABILITADO: UN NIVEL C QUE *
      *   SOLO CONSULTA ESTA SOBREDIMENSIONADO Y DEBE VERSE COMO SIN   *
      *   USO; EL NIVEL A SE USA APROBANDO O CAPTURANDO                *
      ******************************************************************
       024-ULTIMO-USO.
           MOVE SPACES TO WS-ULTIMO-USO
           IF WS-CANT-USUARIOS > ZEROS
              SEARCH ALL WS-USR-ENTRADA
                 AT END
                    CONTINUE
                 WHEN USR-CODIGO(I-USR) = AUT-USUARIO
                    EVALUATE TRUE
                       WHEN AUT-NIV-CONSULTA
                            MOVE USR-ULT-CONSULTA(I-USR)
                                              TO WS-ULTIMO-USO
                       WHEN AUT-NIV-CAPTURA
                            MOVE USR-ULT-CAPTURA(I-USR)
                                              TO WS-ULTIMO-USO
                       WHEN OTHER
                            MOVE USR-ULT-APRUEBA(I-USR)
                                              TO WS-ULTIMO-USO
                            IF USR-ULT-CAPTURA(I-USR) > WS-ULTIMO-USO
                               MOVE USR-ULT-CAPTURA(I-USR)
                                              TO WS-ULTIMO-USO
                            END-IF
                    END-EVALUATE
              END-SEARCH
           END-IF.

      ******************************************************************
      *                  03-INICIAR-CONFLICTOS                         *
      ******************************************************************
       03-INICIAR-CONFLICTOS.
           EXEC SQL
               CLOSE CURSOR_2
           END-EXEC

           IF NO-PRIMER-REGISTRO
              PERFORM 023-CERRAR-OFICINA
           END-IF

           MOVE SPACES TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO-CONFLICTOS TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO-CNF2 TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           EXEC SQL
               OPEN CURSOR_3
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_3 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 041-FETCH-CURSOR-3.

       04-CONFLICTOS.
           ADD 1 TO WS-CONFLICTOS
           MOVE CNF-USUARIO     TO DCN-USUARIO
           MOVE CNF-TRX-CAPTURA TO DCN-TRX-CAPTURA
           MOVE CNF-TRX-APRUEBA TO DCN-TRX-APRUEBA
           IF CNF-OFI-CAPTURA = SPACES
              MOVE 'TODAS'         TO DCN-OFI-CAPTURA
           ELSE
              MOVE CNF-OFI-CAPTURA TO DCN-OFI-CAPTURA
           END-IF
           IF CNF-OFI-APRUEBA = SPACES
              MOVE 'TODAS'         TO DCN-OFI-APRUEBA
           ELSE
              MOVE CNF-OFI-APRUEBA TO DCN-OFI-APRUEBA
           END-IF
           MOVE WS-DET-CONFLICTO TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           PERFORM 041-FETCH-CURSOR-3.

       041-FETCH-CURSOR-3.
           EXEC SQL
               FETCH CURSOR_3
               INTO :CNF-USUARIO, :CNF-TRX-CAPTURA, :CNF-OFI-CAPTURA,
                    :CNF-TRX-APRUEBA, :CNF-OFI-APRUEBA
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   SET SI-FIN-CURSOR-3 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_3 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR-3 TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

       98-ESCRIBIR-RECERT.
           WRITE REG-RECERT
           IF WS-ESTADO-RCT NOT = '00'
              DISPLAY 'ERROR WRITE ARCHIVO RECERT ' WS-ESTADO-RCT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *                        999999-ESCRIBIR                         *
      ******************************************************************
       99-ESCRIBIR.
           WRITE REG-SALIDA
           IF WS-ESTADO NOT = '00'
              DISPLAY 'ERROR WRITE ARCHIVO SALIDA ' WS-ESTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      *                        05-FINAL                                *
      ******************************************************************
       05-FINAL.
           EXEC SQL
               CLOSE CURSOR_3
           END-EXEC

           MOVE SPACES             TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-HABILITACIONES  TO RES-HABILITACIONES
           MOVE WS-SIN-USO         TO RES-SIN-USO
           MOVE WS-CONFLICTOS      TO RES-CONFLICTOS
           MOVE WS-AUTOAPROBADAS   TO RES-AUTOAPROBADAS
           MOVE WS-RESUMEN         TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           DISPLAY 'LEIDOS DE AUDITLOG         : ' WS-LEIDOS-AUD
           DISPLAY 'LEIDOS DE MANTLOG          : ' WS-LEIDOS-LOG
           DISPLAY 'USUARIOS HABILITADOS       : ' WS-CANT-USUARIOS
           DISPLAY 'HABILITACIONES LISTADAS    : ' WS-HABILITACIONES
           DISPLAY 'OFICINAS                   : ' WS-OFICINAS
           DISPLAY 'SIN USO EN 90 DIAS         : ' WS-SIN-USO
           DISPLAY 'CONFLICTOS CAPTURA/APRUEBA : ' WS-CONFLICTOS
           DISPLAY 'OPERACIONES AUTOAPROBADAS  : ' WS-AUTOAPROBADAS

           CLOSE SALIDA RECERT

           IF SI-ERROR-PROCESO
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-CONFLICTOS > ZEROS OR WS-AUTOAPROBADAS > ZEROS
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           STOP RUN.
