       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0164.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL/CICS                               *
      *                                                                *
      *                         DESCRIPCION:
      *           TRANSACCION DE ESTADOS DE CUENTA ARCHIVADOS
      *           (PSEUDO-CONVERSACIONAL, CP34). SE LLEGA CON PF6
      *           DESDE EL CLIENTE-360 (PE3C0084) CON EL CLIENTE EN
      *           PANTALLA, O DIGITANDOLO. LISTA LOS ESTADOS QUE
      *           PE3C0052 LE EMITIO (KSDS ESTARCH, UNO POR PERIODO Y
      *           FECHA DE CORRIDA); CON LA SELECCION MUESTRA UNO
      *           PAGINA A PAGINA TAL COMO SE IMPRIMIO Y PF5 DEJA EN
      *           LA COLA PRDTWREI SU REIMPRESION EXACTA, MARCADA COMO
      *           COPIA, QUE PE3C0165 ATIENDE EN LA NOCHE. LA
      *           SUCURSAL YA NO ESPERA UNA REGENERACION CON LOS
      *           DATOS DE HOY PARA ENTREGAR EL ESTADO DE JUNIO
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
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                     NOMBRES DE RECURSOS CICS                   *
      ******************************************************************
       01 WS-RECURSOS-CICS.
          05 CTE-MAPSET                  PIC X(08) VALUE 'PE3M0164'.
          05 CTE-MAPA                    PIC X(08) VALUE 'PE3M0164'.
          05 CTE-TRANSID                 PIC X(04) VALUE 'CP34'.
          05 CTE-ARCHIVO-VSAM            PIC X(08) VALUE 'ESTARCH'.
          05 CTE-RUTINA-HABILITA         PIC X(08) VALUE 'PE3C0081'.

      ******************************************************************
      *                           SWITCHES                             *
      ******************************************************************
       01 SWITCHES.
          05 SW-FIN-BROWSE          PIC X       VALUE 'N'.
             88 SI-FIN-BROWSE                   VALUE 'S'.
             88 NO-FIN-BROWSE                   VALUE 'N'.

      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-LINEAS              PIC 9(02)   VALUE ZEROS.
          05 WS-VISTOS              PIC 9(05)   VALUE ZEROS.
          05 WS-SALTAR              PIC 9(05)   VALUE ZEROS.
          05 WS-SELECCION           PIC 9(02)   VALUE ZEROS.
          05 WS-PENDIENTES          PIC S9(9) COMP VALUE ZEROS.

       01 WS-CONSTANTES.
          05 CTE-MAX-RENGLONES      PIC 9(02)   VALUE 14.

      ******************************************************************
      *                    AREA DE COMUNICACION CICS                   *
      ******************************************************************
       01 WS-RESP-CICS                   PIC S9(8) COMP.

      *    USUARIO CICS DE LA SESION (ASSIGN USERID), LLAVE DE LA
      *    HABILITACION EN PRDTWAUT; SU OFICINA PIDE LA REIMPRESION
       01 WS-USUARIO                     PIC X(8)  VALUE SPACES.

      *    ESTADO DEL SISTEMA (PRDTWSYS): EN 'Q' LA CADENA NOCTURNA
      *    ESTA CORRIENDO (Y ESTARCH SE ESTA RECARGANDO)
       01 PRDTW-SYS.
           05 SYS-ESTADO                 PIC X(1).
             88 SYS-QUIESCE                  VALUE 'Q'.
           05 SYS-MENSAJE                PIC X(40).

      ******************************************************************
      *   CONVERSACION: LA PRIMERA VEZ DESDE EL CLIENTE-360 LLEGAN EL  *
      *   INDICADOR 'C' Y EL CLIENTE (9 BYTES); DESPUES VIAJA COMPLETA *
      *   CON LA VISTA EN CURSO Y LAS LLAVES DE LA PAGINA DE LA LISTA  *
      ******************************************************************
       01 WS-COMMAREA.
          05 CA-INDICADOR                PIC X.
             88 CA-YA-ENVIO-MAPA               VALUE 'S'.
             88 CA-DESDE-CLIENTE-360           VALUE 'C'.
          05 CA-CLIENTE                  PIC X(8).
          05 CA-VISTA                    PIC X.
             88 CA-SIN-VISTA                   VALUE ' '.
             88 CA-VISTA-LISTA                 VALUE 'L'.
             88 CA-VISTA-ESTADO                VALUE 'E'.
          05 CA-PAGINA                   PIC S9(4) COMP.
          05 CA-PAGINA-LISTA             PIC S9(4) COMP.
          05 CA-CANT-ESTADOS             PIC S9(4) COMP.
          05 CA-PERIODO                  PIC X(7).
          05 CA-FECHA-CORRIDA            PIC X(10).
          05 CA-ESTADO-LISTA OCCURS 14 TIMES.
             10 CA-LIS-PERIODO           PIC X(7).
             10 CA-LIS-FECHA-CORRIDA     PIC X(10).

      ******************************************************************
      *   NOMBRE DEL CLIENTE DESDE LA MAESTRA PRDTWCLI (PE3C0063)      *
      ******************************************************************
       01 PRDTW-CLI.
           05 CLI-CODIGO                 PIC X(8).
           05 CLI-NOMBRE                 PIC X(40).

      ******************************************************************
      *   FILA DE LA COLA DE REIMPRESIONES                             *
      ******************************************************************
       01 PRDTW-REI.
           05 REI-CLIENTE                PIC X(8).
           05 REI-PERIODO                PIC X(7).
           05 REI-FECHA-CORRIDA          PIC X(10).
           05 REI-OFICINA                PIC X(4).
           05 REI-USUARIO                PIC X(8).
           05 REI-FECHA-SOL              PIC X(8).
           05 REI-HORA-SOL               PIC X(6).

       01 WS-HORA-SISTEMA                PIC X(8).

      *    RENGLONES DE LA PANTALLA: SE ARMAN AQUI Y 8200 LOS PASA AL
      *    MAPA (R01 A R14)
       01 WS-TABLA-RENGLONES.
          05 WS-RENGLON OCCURS 14 TIMES  PIC X(78).

       01 WS-LINEA-LISTA.
          05 LLI-NUMERO                  PIC Z9.
          05 FILLER                      PIC X(3)  VALUE ' - '.
          05 FILLER                      PIC X(8)  VALUE 'PERIODO '.
          05 LLI-PERIODO                 PIC X(7).
          05 FILLER                      PIC X(29) VALUE
                                  '   EMITIDO EN LA CORRIDA DEL '.
          05 LLI-FECHA-CORRIDA           PIC X(10).

       01 WS-TITULO-LISTA.
          05 FILLER                      PIC X(27) VALUE
                                  'ESTADOS EMITIDOS - PAGINA '.
          05 TLI-PAGINA                  PIC ZZ9.

       01 WS-TITULO-ESTADO.
          05 FILLER                      PIC X(7)  VALUE 'ESTADO '.
          05 TES-PERIODO                 PIC X(7).
          05 FILLER                      PIC X(10) VALUE '  CORRIDA '.
          05 TES-FECHA-CORRIDA           PIC X(10).
          05 FILLER                      PIC X(9)  VALUE '  PAGINA '.
          05 TES-PAGINA                  PIC ZZ9.

       01 WS-TECLAS.
          05 CTE-TECLAS-INICIO           PIC X(78) VALUE
             'ENTER=CONSULTAR  PF3=SALIR'.
          05 CTE-TECLAS-LISTA            PIC X(78) VALUE
             'ENTER=SELECCIONAR  PF7/PF8=PAGINAS  PF3=SALIR'.
          05 CTE-TECLAS-ESTADO           PIC X(78) VALUE
          'PF5=REIMPRIMIR COPIA PF7/PF8=PAGINAS PF12=LISTA PF3=SALIR'.

      *    LLAVE DEL BROWSE: CLIENTE/PERIODO/FECHA DE CORRIDA/LINEA
       01 WS-LLAVE-BROWSE.
           05 BRW-CLIENTE                PIC X(8).
           05 BRW-RESTO.
              10 BRW-PERIODO             PIC X(7).
              10 BRW-FECHA-CORRIDA       PIC X(10).
              10 BRW-LINEA               PIC 9(5).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCLI
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOSYS
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOREI
           END-EXEC.

      ******************************************************************
      *   REGISTRO DEL KSDS DE ESTADOS ARCHIVADOS                      *
      ******************************************************************
       COPY PE3CVEST.

      ******************************************************************
      *          INTERFAZ CAI-PE9CAUT0 (HABILITACIONES, PE3COAUT)      *
      ******************************************************************
       COPY PE3COAUT.

      ******************************************************************
      *                   COPY DEL MAPA SIMBOLICO                      *
      ******************************************************************
       COPY PE3M0164.

       COPY DFHAID.

       LINKAGE SECTION.
       01 DFHCOMMAREA                    PIC X(271).

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           EXEC CICS HANDLE CONDITION
                MAPFAIL  (9100-MAPA-VACIO)
                ERROR    (9900-ERROR-CICS)
           END-EXEC

           IF EIBAID = DFHPF3
              PERFORM 9500-TERMINAR-CONVERSACION
           END-IF

           PERFORM 0100-VALIDAR-HABILITACION

           INITIALIZE WS-COMMAREA
           IF EIBCALEN > 0
              MOVE DFHCOMMAREA(1:EIBCALEN) TO WS-COMMAREA
           END-IF

           EVALUATE TRUE
              WHEN EIBCALEN = 0
                   PERFORM 1000-PRIMERA-VEZ
              WHEN CA-DESDE-CLIENTE-360
                   PERFORM 1100-ENTRADA-CLIENTE-360
              WHEN EIBAID = DFHPF5 AND CA-VISTA-ESTADO
                   PERFORM 3000-SOLICITAR-REIMPRESION
              WHEN EIBAID = DFHPF7 AND NOT CA-SIN-VISTA
                   PERFORM 5000-PAGINA-ANTERIOR
              WHEN EIBAID = DFHPF8 AND NOT CA-SIN-VISTA
                   PERFORM 5100-PAGINA-SIGUIENTE
              WHEN EIBAID = DFHPF12 AND CA-VISTA-ESTADO
                   PERFORM 5200-VOLVER-A-LISTA
              WHEN OTHER
                   PERFORM 2000-PROCESAR-ENTRADA
           END-EVALUATE

           PERFORM 9000-RETORNAR-TRANSACCION.

      ******************************************************************
      *                 0100-VALIDAR-HABILITACION                      *
      *   EL USUARIO DEBE TENER FILA EN PRDTWAUT PARA ESTA             *
      *   TRANSACCION; CONSULTAR ALCANZA PARA VER, LA REIMPRESION      *
      *   PIDE NIVEL DE CAPTURA (VER 3000)                             *
      ******************************************************************
       0100-VALIDAR-HABILITACION.
           EXEC CICS ASSIGN USERID(WS-USUARIO)
           END-EXEC

           INITIALIZE CAI-PE9CAUT0
           MOVE WS-USUARIO   TO AUT0-USUARIO
           MOVE CTE-TRANSID  TO AUT0-TRANSACCION

           CALL CTE-RUTINA-HABILITA USING CAI-PE9CAUT0

           IF AUT0-COD-RET NOT = '00'
              PERFORM 9600-RECHAZAR-USUARIO
           END-IF.

      ******************************************************************
      *                   0200-VALIDAR-QUIESCE                         *
      *   CON EL SISTEMA EN 'Q' (PE3C0083) EL ARCHIVO PUEDE ESTAR EN   *
      *   RECARGA (PE3C0163): SE MUESTRA EL MENSAJE DE OPERACIONES     *
      ******************************************************************
       0200-VALIDAR-QUIESCE.
           EXEC SQL
               SELECT SYS_ESTADO, SYS_MENSAJE
               INTO  :SYS-ESTADO, :SYS-MENSAJE
               FROM  PRDTWSYS
           END-EXEC

           IF SQLCODE = ZEROS AND SYS-QUIESCE
              MOVE LOW-VALUES  TO PE3M0164O
              MOVE SYS-MENSAJE TO MSGSO
              MOVE CTE-TECLAS-INICIO TO TECLO
              SET CA-SIN-VISTA TO TRUE
              PERFORM 8100-ENVIAR-MAPA-DATOS
              PERFORM 9000-RETORNAR-TRANSACCION
           END-IF.

      ******************************************************************
      *                       1000-PRIMERA-VEZ                         *
      ******************************************************************
       1000-PRIMERA-VEZ.
           MOVE LOW-VALUES              TO PE3M0164O
           MOVE 'DIGITE EL CLIENTE'     TO MSGSO
           MOVE CTE-TECLAS-INICIO       TO TECLO
           SET CA-SIN-VISTA             TO TRUE
           PERFORM 8000-ENVIAR-MAPA-VACIO.

      ******************************************************************
      *                 1100-ENTRADA-CLIENTE-360                       *
      *   PF6 DEL CLIENTE-360: LA LISTA DEL CLIENTE SALE DE UNA VEZ    *
      ******************************************************************
       1100-ENTRADA-CLIENTE-360.
           PERFORM 0200-VALIDAR-QUIESCE
           MOVE 1 TO CA-PAGINA
           PERFORM 4000-ARMAR-LISTA
           PERFORM 8100-ENVIAR-MAPA-DATOS.

      ******************************************************************
      *                     2000-PROCESAR-ENTRADA                      *
      *   UN CLIENTE NUEVO ABRE SU LISTA; EN LA LISTA, LA SELECCION    *
      *   ABRE ESE ESTADO EN SU PRIMERA PAGINA; SIN NADA NUEVO SE      *
      *   REFRESCA LA VISTA EN CURSO                                   *
      ******************************************************************
       2000-PROCESAR-ENTRADA.
           PERFORM 0200-VALIDAR-QUIESCE

           EXEC CICS RECEIVE MAP(CTE-MAPA)
                     MAPSET(CTE-MAPSET)
                     INTO(PE3M0164I)
           END-EXEC

           EVALUATE TRUE
              WHEN CLIEL > 0
               AND CLIEI NOT = SPACES AND NOT = LOW-VALUES
               AND CLIEI NOT = CA-CLIENTE
                   MOVE CLIEI TO CA-CLIENTE
                   MOVE 1     TO CA-PAGINA
                   PERFORM 4000-ARMAR-LISTA
              WHEN CA-CLIENTE = SPACES OR LOW-VALUES
                   MOVE LOW-VALUES           TO PE3M0164O
                   MOVE 'DEBE DIGITAR EL CLIENTE' TO MSGSO
                   MOVE CTE-TECLAS-INICIO    TO TECLO
                   MOVE -1                   TO CLIEL
              WHEN SELEL > 0 AND CA-VISTA-LISTA
                   PERFORM 2100-VALIDAR-SELECCION
              WHEN CA-VISTA-ESTADO
                   PERFORM 4500-ARMAR-ESTADO
              WHEN OTHER
                   PERFORM 4000-ARMAR-LISTA
           END-EVALUATE

           PERFORM 8100-ENVIAR-MAPA-DATOS.

       2100-VALIDAR-SELECCION.
           IF SELEI IS NUMERIC
              MOVE SELEI TO WS-SELECCION
           ELSE
              MOVE ZEROS TO WS-SELECCION
           END-IF

           IF WS-SELECCION = ZEROS
              OR WS-SELECCION > CA-CANT-ESTADOS
                PERFORM 4000-ARMAR-LISTA
                MOVE 'SELECCION INVALIDA: DIGITE UN NUMERO DE LA LISTA'
                                           TO MSGSO
                MOVE -1                    TO SELEL
           ELSE
              MOVE CA-PAGINA               TO CA-PAGINA-LISTA
              MOVE CA-LIS-PERIODO (WS-SELECCION)       TO CA-PERIODO
              MOVE CA-LIS-FECHA-CORRIDA (WS-SELECCION)
                                           TO CA-FECHA-CORRIDA
              MOVE 1                       TO CA-PAGINA
              PERFORM 4500-ARMAR-ESTADO
           END-IF.

      ******************************************************************
      *                3000-SOLICITAR-REIMPRESION                      *
      *   PF5 SOBRE UN ESTADO: DEJA LA REIMPRESION EN LA COLA CON LA   *
      *   OFICINA DEL USUARIO (UN USUARIO SIN OFICINA PIDE COMO '0000',*
      *   COMO EN PE3C0097). UNA PENDIENTE IGUAL NO SE REPITE          *
      ******************************************************************
       3000-SOLICITAR-REIMPRESION.
           PERFORM 0200-VALIDAR-QUIESCE
           PERFORM 4500-ARMAR-ESTADO

           IF AUT0-NIV-CONSULTA
              MOVE 'SU HABILITACION ES DE CONSULTA: NO PUEDE REIMPRIMIR'
                                           TO MSGSO
           ELSE
              PERFORM 3100-REGISTRAR-REIMPRESION
           END-IF

           PERFORM 8100-ENVIAR-MAPA-DATOS.

       3100-REGISTRAR-REIMPRESION.
           MOVE CA-CLIENTE        TO REI-CLIENTE
           MOVE CA-PERIODO        TO REI-PERIODO
           MOVE CA-FECHA-CORRIDA  TO REI-FECHA-CORRIDA
           MOVE WS-USUARIO        TO REI-USUARIO
           IF AUT0-OFICINA = SPACES OR LOW-VALUES
              MOVE '0000'         TO REI-OFICINA
           ELSE
              MOVE AUT0-OFICINA   TO REI-OFICINA
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-PENDIENTES
               FROM  PRDTWREI
               WHERE REI_CLIENTE       = :REI-CLIENTE
               AND   REI_PERIODO       = :REI-PERIODO
               AND   REI_FECHA_CORRIDA = :REI-FECHA-CORRIDA
               AND   REI_OFICINA       = :REI-OFICINA
               AND   REI_ESTADO        = 'P'
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE NOT = ZEROS
                   MOVE 'NO SE PUDO LEER LA COLA DE REIMPRESIONES'
                                           TO MSGSO
              WHEN WS-PENDIENTES > ZEROS
                   MOVE 'ESTE ESTADO YA TIENE UNA REIMPRESION PENDIENTE'
                                           TO MSGSO
              WHEN OTHER
                   PERFORM 3110-INSERTAR-REIMPRESION
           END-EVALUATE.

      *    FECHA Y HORA VIAJAN COMPACTAS, COMO EN PRDTWSOL
       3110-INSERTAR-REIMPRESION.
           ACCEPT REI-FECHA-SOL   FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-HORA-SISTEMA(1:6) TO REI-HORA-SOL

           EXEC SQL
               INSERT INTO PRDTWREI
                   (REI_CLIENTE, REI_PERIODO, REI_FECHA_CORRIDA,
                    REI_OFICINA, REI_USUARIO, REI_FECHA_SOL,
                    REI_HORA_SOL, REI_ESTADO, REI_FECHA_ATEN)
               VALUES
                   (:REI-CLIENTE, :REI-PERIODO, :REI-FECHA-CORRIDA,
                    :REI-OFICINA, :REI-USUARIO, :REI-FECHA-SOL,
                    :REI-HORA-SOL, 'P', ' ')
           END-EXEC

           IF SQLCODE = ZEROS
              MOVE 'REIMPRESION SOLICITADA: SALE COMO COPIA ESTA NOCHE'
                                           TO MSGSO
           ELSE
              MOVE 'NO SE PUDO REGISTRAR LA REIMPRESION' TO MSGSO
           END-IF.

      ******************************************************************
      *                      4000-ARMAR-LISTA                          *
      *   UN RENGLON POR ESTADO DEL CLIENTE: SE LEE SU PRIMERA LINEA Y *
      *   EL BROWSE SALTA (RESETBR) AL ESTADO SIGUIENTE. LA PAGINA N   *
      *   SALTA LOS ESTADOS DE LAS PAGINAS ANTERIORES                  *
      ******************************************************************
       4000-ARMAR-LISTA.
           SET CA-VISTA-LISTA TO TRUE
           MOVE LOW-VALUES    TO PE3M0164O
           MOVE SPACES        TO WS-TABLA-RENGLONES
           MOVE CA-CLIENTE    TO CLIEO CLI-CODIGO
           PERFORM 4100-BUSCAR-NOMBRE-CLIENTE
           MOVE CA-PAGINA     TO TLI-PAGINA
           MOVE WS-TITULO-LISTA    TO TITUO
           MOVE CTE-TECLAS-LISTA   TO TECLO

           MOVE ZEROS TO CA-CANT-ESTADOS WS-VISTOS
           COMPUTE WS-SALTAR = (CA-PAGINA - 1) * CTE-MAX-RENGLONES
           SET NO-FIN-BROWSE TO TRUE
           MOVE CA-CLIENTE   TO BRW-CLIENTE
           MOVE LOW-VALUES   TO BRW-RESTO

           EXEC CICS STARTBR FILE(CTE-ARCHIVO-VSAM)
                     RIDFLD(WS-LLAVE-BROWSE)
                     GTEQ
                     RESP(WS-RESP-CICS)
           END-EXEC

           EVALUATE TRUE
              WHEN WS-RESP-CICS = DFHRESP(NOTFND)
                   MOVE 'SIN ESTADOS ARCHIVADOS' TO MSGSO
              WHEN WS-RESP-CICS NOT = DFHRESP(NORMAL)
                   MOVE 'ARCHIVO DE ESTADOS NO DISPONIBLE' TO MSGSO
              WHEN OTHER
                   PERFORM 4200-LEER-ESTADO
                           UNTIL SI-FIN-BROWSE
                           OR CA-CANT-ESTADOS NOT < CTE-MAX-RENGLONES
                   EXEC CICS ENDBR FILE(CTE-ARCHIVO-VSAM)
                   END-EXEC
                   IF CA-CANT-ESTADOS = ZEROS
                      MOVE 'SIN ESTADOS ARCHIVADOS' TO MSGSO
                   ELSE
                      MOVE 'DIGITE EL NUMERO DEL ESTADO Y ENTER'
                                                   TO MSGSO
                   END-IF
           END-EVALUATE

           PERFORM 8200-PASAR-RENGLONES.

      ******************************************************************
      *                4100-BUSCAR-NOMBRE-CLIENTE                      *
      ******************************************************************
       4100-BUSCAR-NOMBRE-CLIENTE.
           EXEC SQL
               SELECT CLI_NOMBRE
               INTO  :CLI-NOMBRE
               FROM  PRDTWCLI
               WHERE CLI_CODIGO = :CLI-CODIGO
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              MOVE 'CLIENTE NO REGISTRADO' TO CLI-NOMBRE
           END-IF
           MOVE CLI-NOMBRE TO NOMBO.

       4200-LEER-ESTADO.
           EXEC CICS READNEXT FILE(CTE-ARCHIVO-VSAM)
                     INTO(REG-VSAM-EST)
                     RIDFLD(WS-LLAVE-BROWSE)
                     RESP(WS-RESP-CICS)
           END-EXEC

           EVALUATE TRUE
              WHEN WS-RESP-CICS NOT = DFHRESP(NORMAL)
                   SET SI-FIN-BROWSE TO TRUE
              WHEN VES-CLIENTE NOT = CA-CLIENTE
                   SET SI-FIN-BROWSE TO TRUE
              WHEN OTHER
                   ADD 1 TO WS-VISTOS
                   IF WS-VISTOS > WS-SALTAR
                      PERFORM 4210-PONER-ESTADO
                   END-IF
                   PERFORM 4220-SALTAR-ESTADO
           END-EVALUATE.

       4210-PONER-ESTADO.
           ADD 1 TO CA-CANT-ESTADOS
           MOVE VES-PERIODO  TO CA-LIS-PERIODO (CA-CANT-ESTADOS)
           MOVE VES-FECHA-CORRIDA
                             TO CA-LIS-FECHA-CORRIDA (CA-CANT-ESTADOS)
           MOVE CA-CANT-ESTADOS   TO LLI-NUMERO
           MOVE VES-PERIODO       TO LLI-PERIODO
           MOVE VES-FECHA-CORRIDA TO LLI-FECHA-CORRIDA
           MOVE WS-LINEA-LISTA    TO WS-RENGLON (CA-CANT-ESTADOS).

      *    NINGUN ESTADO LLEGA A LA LINEA 99999: EL GTEQ POSICIONA EN
      *    LA PRIMERA LINEA DEL ESTADO SIGUIENTE
       4220-SALTAR-ESTADO.
           MOVE 99999 TO BRW-LINEA
           EXEC CICS RESETBR FILE(CTE-ARCHIVO-VSAM)
                     RIDFLD(WS-LLAVE-BROWSE)
                     GTEQ
                     RESP(WS-RESP-CICS)
           END-EXEC
           IF WS-RESP-CICS NOT = DFHRESP(NORMAL)
              SET SI-FIN-BROWSE TO TRUE
           END-IF.

      ******************************************************************
      *                      4500-ARMAR-ESTADO                         *
      *   LA PAGINA N DEL ESTADO EMPIEZA EN SU LINEA (N-1)*14+1: EL    *
      *   BROWSE VA DIRECTO A ELLA. LAS LINEAS SALEN TAL COMO SE       *
      *   IMPRIMIERON (LAS 78 POSICIONES QUE USA PE3C0052)             *
      ******************************************************************
       4500-ARMAR-ESTADO.
           SET CA-VISTA-ESTADO TO TRUE
           MOVE LOW-VALUES     TO PE3M0164O
           MOVE SPACES         TO WS-TABLA-RENGLONES
           MOVE CA-CLIENTE     TO CLIEO CLI-CODIGO
           PERFORM 4100-BUSCAR-NOMBRE-CLIENTE
           MOVE CA-PERIODO       TO TES-PERIODO
           MOVE CA-FECHA-CORRIDA TO TES-FECHA-CORRIDA
           MOVE CA-PAGINA        TO TES-PAGINA
           MOVE WS-TITULO-ESTADO   TO TITUO
           MOVE CTE-TECLAS-ESTADO  TO TECLO

           MOVE ZEROS TO WS-LINEAS
           SET NO-FIN-BROWSE TO TRUE
           MOVE CA-CLIENTE       TO BRW-CLIENTE
           MOVE CA-PERIODO       TO BRW-PERIODO
           MOVE CA-FECHA-CORRIDA TO BRW-FECHA-CORRIDA
           COMPUTE BRW-LINEA = (CA-PAGINA - 1) * CTE-MAX-RENGLONES + 1

           EXEC CICS STARTBR FILE(CTE-ARCHIVO-VSAM)
                     RIDFLD(WS-LLAVE-BROWSE)
                     GTEQ
                     RESP(WS-RESP-CICS)
           END-EXEC

           IF WS-RESP-CICS = DFHRESP(NORMAL)
              PERFORM 4600-LEER-LINEA
                      UNTIL SI-FIN-BROWSE
                      OR WS-LINEAS NOT < CTE-MAX-RENGLONES
              EXEC CICS ENDBR FILE(CTE-ARCHIVO-VSAM)
              END-EXEC
           END-IF

           EVALUATE TRUE
              WHEN WS-LINEAS = ZEROS
                   MOVE 'EL ESTADO YA NO ESTA EN EL ARCHIVO' TO MSGSO
              WHEN WS-LINEAS < CTE-MAX-RENGLONES
                   MOVE 'FIN DEL ESTADO' TO MSGSO
              WHEN OTHER
                   MOVE 'PF8 PARA LA PAGINA SIGUIENTE' TO MSGSO
           END-EVALUATE

           PERFORM 8200-PASAR-RENGLONES.

       4600-LEER-LINEA.
           EXEC CICS READNEXT FILE(CTE-ARCHIVO-VSAM)
                     INTO(REG-VSAM-EST)
                     RIDFLD(WS-LLAVE-BROWSE)
                     RESP(WS-RESP-CICS)
           END-EXEC

           IF WS-RESP-CICS NOT = DFHRESP(NORMAL)
              OR VES-CLIENTE       NOT = CA-CLIENTE
              OR VES-PERIODO       NOT = CA-PERIODO
              OR VES-FECHA-CORRIDA NOT = CA-FECHA-CORRIDA
                SET SI-FIN-BROWSE TO TRUE
           ELSE
              ADD 1 TO WS-LINEAS
              MOVE VES-TEXTO(1:78) TO WS-RENGLON (WS-LINEAS)
           END-IF.

      ******************************************************************
      *                5000-PAGINA-ANTERIOR                            *
      ******************************************************************
       5000-PAGINA-ANTERIOR.
           PERFORM 0200-VALIDAR-QUIESCE
           IF CA-PAGINA > 1
              SUBTRACT 1 FROM CA-PAGINA
           END-IF
           PERFORM 5300-ARMAR-VISTA
           IF CA-PAGINA = 1
              MOVE 'PRIMERA PAGINA' TO MSGSO
           END-IF
           PERFORM 8100-ENVIAR-MAPA-DATOS.

      ******************************************************************
      *                5100-PAGINA-SIGUIENTE                           *
      *   UNA PAGINA SIN RENGLONES NO SE MUESTRA: SE VUELVE A LA       *
      *   ULTIMA QUE LOS TENIA                                         *
      ******************************************************************
       5100-PAGINA-SIGUIENTE.
           PERFORM 0200-VALIDAR-QUIESCE
           ADD 1 TO CA-PAGINA
           PERFORM 5300-ARMAR-VISTA
           IF (CA-VISTA-LISTA AND CA-CANT-ESTADOS = ZEROS)
              OR (CA-VISTA-ESTADO AND WS-LINEAS = ZEROS)
                SUBTRACT 1 FROM CA-PAGINA
                PERFORM 5300-ARMAR-VISTA
                MOVE 'ULTIMA PAGINA' TO MSGSO
           END-IF
           PERFORM 8100-ENVIAR-MAPA-DATOS.

      ******************************************************************
      *                5200-VOLVER-A-LISTA                             *
      ******************************************************************
       5200-VOLVER-A-LISTA.
           PERFORM 0200-VALIDAR-QUIESCE
           MOVE CA-PAGINA-LISTA TO CA-PAGINA
           IF CA-PAGINA < 1
              MOVE 1 TO CA-PAGINA
           END-IF
           PERFORM 4000-ARMAR-LISTA
           PERFORM 8100-ENVIAR-MAPA-DATOS.

       5300-ARMAR-VISTA.
           IF CA-VISTA-LISTA
              PERFORM 4000-ARMAR-LISTA
           ELSE
              PERFORM 4500-ARMAR-ESTADO
           END-IF.

      ******************************************************************
      *                     8000-ENVIAR-MAPA-VACIO                     *
      ******************************************************************
       8000-ENVIAR-MAPA-VACIO.
           EXEC CICS SEND MAP(CTE-MAPA)
                     MAPSET(CTE-MAPSET)
                     FROM(PE3M0164O)
                     ERASE
           END-EXEC.

      ******************************************************************
      *                     8100-ENVIAR-MAPA-DATOS                     *
      ******************************************************************
       8100-ENVIAR-MAPA-DATOS.
           EXEC CICS SEND MAP(CTE-MAPA)
                     MAPSET(CTE-MAPSET)
                     FROM(PE3M0164O)
                     ERASE
                     CURSOR
           END-EXEC.

      ******************************************************************
      *                     8200-PASAR-RENGLONES                       *
      ******************************************************************
       8200-PASAR-RENGLONES.
           MOVE WS-RENGLON (01) TO R01O
           MOVE WS-RENGLON (02) TO R02O
           MOVE WS-RENGLON (03) TO R03O
           MOVE WS-RENGLON (04) TO R04O
           MOVE WS-RENGLON (05) TO R05O
           MOVE WS-RENGLON (06) TO R06O
           MOVE WS-RENGLON (07) TO R07O
           MOVE WS-RENGLON (08) TO R08O
           MOVE WS-RENGLON (09) TO R09O
           MOVE WS-RENGLON (10) TO R10O
           MOVE WS-RENGLON (11) TO R11O
           MOVE WS-RENGLON (12) TO R12O
           MOVE WS-RENGLON (13) TO R13O
           MOVE WS-RENGLON (14) TO R14O.

      ******************************************************************
      *                    9000-RETORNAR-TRANSACCION                   *
      ******************************************************************
       9000-RETORNAR-TRANSACCION.
           MOVE 'S'                     TO CA-INDICADOR
           EXEC CICS RETURN TRANSID(CTE-TRANSID)
                     COMMAREA(WS-COMMAREA)
                     LENGTH(271)
           END-EXEC.

      ******************************************************************
      *                       9100-MAPA-VACIO                          *
      ******************************************************************
       9100-MAPA-VACIO.
           IF NOT CA-SIN-VISTA
              PERFORM 5300-ARMAR-VISTA
           END-IF
           MOVE 'NO SE DIGITARON DATOS, INTENTE DE NUEVO' TO MSGSO
           PERFORM 8100-ENVIAR-MAPA-DATOS
           PERFORM 9000-RETORNAR-TRANSACCION.

      ******************************************************************
      *                    9500-TERMINAR-CONVERSACION                  *
      ******************************************************************
       9500-TERMINAR-CONVERSACION.
           EXEC CICS SEND TEXT
                     FROM('CONSULTA DE ESTADOS FINALIZADA')
                     LENGTH(30)
                     ERASE
                     FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      *                    9600-RECHAZAR-USUARIO                       *
      ******************************************************************
       9600-RECHAZAR-USUARIO.
           EXEC CICS SEND TEXT
                     FROM('USUARIO SIN HABILITACION DE CONSULTA')
                     LENGTH(36)
                     ERASE
                     FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.

      ******************************************************************
      *                       9900-ERROR-CICS                          *
      ******************************************************************
       9900-ERROR-CICS.
           MOVE EIBRESP                 TO WS-RESP-CICS
           EXEC CICS SEND TEXT
                     FROM('ERROR CICS EN PE3C0164')
                     LENGTH(23)
                     ERASE
                     FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.
