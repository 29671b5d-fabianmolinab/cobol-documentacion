       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0123.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL/CICS                               *
      *                                                                *
      *                         DESCRIPCION:
      *           TRANSACCION DE COTIZACION DE PREPAGO CP26
      *           (PSEUDO-CONVERSACIONAL, HERMANA DEL CLIENTE-360
      *           CP21): LA MESA DE AYUDA DIGITA EL CONTRATO Y UNA
      *           FECHA DE CORTE OPCIONAL, Y ENTER LLAMA LA RUTINA
      *           PE3C0122 QUE LIQUIDA LO QUE EL CLIENTE DEBE PAGAR
      *           PARA CANCELARLO. LA PANTALLA MUESTRA EL DESGLOSE,
      *           EL TOTAL EN LA MONEDA DEL CONTRATO Y LA FECHA
      *           HASTA LA QUE VALE LA COTIZACION, QUE QUEDA
      *           GRABADA EN PRDTWCOT PARA CASAR EL PAGO
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
          05 CTE-MAPSET                  PIC X(08) VALUE 'PE3M0123'.
          05 CTE-MAPA                    PIC X(08) VALUE 'PE3M0123'.
          05 CTE-TRANSID                 PIC X(04) VALUE 'CP26'.
          05 CTE-RUTINA-HABILITA         PIC X(08) VALUE 'PE3C0081'.
          05 CTE-RUTINA-COTIZA           PIC X(08) VALUE 'PE3C0122'.

      ******************************************************************
      *                    AREA DE COMUNICACION CICS                   *
      ******************************************************************
       01 WS-RESP-CICS                   PIC S9(8) COMP.

      *    USUARIO CICS DE LA SESION (ASSIGN USERID), LLAVE DE LA
      *    HABILITACION EN PRDTWAUT; SU OFICINA ACOTA LOS CONTRATOS
       01 WS-USUARIO                     PIC X(8)  VALUE SPACES.

      *    ESTADO DEL SISTEMA (PRDTWSYS): EN 'Q' LA CADENA NOCTURNA
      *    ESTA CORRIENDO Y NO SE COTIZA A MEDIO LOTE
       01 PRDTW-SYS.
           05 SYS-ESTADO                 PIC X(1).
             88 SYS-QUIESCE                  VALUE 'Q'.
           05 SYS-MENSAJE                PIC X(40).

      ******************************************************************
      *   RENGLONES DEL DESGLOSE DE LA COTIZACION                      *
      ******************************************************************
       01 WS-LINEA-COTIZACION.
           05 FILLER                     PIC X(15) VALUE
                                          'COTIZACION NRO '.
           05 LCO-NUMERO                 PIC Z(8)9.
           05 FILLER                     PIC X(10) VALUE '  CLIENTE '.
           05 LCO-CLIENTE                PIC X(8).
           05 FILLER                     PIC X(8)  VALUE '  CORTE '.
           05 LCO-CORTE                  PIC X(10).

       01 WS-LINEA-FECHAS.
           05 FILLER                     PIC X(17) VALUE
                                          'FECHAS ABIERTAS: '.
           05 LFE-ABIERTAS               PIC ZZZ9.
           05 FILLER                     PIC X(13) VALUE
                                          '   VENCIDAS: '.
           05 LFE-VENCIDAS               PIC ZZZ9.

       01 WS-LINEA-VALOR.
           05 LVA-CONCEPTO               PIC X(28).
           05 LVA-VALOR                  PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-LINEA-TOTAL.
           05 FILLER                     PIC X(14) VALUE
                                          'TOTAL A PAGAR '.
           05 LTO-MONEDA                 PIC X(3).
           05 FILLER                     PIC X(11) VALUE SPACES.
           05 LTO-VALOR                  PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-LINEA-VIGENCIA.
           05 FILLER                     PIC X(14) VALUE
                                          'VALIDA HASTA: '.
           05 LVI-FECHA                  PIC X(10).
           05 FILLER                     PIC X(14) VALUE
                                          '   TASA COP->'.
           05 LVI-MONEDA                 PIC X(3).
           05 FILLER                     PIC X(2)  VALUE ': '.
           05 LVI-TASA                   PIC ZZZ,ZZZ,ZZ9.999999.

       01 WS-LINEA-ERROR.
           05 FILLER                     PIC X(19) VALUE
                                          'NO SE PUDO COTIZAR '.
           05 LER-COD-RET                PIC XX.
           05 FILLER                     PIC X     VALUE SPACES.
           05 LER-ERROR1                 PIC X(20).
           05 FILLER                     PIC X     VALUE SPACES.
           05 LER-ERROR2                 PIC X(20).
           05 FILLER                     PIC X     VALUE SPACES.
           05 LER-SQLCODE                PIC X(4).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOSYS
           END-EXEC.

      ******************************************************************
      *          INTERFAZ CAI-PE9CAUT0 (HABILITACIONES, PE3COAUT)      *
      ******************************************************************
       COPY PE3COAUT.

      ******************************************************************
      *          INTERFAZ CAI-PE9CCOT0 (COTIZACION, PE3COCOT)          *
      ******************************************************************
       COPY PE3COCOT.

      ******************************************************************
      *                   COPY DEL MAPA SIMBOLICO                      *
      ******************************************************************
       COPY PE3M0123.

       COPY DFHAID.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 CA-INDICADOR                PIC X.
             88 CA-YA-ENVIO-MAPA               VALUE 'S'.

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

           EVALUATE TRUE
              WHEN EIBCALEN = 0
                   PERFORM 1000-PRIMERA-VEZ
              WHEN OTHER
                   PERFORM 2000-COTIZAR-CONTRATO
           END-EVALUATE

           PERFORM 9000-RETORNAR-TRANSACCION.

      ******************************************************************
      *                 0100-VALIDAR-HABILITACION                      *
      *   EL USUARIO DEBE TENER FILA EN PRDTWAUT PARA ESTA             *
      *   TRANSACCION; SU ALCANCE DE OFICINA ACOTA LOS CONTRATOS QUE   *
      *   PUEDE COTIZAR                                                *
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
      ******************************************************************
       0200-VALIDAR-QUIESCE.
           EXEC SQL
               SELECT SYS_ESTADO, SYS_MENSAJE
               INTO  :SYS-ESTADO, :SYS-MENSAJE
               FROM  PRDTWSYS
           END-EXEC

           IF SQLCODE = ZEROS AND SYS-QUIESCE
              MOVE LOW-VALUES  TO PE3M0123O
              MOVE SYS-MENSAJE TO MSGSO
              PERFORM 8100-ENVIAR-MAPA-DATOS
              PERFORM 9000-RETORNAR-TRANSACCION
           END-IF.

      ******************************************************************
      *                       1000-PRIMERA-VEZ                         *
      ******************************************************************
       1000-PRIMERA-VEZ.
           MOVE LOW-VALUES              TO PE3M0123O
           MOVE SPACES                  TO MSGSO
           PERFORM 8000-ENVIAR-MAPA-VACIO.

      ******************************************************************
      *                  2000-COTIZAR-CONTRATO                         *
      *   ENTER: VALIDA EL CONTRATO Y SU OFICINA, LLAMA LA RUTINA DE   *
      *   COTIZACION Y MUESTRA EL RESULTADO                            *
      ******************************************************************
       2000-COTIZAR-CONTRATO.
           PERFORM 0200-VALIDAR-QUIESCE

           EXEC CICS RECEIVE MAP(CTE-MAPA)
                     MAPSET(CTE-MAPSET)
                     INTO(PE3M0123I)
           END-EXEC

           IF CONTI = SPACES OR LOW-VALUES
              MOVE LOW-VALUES           TO PE3M0123O
              MOVE 'DEBE DIGITAR EL CONTRATO' TO MSGSO
              MOVE -1                   TO CONTL
              PERFORM 8100-ENVIAR-MAPA-DATOS
              PERFORM 9000-RETORNAR-TRANSACCION
           END-IF

           IF AUT0-OFICINA NOT = SPACES
              AND CONTI(5:4) NOT = AUT0-OFICINA
                MOVE LOW-VALUES         TO PE3M0123O
                MOVE CONTI              TO CONTO
                MOVE 'CONTRATO FUERA DEL ALCANCE DE SU OFICINA'
                                        TO MSGSO
                MOVE -1                 TO CONTL
                PERFORM 8100-ENVIAR-MAPA-DATOS
                PERFORM 9000-RETORNAR-TRANSACCION
           END-IF

           INITIALIZE CAI-PE9CCOT0
           MOVE CONTI                   TO COT0-CONTRATO
           IF FCORI = LOW-VALUES
              MOVE SPACES               TO COT0-FECHA-CORTE
           ELSE
              MOVE FCORI                TO COT0-FECHA-CORTE
           END-IF
           MOVE 'C'                     TO COT0-ORIGEN

           CALL CTE-RUTINA-COTIZA USING CAI-PE9CCOT0

           MOVE LOW-VALUES              TO PE3M0123O
           MOVE COT0-CONTRATO           TO CONTO
           IF COT0-COD-RET = '00'
              PERFORM 2100-MOSTRAR-COTIZACION
              MOVE 'COTIZACION GRABADA; EL PAGO DEBE SER POR EL TOTAL'
                                        TO MSGSO
           ELSE
              MOVE COT0-FECHA-CORTE     TO FCORO
              MOVE COT0-COD-RET         TO LER-COD-RET
              MOVE COT0-ERROR1          TO LER-ERROR1
              MOVE COT0-ERROR2          TO LER-ERROR2
              MOVE COT0-MAS-SQLCODE     TO LER-SQLCODE
              MOVE WS-LINEA-ERROR       TO MSGSO
              MOVE -1                   TO CONTL
           END-IF

           PERFORM 8100-ENVIAR-MAPA-DATOS.

      *    EL DESGLOSE VA EN PESOS; EL TOTAL, EN LA MONEDA DEL
      *    CONTRATO CON LA TASA DE LA FECHA DE CORTE
       2100-MOSTRAR-COTIZACION.
           MOVE COT0-FECHA-CORTE-USADA  TO FCORO
           MOVE COT0-NUMERO             TO LCO-NUMERO
           MOVE COT0-CLIENTE            TO LCO-CLIENTE
           MOVE COT0-FECHA-CORTE-USADA  TO LCO-CORTE
           MOVE WS-LINEA-COTIZACION     TO R01O

           MOVE COT0-CANT-FECHAS        TO LFE-ABIERTAS
           MOVE COT0-CANT-VENCIDAS      TO LFE-VENCIDAS
           MOVE WS-LINEA-FECHAS         TO R02O

           MOVE 'CUOTAS PENDIENTES (COP)    ' TO LVA-CONCEPTO
           MOVE COT0-VALOR-CUOTAS       TO LVA-VALOR
           MOVE WS-LINEA-VALOR          TO R03O
           MOVE 'MORA POR TRAMOS   (COP)  + ' TO LVA-CONCEPTO
           MOVE COT0-VALOR-SANCIONES    TO LVA-VALOR
           MOVE WS-LINEA-VALOR          TO R04O
           MOVE 'SALDO A FAVOR     (COP)  - ' TO LVA-CONCEPTO
           MOVE COT0-SALDO-FAVOR        TO LVA-VALOR
           MOVE WS-LINEA-VALOR          TO R05O

           MOVE COT0-MONEDA             TO LTO-MONEDA LVI-MONEDA
           MOVE COT0-VALOR-TOTAL        TO LTO-VALOR
           MOVE WS-LINEA-TOTAL          TO R06O

           MOVE COT0-FECHA-VENCE        TO LVI-FECHA
           MOVE COT0-TASA               TO LVI-TASA
           MOVE WS-LINEA-VIGENCIA       TO R07O.

      ******************************************************************
      *                     8000-ENVIAR-MAPA-VACIO                     *
      ******************************************************************
       8000-ENVIAR-MAPA-VACIO.
           EXEC CICS SEND MAP(CTE-MAPA)
                     MAPSET(CTE-MAPSET)
                     FROM(PE3M0123O)
                     ERASE
           END-EXEC.

      ******************************************************************
      *                     8100-ENVIAR-MAPA-DATOS                     *
      ******************************************************************
       8100-ENVIAR-MAPA-DATOS.
           EXEC CICS SEND MAP(CTE-MAPA)
                     MAPSET(CTE-MAPSET)
                     FROM(PE3M0123O)
                     ERASE
                     CURSOR
           END-EXEC.

      ******************************************************************
      *                    9000-RETORNAR-TRANSACCION                   *
      ******************************************************************
       9000-RETORNAR-TRANSACCION.
           MOVE 'S'                     TO CA-INDICADOR
           EXEC CICS RETURN TRANSID(CTE-TRANSID)
                     COMMAREA(DFHCOMMAREA)
                     LENGTH(1)
           END-EXEC.

      ******************************************************************
      *                       9100-MAPA-VACIO                          *
      ******************************************************************
       9100-MAPA-VACIO.
           MOVE 'NO SE DIGITARON DATOS, INTENTE DE NUEVO' TO MSGSO
           PERFORM 8100-ENVIAR-MAPA-DATOS
           PERFORM 9000-RETORNAR-TRANSACCION.

      ******************************************************************
      *                    9500-TERMINAR-CONVERSACION                  *
      ******************************************************************
       9500-TERMINAR-CONVERSACION.
           EXEC CICS SEND TEXT
                     FROM('COTIZACION FINALIZADA')
                     LENGTH(21)
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
                     FROM('USUARIO SIN HABILITACION PARA COTIZAR')
                     LENGTH(37)
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
                     FROM('ERROR CICS EN PE3C0123')
                     LENGTH(23)
                     ERASE
                     FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.
