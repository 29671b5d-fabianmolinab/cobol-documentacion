      *                    MODIFICACIONES                              *
      ******************************************************************
      *   02/SEP/2026  FAMB  PROGRAMA NUEVO                            *
      *   15/OCT/2026  FAMB  MES EN BLANCO EN EL PARM: SE TOMA DE LA   *
      *                      FECHA DE NEGOCIO (FECHAPRO) PARA LA       *
      *                      CADENA DE CIERRE DE MES                   *
      *   15/OCT/2026  FAMB  CADA FACTURA DE OFICINA SE REGISTRA EN    *
      *                      PRDTWRDO (PE3C0160) PARA EL PAQUETE DE    *
      *                      DISTRIBUCION DE LA OFICINA                *
      ******************************************************************
      *                      ENVIRONMENT DIVISION                      *
      ******************************************************************
                                                   VALUE ZEROS.
           05 ACU-COMISION               PIC S9(13)V99 COMP-3
                                                   VALUE ZEROS.
           05 ACU-LINEAS-FACTURA         PIC S9(9) COMP VALUE ZEROS.

      *    FECHA DE NEGOCIO DE LA CORRIDA, CON LA QUE SE REGISTRAN LAS
      *    FACTURAS PARA LA DISTRIBUCION DE LA NOCHE
       01 WS-FECHA-PROCESO               PIC X(10) VALUE SPACES.

       01 WS-CALCULO-COMISION.
           05 WS-COMISION-GRUPO          PIC S9(11)V99 COMP-3
           05 COM-PORCENTAJE             PIC S9(3)V9(4) COMP-3.

       01 WS-PATRON-MES                  PIC X(8).
       01 WS-MES-PROCESO                 PIC X(7).

       01 WS-ENCABEZADO-FACTURA.
          05 FILLER             PIC X(22) VALUE
                                       ' COMISION TOTAL ='.
          05 RES-COMISION              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

      ******************************************************************
      *          INTERFAZ CAI-PE9CFPR0 DE PE3C0060                     *
      ******************************************************************
       COPY PE3CFPRO.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE REGISTRO DE REPORTES POR OFICINA    *
      *   PE3C0160 (MANIFIESTO DEL PAQUETE DE DISTRIBUCION)            *
      ******************************************************************
       COPY PE3CORDO.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
              STOP RUN
           END-IF

           MOVE WS-MES-PROCESO   TO TIT-MES
           MOVE WS-TITULO1 TO REG-SALIDA
           PERFORM 99-ESCRIBIR

              STOP RUN
           END-IF

      *    SIN MES EN EL PARM EL PERIODO SALE DE LA FECHA DE NEGOCIO
      *    (FECHAPRO): ASI LO CORRE LA CADENA DE CIERRE DE MES
           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO TO WS-FECHA-PROCESO
           IF PARM-MES = SPACES OR LOW-VALUES
              MOVE FPR0-FECHA-PROCESO (1:7) TO WS-MES-PROCESO
           ELSE
              MOVE PARM-MES TO WS-MES-PROCESO
           END-IF

      *    PATRON PARA EL LIKE SOBRE W02_FECHA_MOV (YYYY-MM-DD)
           MOVE SPACES   TO WS-PATRON-MES
           STRING WS-MES-PROCESO DELIMITED SPACE
                  '%'      DELIMITED SIZE
                  INTO WS-PATRON-MES
           END-STRING.
           END-IF
           SET SI-FACTURA-ABIERTA TO TRUE
           MOVE ZEROS TO ACU-CANT-MOV ACU-RECAUDADO ACU-COMISION
                         ACU-LINEAS-FACTURA

           PERFORM 025-BUSCAR-NOMBRE-OFICINA
           MOVE WS-MES-PROCESO    TO ENC-MES
           MOVE GRU-OFICINA TO ENC-OFICINA
           MOVE OFI-NOMBRE  TO ENC-NOMBRE
           MOVE WS-ENCABEZADO-FACTURA TO REG-FACTURA
           CLOSE FACTURA
           SET NO-FACTURA-ABIERTA   TO TRUE
           ADD 1 TO WS-OFICINAS-FACTURADAS
           PERFORM 026-REGISTRAR-FACTURA

           MOVE WS-TOTAL-FACTURA    TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

      *    LA FACTURA QUEDA REGISTRADA CON SUS RENGLONES Y LA COMISION
      *    DE LA OFICINA COMO TOTAL DE CONTROL; SI EL REGISTRO FALLA LA
      *    FACTURA YA ESTA ESCRITA Y SOLO SE AVISA
       026-REGISTRAR-FACTURA.
           INITIALIZE CAI-PE9CRDO0
           SET RDO0-ACC-FIJAR       TO TRUE
           MOVE WS-FECHA-PROCESO    TO RDO0-FECHA
           MOVE WS-OFICINA-ANTERIOR TO RDO0-OFICINA
           MOVE 'FACTURA'           TO RDO0-REPORTE
           MOVE WS-DSN-FACTURA(1:8) TO RDO0-DATASET
           MOVE 'PE3C0068'          TO RDO0-PROGRAMA
           MOVE ACU-LINEAS-FACTURA  TO RDO0-REGISTROS
           MOVE ACU-COMISION        TO RDO0-TOTAL
           CALL 'PE3C0160' USING CAI-PE9CRDO0
           IF RDO0-COD-RET NOT = '00'
              DISPLAY 'AVISO: PE3C0160 ' RDO0-COD-RET ' '
                      RDO0-ERROR1 ' ' WS-DSN-FACTURA(1:8)
           END-IF.

       98-ESCRIBIR-FACTURA.
           WRITE REG-FACTURA
           IF WS-ESTADO-FAC NOT = '00'
                      WS-ESTADO-FAC
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO ACU-LINEAS-FACTURA.

      ******************************************************************
      *                        999999-ESCRIBIR                         *
