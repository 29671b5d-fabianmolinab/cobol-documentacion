       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0148.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           REPORTE MENSUAL A LA CENTRAL DE RIESGO. GENERA EL
      *           ARCHIVO DE LAYOUT FIJO BURO CON UN DETALLE 'D' POR
      *           CONTRATO: IDENTIFICACION DEL CLIENTE (PRDTWCLI),
      *           ESTADO DEL CONTRATO (PRDTWCON), DIAS DE MORA Y
      *           VALOR EN MORA DE SUS FECHAS VENCIDAS DE PRDTW03 CON
      *           LOS PAGOS DE PRDTW02 YA APLICADOS (PE3C0098), MARCA
      *           DE CASTIGADO Y LEYENDA DE RECLAMO EN TRAMITE. SOLO
      *           VAN LOS CLIENTES CON AUTORIZACION VIGENTE DE
      *           REPORTE A CENTRALES (FINALIDAD 'B' DE PRDTWHAB) Y NO
      *           ANONIMIZADOS; LOS CONTRATOS CERRADOS SE REPORTAN UNA
      *           SOLA VEZ COMO CANCELADOS. LO ENVIADO QUEDA EN LA
      *           HISTORIA PRDTWBUR DEL PERIODO DE LA FECHA DE NEGOCIO
      *           (UN REPROCESO DEL MISMO PERIODO LA REEMPLAZA).
      *           DESPUES REVISA LO REPORTADO EL PERIODO ANTERIOR: SI
      *           DESDE ESE CORTE SE CERRO UN RECLAMO A FAVOR DEL
      *           CLIENTE, SE FIRMO O SE ROMPIO UN ACUERDO DE PAGO O
      *           SE REVERSO UN PAGO, RECALCULA LA MORA A ESE CORTE Y,
      *           SI CAMBIO, MANDA LA NOVEDAD 'N' QUE CORRIGE EL
      *           PERIODO ANTERIOR. EL REPORTE LISTA LAS NOVEDADES Y
      *           LOS CONTRATOS POR CALIFICACION. CORRE DESPUES DEL
      *           CASTIGO MENSUAL (PE3C0108)
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
      *****************ARCHIVO PARA LA CENTRAL DE RIESGO****************
           SELECT BURO      ASSIGN TO BURO
                            FILE STATUS IS WS-ESTADO-BUR.
      *****************ARCHIVO DE SALIDA DEL REPORTE********************
           SELECT SALIDA    ASSIGN TO SALIDA
                            FILE STATUS IS WS-ESTADO.
      ******************************************************************
      *                         DATA DIVISION                          *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  BURO
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-BURO               PIC X(200).

       FD  SALIDA
                     RECORDING MODE IS F
                     BLOCK CONTAINS 0 RECORDS.
       01 REG-SALIDA             PIC X(100).
      ******************************************************************
      *                    WORKING-STORAGE SECTION                     *
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
      *                VARIABLES DE CODIGOS DE RETORNO                 *
      ******************************************************************
       01 WS-ESTADO                      PIC XX    VALUE '00'.
       01 WS-ESTADO-BUR                  PIC XX    VALUE '00'.
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
           05 SW-ERROR-PROCESO       PIC X       VALUE 'N'.
             88 SI-ERROR-PROCESO                 VALUE 'S'.
             88 NO-ERROR-PROCESO                 VALUE 'N'.
      ******************************************************************
      *                          CONTADORES                            *
      ******************************************************************
       01 CONTADORES.
          05 WS-CONTRATOS-LEIDOS         PIC 9(09) VALUE ZEROS.
          05 WS-DETALLES                 PIC 9(09) VALUE ZEROS.
          05 WS-NOVEDADES-REVISADAS      PIC 9(09) VALUE ZEROS.
          05 WS-NOVEDADES                PIC 9(09) VALUE ZEROS.
          05 WS-NOVEDADES-SIN-CAMBIO     PIC 9(09) VALUE ZEROS.
          05 WS-SECUENCIA                PIC 9(07) VALUE ZEROS.
          05 WS-TOTAL-MORA               PIC S9(15)V99 COMP-3
                                                   VALUE ZEROS.
      *    CONTRATOS REPORTADOS POR CALIFICACION
          05 WS-CANT-AL-DIA              PIC 9(09) VALUE ZEROS.
          05 WS-CANT-CANCELADOS          PIC 9(09) VALUE ZEROS.
          05 WS-CANT-MORA-30             PIC 9(09) VALUE ZEROS.
          05 WS-CANT-MORA-60             PIC 9(09) VALUE ZEROS.
          05 WS-CANT-MORA-90             PIC 9(09) VALUE ZEROS.
          05 WS-CANT-MORA-MAS-90         PIC 9(09) VALUE ZEROS.
          05 WS-CANT-CASTIGADOS          PIC 9(09) VALUE ZEROS.
      ******************************************************************
      *                          CONSTANTES                            *
      ******************************************************************
       01 WS-CONSTANTES.
          05 CTE-MAX-DIAS-MORA           PIC 9(05) VALUE 99999.

      ******************************************************************
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 WS-FECHA-PROCESO               PIC X(10) VALUE SPACES.
       01 WS-PERIODO                     PIC X(7)  VALUE SPACES.
       01 WS-PERIODO-ANTERIOR.
           05 PAN-ANO                    PIC 9(4).
           05 FILLER                     PIC X     VALUE '-'.
           05 PAN-MES                    PIC 9(2).

      *    CONTRATO A REPORTAR EN EL MES (CURSOR_1)
       01 WS-CONTRATO.
           05 RPT-CONTRATO               PIC X(18).
           05 RPT-CLIENTE                PIC X(8).
           05 RPT-ESTADO                 PIC X(1).
             88 RPT-CERRADO                  VALUE 'C'.
             88 RPT-CASTIGADO                VALUE 'K'.
           05 RPT-FECHA-APERTURA         PIC X(10).
           05 RPT-DOCUMENTO              PIC X(15).
           05 RPT-NOMBRE                 PIC X(40).
           05 RPT-ASIGNA-SALDO           PIC X(1).
             88 RPT-LLEVA-SALDO              VALUE 'S'.
           05 RPT-RECLAMO                PIC X(1).
           05 RPT-FECHA-ULT-PAGO         PIC X(10).

      *    CONTRATO REPORTADO EL PERIODO ANTERIOR CON UN CAMBIO
      *    POSTERIOR AL CORTE (CURSOR_2)
       01 WS-REPORTADO.
           05 NOV-CONTRATO               PIC X(18).
           05 NOV-CLIENTE                PIC X(8).
           05 NOV-ESTADO-CONTRATO        PIC X(1).
           05 NOV-CALIFICACION           PIC X(2).
           05 NOV-DIAS-MORA              PIC S9(5) COMP-3.
           05 NOV-VALOR-MORA             PIC S9(11)V99 COMP-3.
           05 NOV-CASTIGADO              PIC X(1).
           05 NOV-RECLAMO                PIC X(1).
           05 NOV-FECHA-ULT-PAGO         PIC X(10).
           05 NOV-FECHA-GEN              PIC X(10).
           05 NOV-MOTIVO                 PIC X(1).
           05 NOV-DOCUMENTO              PIC X(15).
           05 NOV-NOMBRE                 PIC X(40).
           05 NOV-FECHA-APERTURA         PIC X(10).

      *    MORA DE UN CLIENTE/PRODUCTO A UNA FECHA DE CORTE
      *    (030-CALCULAR-MORA)
       01 WS-MORA.
           05 MOR-CLIENTE                PIC X(8).
           05 MOR-PRODUCTO               PIC X(2).
           05 MOR-ESTADO-1               PIC X(1).
           05 MOR-ESTADO-2               PIC X(1).
           05 MOR-CORTE                  PIC X(10).
           05 MOR-FECHA-MAS-VIEJA        PIC X(10).
           05 MOR-VALOR                  PIC S9(11)V99 COMP-3.
           05 MOR-DIAS                   PIC S9(5) COMP-3.

      *    ESTADO DEL CONTRATO PARA CALIFICAR (031-CALIFICAR)
       01 WS-CAL-ESTADO                  PIC X(1)  VALUE SPACES.
           88 CAL-CERRADO                    VALUE 'C'.
           88 CAL-CASTIGADO                  VALUE 'K'.

       01 PRDTW-BUR.
           05 BUR-TIPO-REG               PIC X(1).
             88 BUR-REPORTE                  VALUE 'D'.
             88 BUR-NOVEDAD                  VALUE 'N'.
           05 BUR-PERIODO-CORREGIDO      PIC X(7).
           05 BUR-MOTIVO                 PIC X(1).
           05 BUR-CONTRATO               PIC X(18).
           05 BUR-CLIENTE                PIC X(8).
           05 BUR-DOCUMENTO              PIC X(15).
           05 BUR-ESTADO-CONTRATO        PIC X(1).
           05 BUR-CALIFICACION           PIC X(2).
           05 BUR-DIAS-MORA              PIC S9(5) COMP-3.
           05 BUR-VALOR-MORA             PIC S9(11)V99 COMP-3.
           05 BUR-CASTIGADO              PIC X(1).
           05 BUR-ASIGNA-SALDO           PIC X(1).
           05 BUR-RECLAMO                PIC X(1).
           05 BUR-FECHA-ULT-PAGO         PIC X(10).
           05 BUR-FECHA-CORTE            PIC X(10).

      ******************************************************************
      *   CONVERSION DE FECHA A NUMERO DE DIA JULIANO PARA CALCULAR    *
      *   LOS DIAS DE MORA DE LA FECHA VENCIDA MAS VIEJA               *
      ******************************************************************
       01 WS-FECHA-PARTES.
           05 FEC-ANO                    PIC 9(4).
           05 FILLER                     PIC X.
           05 FEC-MES                    PIC 9(2).
           05 FILLER                     PIC X.
           05 FEC-DIA                    PIC 9(2).

       01 WS-CALCULO-JULIANO.
           05 JUL-A                      PIC 9(2)  VALUE ZEROS.
           05 JUL-ANO                    PIC 9(5)  VALUE ZEROS.
           05 JUL-MES                    PIC 9(2)  VALUE ZEROS.
           05 JUL-TRABAJO                PIC 9(8)  VALUE ZEROS.
           05 JUL-AUXILIAR               PIC 9(8)  VALUE ZEROS.
           05 JUL-RESULTADO              PIC 9(8)  VALUE ZEROS.

       01 WS-EDADES.
           05 WS-DIA-CORTE               PIC 9(8)  VALUE ZEROS.
           05 WS-DIA-FECHA               PIC 9(8)  VALUE ZEROS.
           05 WS-DIAS-ATRASO             PIC 9(8)  VALUE ZEROS.

      ******************************************************************
      *   LAYOUT FIJO DEL ARCHIVO BURO: TODO ZONADO, SIN EDICION,      *
      *   COMO EN EL REGULATORIO DE PE3C0077                           *
      ******************************************************************
       01 WS-CABECERA-BUR.
          05 FILLER             PIC X     VALUE 'H'.
          05 CAB-PERIODO        PIC X(7).
          05 CAB-FECHA-GEN      PIC X(10).
          05 FILLER             PIC X(182) VALUE SPACES.

      *   'D' REPORTE DEL MES; 'N' NOVEDAD QUE CORRIGE EL PERIODO
      *   DBU-PERIODO-REPORTADO CON EL MOTIVO DBU-MOTIVO
       01 WS-DETALLE-BUR.
          05 DBU-TIPO-REG       PIC X.
          05 DBU-SECUENCIA      PIC 9(7).
          05 DBU-PERIODO-REPORTADO PIC X(7).
          05 DBU-MOTIVO         PIC X.
          05 DBU-DOCUMENTO      PIC X(15).
          05 DBU-NOMBRE         PIC X(40).
          05 DBU-CONTRATO       PIC X(18).
          05 DBU-PRODUCTO       PIC X(2).
          05 DBU-OFICINA        PIC X(4).
          05 DBU-FECHA-APERTURA PIC X(10).
          05 DBU-ESTADO-CONTRATO PIC X.
          05 DBU-CALIFICACION   PIC X(2).
          05 DBU-DIAS-MORA      PIC 9(5).
          05 DBU-VALOR-MORA     PIC S9(13)V99.
          05 DBU-CASTIGADO      PIC X.
          05 DBU-RECLAMO        PIC X.
          05 DBU-FECHA-ULT-PAGO PIC X(10).
          05 DBU-FECHA-CORTE    PIC X(10).
          05 FILLER             PIC X(50) VALUE SPACES.

       01 WS-CIERRE-BUR.
          05 FILLER             PIC X     VALUE 'T'.
          05 CIE-PERIODO        PIC X(7).
          05 CIE-CANT-DET       PIC 9(9).
          05 CIE-CANT-NOV       PIC 9(9).
          05 CIE-VALOR-MORA     PIC S9(15)V99.
          05 FILLER             PIC X(157) VALUE SPACES.

       01 WS-TITULO1.
          05 FILLER             PIC X(36) VALUE
                                 'REPORTE CENTRAL DE RIESGO - PERIODO'.
          05 TIT-PERIODO        PIC X(7).
          05 FILLER             PIC X(12) VALUE '  ANTERIOR: '.
          05 TIT-PERIODO-ANT    PIC X(7).
       01 WS-TITULO2.
          05 FILLER             PIC X(39) VALUE
                         'NOVEDADES SOBRE EL PERIODO ANTERIOR'.
       01 WS-TITULO3.
          05 FILLER             PIC X(19) VALUE 'CONTRATO'.
          05 FILLER             PIC X(4)  VALUE 'MT '.
          05 FILLER             PIC X(20) VALUE 'REPORTADO'.
          05 FILLER             PIC X(20) VALUE 'CORREGIDO'.

      *   CALIFICACION, DIAS Y VALOR EN MORA ANTES Y DESPUES
       01 WS-DETALLE.
          05 DET-CONTRATO              PIC X(18).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-MOTIVO                PIC X(1).
          05 FILLER                    PIC X(3) VALUE SPACES.
          05 DET-CALIF-ANTES           PIC X(2).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-DIAS-ANTES            PIC ZZZZ9.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-VALOR-ANTES           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                    PIC X(2) VALUE SPACES.
          05 DET-CALIF-DESPUES         PIC X(2).
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-DIAS-DESPUES          PIC ZZZZ9.
          05 FILLER                    PIC X VALUE SPACES.
          05 DET-VALOR-DESPUES         PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-CALIFICACION-DET.
          05 FILLER                    PIC X(14) VALUE 'CALIFICACION '.
          05 DCA-CODIGO                PIC X(2).
          05 FILLER                    PIC X VALUE SPACES.
          05 DCA-DESCRIPCION           PIC X(20).
          05 DCA-CANTIDAD              PIC ZZZZZZZZ9.

       01 WS-RESUMEN.
          05 CTE-RESUMEN              PIC X(10) VALUE 'RESUMEN: '.
          05 FILLER                   PIC X(11) VALUE 'CONTRATOS='.
          05 RES-DETALLES              PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(12) VALUE ' NOVEDADES='.
          05 RES-NOVEDADES             PIC ZZZZZZZZ9.
          05 FILLER                   PIC X(12) VALUE ' SIN CAMBIO='.
          05 RES-SIN-CAMBIO            PIC ZZZZZZZZ9.

      ******************************************************************
      *   INTERFAZ DE LA RUTINA DE FECHA DE PROCESO PE3C0060           *
      ******************************************************************
       COPY PE3CFPRO.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCON
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCLI
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOW03
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOW02
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOAPL
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOHAB
           END-EXEC.

           EXEC SQL
               INCLUDE PETCODIS
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOACU
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOBUR
           END-EXEC.

      ******************************************************************
      ******   CURSOR_1: CONTRATOS DEL REPORTE DEL MES. EL CLIENTE    **
      ******   DEBE TENER AUTORIZACION 'B' VIGENTE Y NO ESTAR         **
      ******   ANONIMIZADO (NOMBRE QUE DEJA PE3C0143). EL CERRADO VA  **
      ******   SOLO SI EL PERIODO ANTERIOR SE REPORTO SIN CANCELAR.   **
      ******   COMO PRDTW03 VA POR CLIENTE/PRODUCTO, EL SALDO VENCIDO **
      ******   LO LLEVA EL CONTRATO MAS RECIENTE DE SU GRUPO (VIGENTES**
      ******   O CASTIGADOS), COMO EN LA PROVISION PE3C0109           **
           EXEC SQL
               DECLARE CURSOR_1 CURSOR FOR
               SELECT C.CON_CONTRATO, C.CON_CLIENTE, C.CON_ESTADO,
                      C.CON_FECHA_APERTURA, L.CLI_DOCUMENTO,
                      L.CLI_NOMBRE,
                      CASE WHEN EXISTS
                           (SELECT 1
                            FROM   PRDTWCON N
                            WHERE  N.CON_CLIENTE = C.CON_CLIENTE
                            AND    SUBSTR(N.CON_CONTRATO, 9, 2) =
                                   SUBSTR(C.CON_CONTRATO, 9, 2)
                            AND    N.CON_FECHA_APERTURA >
                                   C.CON_FECHA_APERTURA
                            AND  ((C.CON_ESTADO = 'K'
                            AND    N.CON_ESTADO = 'K')
                            OR    (C.CON_ESTADO <> 'K'
                            AND    N.CON_ESTADO IN ('A', 'B', 'D'))))
                           THEN 'N' ELSE 'S' END,
                      CASE WHEN EXISTS
                           (SELECT 1
                            FROM   PRDTWDIS D
                            WHERE  D.DIS_CLIENTE  = C.CON_CLIENTE
                            AND    D.DIS_PRODUCTO =
                                   SUBSTR(C.CON_CONTRATO, 9, 2)
                            AND    D.DIS_ESTADO   = 'A')
                           THEN 'S' ELSE 'N' END,
                      VALUE((SELECT MAX(M.W02_FECHA_MOV)
                             FROM   PRDTW02 M
                             WHERE  M.W02_CONTRATO  = C.CON_CONTRATO
                             AND    M.W02_TIPO_MOV  = 'N'
                             AND    M.W02_FECHA_MOV <=
                                    :WS-FECHA-PROCESO), ' ')
               FROM PRDTWCON C
                    INNER JOIN PRDTWCLI L
                    ON L.CLI_CODIGO = C.CON_CLIENTE
               WHERE L.CLI_NOMBRE <> 'CLIENTE ANONIMIZADO'
               AND   EXISTS
                     (SELECT 1
                      FROM   PRDTWHAB H
                      WHERE  H.HAB_CLIENTE   = C.CON_CLIENTE
                      AND    H.HAB_FINALIDAD = 'B'
                      AND    H.HAB_ESTADO    = 'A')
               AND  (C.CON_ESTADO IN ('A', 'B', 'D', 'K')
               OR   (C.CON_ESTADO = 'C'
               AND   EXISTS
                     (SELECT 1
                      FROM   PRDTWBUR B
                      WHERE  B.BUR_PERIODO      = :WS-PERIODO-ANTERIOR
                      AND    B.BUR_CONTRATO     = C.CON_CONTRATO
                      AND    B.BUR_TIPO_REG     = 'D'
                      AND    B.BUR_CALIFICACION <> '05')))
               ORDER BY C.CON_CONTRATO
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      ******   CURSOR_2: CONTRATOS REPORTADOS EL PERIODO ANTERIOR     **
      ******   CON SALDO ATRIBUIDO Y UN CAMBIO POSTERIOR A ESE CORTE: **
      ******   RECLAMO CERRADO A FAVOR DEL CLIENTE (R), ACUERDO DE    **
      ******   PAGO FIRMADO O ROTO (A) O REVERSO DE PAGO (V). EL      **
      ******   CLIENTE ANONIMIZADO DESDE ENTONCES YA NO SE CORRIGE    **
           EXEC SQL
               DECLARE CURSOR_2 CURSOR FOR
               SELECT X.BUR_CONTRATO, X.BUR_CLIENTE,
                      X.BUR_ESTADO_CONTRATO, X.BUR_CALIFICACION,
                      X.BUR_DIAS_MORA, X.BUR_VALOR_MORA,
                      X.BUR_CASTIGADO, X.BUR_RECLAMO,
                      X.BUR_FECHA_ULT_PAGO, X.BUR_FECHA_GEN,
                      X.MOTIVO, L.CLI_DOCUMENTO, L.CLI_NOMBRE,
                      VALUE(C.CON_FECHA_APERTURA, ' ')
               FROM (SELECT B.BUR_CONTRATO, B.BUR_CLIENTE,
                            B.BUR_ESTADO_CONTRATO, B.BUR_CALIFICACION,
                            B.BUR_DIAS_MORA, B.BUR_VALOR_MORA,
                            B.BUR_CASTIGADO, B.BUR_RECLAMO,
                            B.BUR_FECHA_ULT_PAGO, B.BUR_FECHA_GEN,
                            CASE
                            WHEN EXISTS
                                 (SELECT 1
                                  FROM   PRDTWDIS D
                                  WHERE  D.DIS_CLIENTE  = B.BUR_CLIENTE
                                  AND    D.DIS_PRODUCTO =
                                         SUBSTR(B.BUR_CONTRATO, 9, 2)
                                  AND    D.DIS_ESTADO   = 'C'
                                  AND    D.DIS_FECHA_CIERRE >
                                         B.BUR_FECHA_GEN)
                                 THEN 'R'
                            WHEN EXISTS
                                 (SELECT 1
                                  FROM   PRDTWACU A
                                  WHERE  A.ACU_CONTRATO = B.BUR_CONTRATO
                                  AND   (A.ACU_FECHA_ALTA >
                                         B.BUR_FECHA_GEN
                                  OR    (A.ACU_ESTADO = 'X'
                                  AND    A.ACU_FECHA_ESTADO >
                                         B.BUR_FECHA_GEN)))
                                 THEN 'A'
                            WHEN EXISTS
                                 (SELECT 1
                                  FROM   PRDTWAPL P
                                  WHERE  P.APL_CLIENTE  = B.BUR_CLIENTE
                                  AND    P.APL_PRODUCTO =
                                         SUBSTR(B.BUR_CONTRATO, 9, 2)
                                  AND    P.APL_TIPO_MOV = 'R'
                                  AND    P.APL_FECHA_PROCESO >
                                         B.BUR_FECHA_GEN)
                                 THEN 'V'
                            ELSE ' ' END AS MOTIVO
                     FROM   PRDTWBUR B
                     WHERE  B.BUR_PERIODO      = :WS-PERIODO-ANTERIOR
                     AND    B.BUR_TIPO_REG     = 'D'
                     AND    B.BUR_CALIFICACION <> '05'
                     AND    B.BUR_ASIGNA_SALDO = 'S') AS X
                    INNER JOIN PRDTWCLI L
                    ON L.CLI_CODIGO = X.BUR_CLIENTE
                    LEFT OUTER JOIN PRDTWCON C
                    ON C.CON_CONTRATO = X.BUR_CONTRATO
               WHERE X.MOTIVO   <> ' '
               AND   L.CLI_NOMBRE <> 'CLIENTE ANONIMIZADO'
               ORDER BY X.BUR_CONTRATO
               FOR FETCH ONLY
           END-EXEC.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 01-INICIO
           PERFORM 02-PROCESO UNTIL SI-FIN-CURSOR-1
           PERFORM 03-INICIAR-NOVEDADES
           PERFORM 04-NOVEDADES UNTIL SI-FIN-CURSOR-2
           PERFORM 05-FINAL.
      ******************************************************************
      *                          01-INICIO                             *
      *   EL PERIODO ES EL MES DE LA FECHA DE NEGOCIO; UN REPROCESO    *
      *   DEL MISMO PERIODO BORRA SU HISTORIA (REPORTE Y NOVEDADES) Y  *
      *   LA VUELVE A GENERAR                                          *
      ******************************************************************
       01-INICIO.
           CALL 'PE3C0060' USING CAI-PE9CFPR0
           MOVE FPR0-FECHA-PROCESO      TO WS-FECHA-PROCESO
           MOVE FPR0-FECHA-PROCESO(1:7) TO WS-PERIODO TIT-PERIODO
           MOVE FPR0-FECHA-PROCESO      TO WS-FECHA-PARTES

           IF FEC-MES = 1
              COMPUTE PAN-ANO = FEC-ANO - 1
              MOVE 12      TO PAN-MES
           ELSE
              MOVE FEC-ANO TO PAN-ANO
              COMPUTE PAN-MES = FEC-MES - 1
           END-IF
           MOVE WS-PERIODO-ANTERIOR TO TIT-PERIODO-ANT

           OPEN OUTPUT BURO
           IF WS-ESTADO-BUR NOT = '00' AND NOT = '97'
              DISPLAY 'ERROR ABRIENDO ARCHIVO BURO ' WS-ESTADO-BUR
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT SALIDA
           IF WS-ESTADO NOT = '00' AND NOT = '97'
              CLOSE BURO
              DISPLAY 'ERROR ABRIENDO ARCHIVO SALIDA   ' WS-ESTADO
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-TITULO1 TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           MOVE WS-PERIODO       TO CAB-PERIODO
           MOVE WS-FECHA-PROCESO TO CAB-FECHA-GEN
           MOVE WS-CABECERA-BUR  TO REG-BURO
           PERFORM 98-ESCRIBIR-BURO

           EXEC SQL
               DELETE FROM PRDTWBUR
               WHERE  BUR_PERIODO = :WS-PERIODO
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS AND NOT EQUAL +100
              DISPLAY 'ERROR DELETE PRDTWBUR SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           EXEC SQL
               OPEN CURSOR_1
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_1 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 021-FETCH-CURSOR-1.

      ******************************************************************
      *                014-CALCULAR-DIA-JULIANO                        *
      *   NUMERO DE DIA JULIANO DE WS-FECHA-PARTES, CON DIVISIONES     *
      *   ENTERAS EXPLICITAS PARA GARANTIZAR EL TRUNCAMIENTO           *
      ******************************************************************
       014-CALCULAR-DIA-JULIANO.
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

       021-FETCH-CURSOR-1.
           EXEC SQL
               FETCH CURSOR_1
               INTO :RPT-CONTRATO, :RPT-CLIENTE, :RPT-ESTADO,
                    :RPT-FECHA-APERTURA, :RPT-DOCUMENTO,
                    :RPT-NOMBRE, :RPT-ASIGNA-SALDO, :RPT-RECLAMO,
                    :RPT-FECHA-ULT-PAGO
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   ADD 1 TO WS-CONTRATOS-LEIDOS
              WHEN +100
                   SET SI-FIN-CURSOR-1 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_1 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR-1 TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

      ******************************************************************
      *                        02-PROCESO                              *
      *   EL CERRADO VA SIN MORA; EL VIGENTE O DORMANTE SUMA SUS       *
      *   FECHAS ACTIVAS Y EL CASTIGADO SUS FECHAS CASTIGADAS, SI ES   *
      *   EL CONTRATO QUE LLEVA EL SALDO DE SU CLIENTE/PRODUCTO        *
      ******************************************************************
       02-PROCESO.
           MOVE ZEROS TO MOR-VALOR MOR-DIAS
           IF NOT RPT-CERRADO AND RPT-LLEVA-SALDO
              MOVE RPT-CLIENTE         TO MOR-CLIENTE
              MOVE RPT-CONTRATO(9:2)   TO MOR-PRODUCTO
              MOVE WS-FECHA-PROCESO    TO MOR-CORTE
              IF RPT-CASTIGADO
                 MOVE 'K'              TO MOR-ESTADO-1 MOR-ESTADO-2
              ELSE
                 MOVE 'A'              TO MOR-ESTADO-1 MOR-ESTADO-2
              END-IF
              PERFORM 030-CALCULAR-MORA
           END-IF

           MOVE RPT-ESTADO TO WS-CAL-ESTADO
           PERFORM 031-CALIFICAR

           INITIALIZE PRDTW-BUR
           SET BUR-REPORTE          TO TRUE
           MOVE WS-PERIODO          TO BUR-PERIODO-CORREGIDO
           MOVE SPACES              TO BUR-MOTIVO
           MOVE RPT-CONTRATO        TO BUR-CONTRATO
           MOVE RPT-CLIENTE         TO BUR-CLIENTE
           MOVE RPT-DOCUMENTO       TO BUR-DOCUMENTO
           MOVE RPT-ESTADO          TO BUR-ESTADO-CONTRATO
           MOVE MOR-DIAS            TO BUR-DIAS-MORA
           MOVE MOR-VALOR           TO BUR-VALOR-MORA
           MOVE 'N'                 TO BUR-CASTIGADO
           IF RPT-CASTIGADO
              MOVE 'S'              TO BUR-CASTIGADO
           END-IF
           MOVE RPT-ASIGNA-SALDO    TO BUR-ASIGNA-SALDO
           MOVE RPT-RECLAMO         TO BUR-RECLAMO
           MOVE RPT-FECHA-ULT-PAGO  TO BUR-FECHA-ULT-PAGO
           MOVE WS-FECHA-PROCESO    TO BUR-FECHA-CORTE

           PERFORM 032-GRABAR-HISTORIA
           MOVE RPT-NOMBRE          TO DBU-NOMBRE
           MOVE RPT-FECHA-APERTURA  TO DBU-FECHA-APERTURA
           PERFORM 033-ESCRIBIR-DETALLE
           PERFORM 034-CONTAR-CALIFICACION

           PERFORM 021-FETCH-CURSOR-1.

      ******************************************************************
      *                    030-CALCULAR-MORA                           *
      *   VALOR EN MORA Y FECHA VENCIDA MAS VIEJA DEL CLIENTE/PRODUCTO *
      *   A LA FECHA MOR-CORTE: FECHAS ANTERIORES AL CORTE EN LOS      *
      *   ESTADOS PEDIDOS CON SALDO PENDIENTE. A UN CORTE PASADO, LOS  *
      *   PAGOS NORMALES APLICADOS DESPUES DEL CORTE NO CUENTAN (SE    *
      *   DEVUELVEN AL PENDIENTE), PERO LOS REVERSOS SI. LA FECHA CON  *
      *   UN RECLAMO CERRADO A FAVOR DEL CLIENTE NUNCA ES MORA         *
      ******************************************************************
       030-CALCULAR-MORA.
           EXEC SQL
               SELECT VALUE(MIN(D.FECHA), ' '),
                      VALUE(SUM(D.PENDIENTE), 0)
               INTO  :MOR-FECHA-MAS-VIEJA, :MOR-VALOR
               FROM (SELECT W.W03_FECHA AS FECHA,
                            W.W03_VALOR_ESPERADO
                          - W.W03_VALOR_APLICADO
                          + VALUE((SELECT SUM(P.APL_VALOR)
                                   FROM   PRDTWAPL P
                                   WHERE  P.APL_CLIENTE  =
                                          W.W03_CLIENTE
                                   AND    P.APL_PRODUCTO =
                                          W.W03_PRODUCTO
                                   AND    P.APL_FECHA    = W.W03_FECHA
                                   AND    P.APL_TIPO_MOV = 'N'
                                   AND    P.APL_FECHA_PROCESO >
                                          :MOR-CORTE), 0)
                            AS PENDIENTE
                     FROM   PRDTW03 W
                     WHERE  W.W03_CLIENTE  = :MOR-CLIENTE
                     AND    W.W03_PRODUCTO = :MOR-PRODUCTO
                     AND    W.W03_ESTADO  IN (:MOR-ESTADO-1,
                                              :MOR-ESTADO-2)
                     AND    W.W03_FECHA    < :MOR-CORTE
                     AND    NOT EXISTS
                            (SELECT 1
                             FROM   PRDTWDIS S
                             WHERE  S.DIS_CLIENTE  = W.W03_CLIENTE
                             AND    S.DIS_PRODUCTO = W.W03_PRODUCTO
                             AND    S.DIS_FECHA    = W.W03_FECHA
                             AND    S.DIS_ESTADO   = 'C')) AS D
               WHERE D.PENDIENTE > 0
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR SELECT PRDTW03 SQLCODE ' SQLCODE
                      ' CLIENTE ' MOR-CLIENTE ' PRODUCTO ' MOR-PRODUCTO
              SET SI-ERROR-PROCESO TO TRUE
              MOVE ZEROS  TO MOR-VALOR
              MOVE SPACES TO MOR-FECHA-MAS-VIEJA
           END-IF

           MOVE ZEROS TO MOR-DIAS
           IF MOR-VALOR > ZEROS
              AND MOR-FECHA-MAS-VIEJA NOT = SPACES
                MOVE MOR-CORTE TO WS-FECHA-PARTES
                PERFORM 014-CALCULAR-DIA-JULIANO
                MOVE JUL-RESULTADO TO WS-DIA-CORTE
                MOVE MOR-FECHA-MAS-VIEJA TO WS-FECHA-PARTES
                PERFORM 014-CALCULAR-DIA-JULIANO
                MOVE JUL-RESULTADO TO WS-DIA-FECHA
                COMPUTE WS-DIAS-ATRASO = WS-DIA-CORTE - WS-DIA-FECHA
                IF WS-DIAS-ATRASO > CTE-MAX-DIAS-MORA
                   MOVE CTE-MAX-DIAS-MORA TO MOR-DIAS
                ELSE
                   MOVE WS-DIAS-ATRASO    TO MOR-DIAS
                END-IF
           END-IF.

      ******************************************************************
      *                      031-CALIFICAR                             *
      *   CALIFICACION DE LA CENTRAL: CERRADO 05, CASTIGADO 13, Y EL   *
      *   RESTO POR DIAS DE MORA CON LOS CORTES DE PE3C0036            *
      ******************************************************************
       031-CALIFICAR.
           EVALUATE TRUE
              WHEN CAL-CERRADO
                   MOVE '05' TO BUR-CALIFICACION
              WHEN CAL-CASTIGADO
                   MOVE '13' TO BUR-CALIFICACION
              WHEN MOR-DIAS = ZEROS
                   MOVE '01' TO BUR-CALIFICACION
              WHEN MOR-DIAS NOT > 30
                   MOVE '06' TO BUR-CALIFICACION
              WHEN MOR-DIAS NOT > 60
                   MOVE '07' TO BUR-CALIFICACION
              WHEN MOR-DIAS NOT > 90
                   MOVE '08' TO BUR-CALIFICACION
              WHEN OTHER
                   MOVE '09' TO BUR-CALIFICACION
           END-EVALUATE.

      *    UNA FILA POR PERIODO, CONTRATO Y TIPO DE REGISTRO
       032-GRABAR-HISTORIA.
           EXEC SQL
               INSERT INTO PRDTWBUR
                   (BUR_PERIODO, BUR_CONTRATO, BUR_TIPO_REG,
                    BUR_PERIODO_CORREGIDO, BUR_MOTIVO, BUR_CLIENTE,
                    BUR_DOCUMENTO, BUR_ESTADO_CONTRATO,
                    BUR_CALIFICACION, BUR_DIAS_MORA, BUR_VALOR_MORA,
                    BUR_CASTIGADO, BUR_ASIGNA_SALDO, BUR_RECLAMO,
                    BUR_FECHA_ULT_PAGO, BUR_FECHA_GEN)
               VALUES
                   (:WS-PERIODO, :BUR-CONTRATO, :BUR-TIPO-REG,
                    :BUR-PERIODO-CORREGIDO, :BUR-MOTIVO, :BUR-CLIENTE,
                    :BUR-DOCUMENTO, :BUR-ESTADO-CONTRATO,
                    :BUR-CALIFICACION, :BUR-DIAS-MORA, :BUR-VALOR-MORA,
                    :BUR-CASTIGADO, :BUR-ASIGNA-SALDO, :BUR-RECLAMO,
                    :BUR-FECHA-ULT-PAGO, :WS-FECHA-PROCESO)
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR INSERT PRDTWBUR SQLCODE ' SQLCODE
                      ' CONTRATO ' BUR-CONTRATO
              SET SI-ERROR-PROCESO TO TRUE
           END-IF.

      *    EL NOMBRE Y LA APERTURA LOS DEJA EL LLAMADOR EN EL DETALLE
       033-ESCRIBIR-DETALLE.
           ADD 1 TO WS-SECUENCIA
           MOVE BUR-TIPO-REG          TO DBU-TIPO-REG
           MOVE WS-SECUENCIA          TO DBU-SECUENCIA
           MOVE BUR-PERIODO-CORREGIDO TO DBU-PERIODO-REPORTADO
           MOVE BUR-MOTIVO            TO DBU-MOTIVO
           MOVE BUR-DOCUMENTO         TO DBU-DOCUMENTO
           MOVE BUR-CONTRATO          TO DBU-CONTRATO
           MOVE BUR-CONTRATO(9:2)     TO DBU-PRODUCTO
           MOVE BUR-CONTRATO(5:4)     TO DBU-OFICINA
           MOVE BUR-ESTADO-CONTRATO   TO DBU-ESTADO-CONTRATO
           MOVE BUR-CALIFICACION      TO DBU-CALIFICACION
           MOVE BUR-DIAS-MORA         TO DBU-DIAS-MORA
           MOVE BUR-VALOR-MORA        TO DBU-VALOR-MORA
           MOVE BUR-CASTIGADO         TO DBU-CASTIGADO
           MOVE BUR-RECLAMO           TO DBU-RECLAMO
           MOVE BUR-FECHA-ULT-PAGO    TO DBU-FECHA-ULT-PAGO
           MOVE BUR-FECHA-CORTE       TO DBU-FECHA-CORTE
           MOVE WS-DETALLE-BUR        TO REG-BURO
           PERFORM 98-ESCRIBIR-BURO

           IF BUR-REPORTE
              ADD 1 TO WS-DETALLES
              ADD BUR-VALOR-MORA TO WS-TOTAL-MORA
           ELSE
              ADD 1 TO WS-NOVEDADES
           END-IF.

       034-CONTAR-CALIFICACION.
           EVALUATE BUR-CALIFICACION
              WHEN '01'
                   ADD 1 TO WS-CANT-AL-DIA
              WHEN '05'
                   ADD 1 TO WS-CANT-CANCELADOS
              WHEN '06'
                   ADD 1 TO WS-CANT-MORA-30
              WHEN '07'
                   ADD 1 TO WS-CANT-MORA-60
              WHEN '08'
                   ADD 1 TO WS-CANT-MORA-90
              WHEN '09'
                   ADD 1 TO WS-CANT-MORA-MAS-90
              WHEN OTHER
                   ADD 1 TO WS-CANT-CASTIGADOS
           END-EVALUATE.

      ******************************************************************
      *                  03-INICIAR-NOVEDADES                          *
      ******************************************************************
       03-INICIAR-NOVEDADES.
           EXEC SQL
               CLOSE CURSOR_1
           END-EXEC

           MOVE SPACES     TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO2 TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE WS-TITULO3 TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           EXEC SQL
               OPEN CURSOR_2
           END-EXEC
           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR_2 SQLCODE ' SQLCODE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 041-FETCH-CURSOR-2.

      ******************************************************************
      *                        04-NOVEDADES                            *
      *   RECALCULA LA MORA AL CORTE DEL PERIODO ANTERIOR CON LO QUE   *
      *   SE SABE HOY (FECHAS ACTIVAS O YA CASTIGADAS); SI LA          *
      *   CALIFICACION, LOS DIAS O EL VALOR CAMBIAN SE MANDA LA        *
      *   NOVEDAD, SI NO EL CONTRATO QUEDA COMO REVISADO SIN CAMBIO    *
      ******************************************************************
       04-NOVEDADES.
           MOVE NOV-CLIENTE         TO MOR-CLIENTE
           MOVE NOV-CONTRATO(9:2)   TO MOR-PRODUCTO
           MOVE NOV-FECHA-GEN       TO MOR-CORTE
           MOVE 'A'                 TO MOR-ESTADO-1
           MOVE 'K'                 TO MOR-ESTADO-2
           PERFORM 030-CALCULAR-MORA

           MOVE NOV-ESTADO-CONTRATO TO WS-CAL-ESTADO
           PERFORM 031-CALIFICAR

           IF BUR-CALIFICACION = NOV-CALIFICACION
              AND MOR-DIAS     = NOV-DIAS-MORA
              AND MOR-VALOR    = NOV-VALOR-MORA
                ADD 1 TO WS-NOVEDADES-SIN-CAMBIO
           ELSE
                PERFORM 042-GENERAR-NOVEDAD
           END-IF

           PERFORM 041-FETCH-CURSOR-2.

       041-FETCH-CURSOR-2.
           EXEC SQL
               FETCH CURSOR_2
               INTO :NOV-CONTRATO, :NOV-CLIENTE,
                    :NOV-ESTADO-CONTRATO, :NOV-CALIFICACION,
                    :NOV-DIAS-MORA, :NOV-VALOR-MORA,
                    :NOV-CASTIGADO, :NOV-RECLAMO,
                    :NOV-FECHA-ULT-PAGO, :NOV-FECHA-GEN,
                    :NOV-MOTIVO, :NOV-DOCUMENTO, :NOV-NOMBRE,
                    :NOV-FECHA-APERTURA
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZEROS
                   ADD 1 TO WS-NOVEDADES-REVISADAS
              WHEN +100
                   SET SI-FIN-CURSOR-2 TO TRUE
              WHEN OTHER
                   DISPLAY 'ERROR CURSOR_2 SQLCODE ' SQLCODE
                   SET SI-FIN-CURSOR-2 TO TRUE
                   SET SI-ERROR-PROCESO TO TRUE
           END-EVALUATE.

      ******************************************************************
      *                  042-GENERAR-NOVEDAD                           *
      *   LA NOVEDAD REPITE LO REPORTADO CON LA MORA CORREGIDA Y EL    *
      *   CORTE DEL PERIODO ANTERIOR; EN LA HISTORIA QUEDA EN EL       *
      *   PERIODO ACTUAL APUNTANDO AL PERIODO QUE CORRIGE              *
      ******************************************************************
       042-GENERAR-NOVEDAD.
           MOVE BUR-CALIFICACION    TO DET-CALIF-DESPUES

           INITIALIZE PRDTW-BUR
           MOVE DET-CALIF-DESPUES   TO BUR-CALIFICACION
           SET BUR-NOVEDAD          TO TRUE
           MOVE WS-PERIODO-ANTERIOR TO BUR-PERIODO-CORREGIDO
           MOVE NOV-MOTIVO          TO BUR-MOTIVO
           MOVE NOV-CONTRATO        TO BUR-CONTRATO
           MOVE NOV-CLIENTE         TO BUR-CLIENTE
           MOVE NOV-DOCUMENTO       TO BUR-DOCUMENTO
           MOVE NOV-ESTADO-CONTRATO TO BUR-ESTADO-CONTRATO
           MOVE MOR-DIAS            TO BUR-DIAS-MORA
           MOVE MOR-VALOR           TO BUR-VALOR-MORA
           MOVE NOV-CASTIGADO       TO BUR-CASTIGADO
           MOVE 'S'                 TO BUR-ASIGNA-SALDO
           MOVE NOV-RECLAMO         TO BUR-RECLAMO
           MOVE NOV-FECHA-ULT-PAGO  TO BUR-FECHA-ULT-PAGO
           MOVE NOV-FECHA-GEN       TO BUR-FECHA-CORTE

           PERFORM 032-GRABAR-HISTORIA
           MOVE NOV-NOMBRE          TO DBU-NOMBRE
           MOVE NOV-FECHA-APERTURA  TO DBU-FECHA-APERTURA
           PERFORM 033-ESCRIBIR-DETALLE

           MOVE NOV-CONTRATO        TO DET-CONTRATO
           MOVE NOV-MOTIVO          TO DET-MOTIVO
           MOVE NOV-CALIFICACION    TO DET-CALIF-ANTES
           MOVE NOV-DIAS-MORA       TO DET-DIAS-ANTES
           MOVE NOV-VALOR-MORA      TO DET-VALOR-ANTES
           MOVE MOR-DIAS            TO DET-DIAS-DESPUES
           MOVE MOR-VALOR           TO DET-VALOR-DESPUES
           MOVE WS-DETALLE          TO REG-SALIDA
           PERFORM 99-ESCRIBIR.

       98-ESCRIBIR-BURO.
           WRITE REG-BURO
           IF WS-ESTADO-BUR NOT = '00'
              DISPLAY 'ERROR WRITE ARCHIVO BURO ' WS-ESTADO-BUR
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
      *   EL CIERRE LLEVA LAS CANTIDADES Y EL VALOR EN MORA DEL MES    *
      *   COMO TOTALES DE CONTROL; CON ERROR EL ARCHIVO NO SE          *
      *   TRANSMITE (RC 8)                                             *
      ******************************************************************
       05-FINAL.
           EXEC SQL
               CLOSE CURSOR_2
           END-EXEC

           MOVE WS-PERIODO    TO CIE-PERIODO
           MOVE WS-DETALLES   TO CIE-CANT-DET
           MOVE WS-NOVEDADES  TO CIE-CANT-NOV
           MOVE WS-TOTAL-MORA TO CIE-VALOR-MORA
           MOVE WS-CIERRE-BUR TO REG-BURO
           PERFORM 98-ESCRIBIR-BURO

           MOVE SPACES TO REG-SALIDA
           PERFORM 99-ESCRIBIR
           MOVE '01'                  TO DCA-CODIGO
           MOVE 'AL DIA'              TO DCA-DESCRIPCION
           MOVE WS-CANT-AL-DIA        TO DCA-CANTIDAD
           PERFORM 051-ESCRIBIR-CALIFICACION
           MOVE '05'                  TO DCA-CODIGO
           MOVE 'CANCELADO'           TO DCA-DESCRIPCION
           MOVE WS-CANT-CANCELADOS    TO DCA-CANTIDAD
           PERFORM 051-ESCRIBIR-CALIFICACION
           MOVE '06'                  TO DCA-CODIGO
           MOVE 'MORA 1 A 30'         TO DCA-DESCRIPCION
           MOVE WS-CANT-MORA-30       TO DCA-CANTIDAD
           PERFORM 051-ESCRIBIR-CALIFICACION
           MOVE '07'                  TO DCA-CODIGO
           MOVE 'MORA 31 A 60'        TO DCA-DESCRIPCION
           MOVE WS-CANT-MORA-60       TO DCA-CANTIDAD
           PERFORM 051-ESCRIBIR-CALIFICACION
           MOVE '08'                  TO DCA-CODIGO
           MOVE 'MORA 61 A 90'        TO DCA-DESCRIPCION
           MOVE WS-CANT-MORA-90       TO DCA-CANTIDAD
           PERFORM 051-ESCRIBIR-CALIFICACION
           MOVE '09'                  TO DCA-CODIGO
           MOVE 'MORA MAS DE 90'      TO DCA-DESCRIPCION
           MOVE WS-CANT-MORA-MAS-90   TO DCA-CANTIDAD
           PERFORM 051-ESCRIBIR-CALIFICACION
           MOVE '13'                  TO DCA-CODIGO
           MOVE 'CASTIGADO'           TO DCA-DESCRIPCION
           MOVE WS-CANT-CASTIGADOS    TO DCA-CANTIDAD
           PERFORM 051-ESCRIBIR-CALIFICACION

           MOVE WS-DETALLES             TO RES-DETALLES
           MOVE WS-NOVEDADES            TO RES-NOVEDADES
           MOVE WS-NOVEDADES-SIN-CAMBIO TO RES-SIN-CAMBIO
           MOVE WS-RESUMEN              TO REG-SALIDA
           PERFORM 99-ESCRIBIR

           DISPLAY 'CONTRATOS LEIDOS       : ' WS-CONTRATOS-LEIDOS
           DISPLAY 'DETALLES REPORTADOS    : ' WS-DETALLES
           DISPLAY 'VALOR TOTAL EN MORA    : ' WS-TOTAL-MORA
           DISPLAY 'CAMBIOS A REVISAR      : ' WS-NOVEDADES-REVISADAS
           DISPLAY 'NOVEDADES GENERADAS    : ' WS-NOVEDADES
           DISPLAY 'REVISADOS SIN CAMBIO   : '
                   WS-NOVEDADES-SIN-CAMBIO

           CLOSE BURO SALIDA

           IF SI-ERROR-PROCESO
              DISPLAY 'ERROR EN EL PROCESO, NO TRANSMITIR'
              MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.

       051-ESCRIBIR-CALIFICACION.
           MOVE WS-CALIFICACION-DET TO REG-SALIDA
           PERFORM 99-ESCRIBIR.
