       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0160.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           RUTINA DE REGISTRO DE REPORTES POR OFICINA: DEJA EN
      *           PRDTWRDO, POR FECHA DE NEGOCIO, OFICINA Y REPORTE, EL
      *           DATASET, EL PROGRAMA, LOS REGISTROS Y EL TOTAL DE
      *           CONTROL DE CADA SALIDA POR OFICINA DE LA NOCHE. LA
      *           LLAMAN PE3C0017 (OFINNNN), PE3C0068 (FACNNNN),
      *           PE3C0052 (SOLNNNN) Y PE3C0075 (CARTAS); LA
      *           DISTRIBUCION PE3C0161 ARMA CON ESO EL MANIFIESTO DEL
      *           PAQUETE DE CADA OFICINA. INTERFAZ CAI-PE9CRDO0
      *           (PE3CORDO)
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
      *                       VARIABLES DE TRABAJO                     *
      ******************************************************************
       01 PRDTW-RDO.
           05 RDO-FECHA                  PIC X(10).
           05 RDO-OFICINA                PIC X(4).
           05 RDO-REPORTE                PIC X(8).
           05 RDO-DATASET                PIC X(8).
           05 RDO-PROGRAMA               PIC X(8).
           05 RDO-REGISTROS              PIC S9(9) COMP.
           05 RDO-TOTAL                  PIC S9(13)V99 COMP-3.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCORDO
           END-EXEC.

       LINKAGE SECTION.
       COPY PE3CORDO.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING CAI-PE9CRDO0.
           PERFORM 000000-INICIO
           PERFORM 100000-PROCESO
           PERFORM 200000-FINAL.
      ******************************************************************
      *                     000000-INICIO                              *
      ******************************************************************
       000000-INICIO.
           MOVE '00'            TO RDO0-COD-RET
           MOVE SPACES          TO RDO0-ERROR1
           MOVE ZEROS           TO RDO0-MAS-SQLCODE
           PERFORM 000001-VALIDACION-DE-VARIABLES.

       000001-VALIDACION-DE-VARIABLES.
           IF NOT RDO0-ACC-FIJAR AND NOT RDO0-ACC-SUMAR
              AND NOT RDO0-ACC-BORRAR
                MOVE '10'                   TO RDO0-COD-RET
                MOVE 'ACCION INVALIDA'      TO RDO0-ERROR1
                PERFORM 200000-FINAL
           END-IF

           IF RDO0-FECHA = SPACES OR LOW-VALUES
              MOVE '10'                   TO RDO0-COD-RET
              MOVE 'FECHA EN BLANCO'      TO RDO0-ERROR1
              PERFORM 200000-FINAL
           END-IF

           IF RDO0-PROGRAMA = SPACES OR LOW-VALUES
              MOVE '10'                   TO RDO0-COD-RET
              MOVE 'PROGRAMA EN BLANCO'   TO RDO0-ERROR1
              PERFORM 200000-FINAL
           END-IF

           IF NOT RDO0-ACC-BORRAR
              IF RDO0-OFICINA = SPACES OR LOW-VALUES
                 MOVE '10'                   TO RDO0-COD-RET
                 MOVE 'OFICINA EN BLANCO'    TO RDO0-ERROR1
                 PERFORM 200000-FINAL
              END-IF
              IF RDO0-REPORTE = SPACES OR LOW-VALUES
                 OR RDO0-DATASET = SPACES OR LOW-VALUES
                   MOVE '10'                   TO RDO0-COD-RET
                   MOVE 'REPORTE EN BLANCO'    TO RDO0-ERROR1
                   PERFORM 200000-FINAL
              END-IF
           END-IF.

      ******************************************************************
      *                        100000-PROCESO                          *
      ******************************************************************
       100000-PROCESO.
           MOVE RDO0-FECHA      TO RDO-FECHA
           MOVE RDO0-OFICINA    TO RDO-OFICINA
           MOVE RDO0-REPORTE    TO RDO-REPORTE
           MOVE RDO0-DATASET    TO RDO-DATASET
           MOVE RDO0-PROGRAMA   TO RDO-PROGRAMA
           MOVE RDO0-REGISTROS  TO RDO-REGISTROS
           MOVE RDO0-TOTAL      TO RDO-TOTAL

           EVALUATE TRUE
              WHEN RDO0-ACC-BORRAR
                   PERFORM 100001-BORRAR-PROGRAMA
              WHEN RDO0-ACC-FIJAR
                   PERFORM 100002-FIJAR-REPORTE
              WHEN OTHER
                   PERFORM 100003-SUMAR-REPORTE
           END-EVALUATE.

       100001-BORRAR-PROGRAMA.
           EXEC SQL
               DELETE FROM PRDTWRDO
               WHERE RDO_FECHA    = :RDO-FECHA
               AND   RDO_PROGRAMA = :RDO-PROGRAMA
           END-EXEC

           IF SQLCODE NOT = ZEROS AND NOT = +100
              MOVE '30'                    TO RDO0-COD-RET
              MOVE 'ERROR DELETE PRDTWRDO' TO RDO0-ERROR1
              MOVE SQLCODE                 TO RDO0-MAS-SQLCODE
           END-IF.

      *    EL ARCHIVO SE ESCRIBIO COMPLETO: LO REGISTRADO ES LO ULTIMO
      *    QUE SE ESCRIBIO (UNA RECORRIDA REEMPLAZA, NO SUMA)
       100002-FIJAR-REPORTE.
           EXEC SQL
               UPDATE PRDTWRDO
               SET    RDO_DATASET   = :RDO-DATASET,
                      RDO_PROGRAMA  = :RDO-PROGRAMA,
                      RDO_REGISTROS = :RDO-REGISTROS,
                      RDO_TOTAL     = :RDO-TOTAL
               WHERE  RDO_FECHA     = :RDO-FECHA
               AND    RDO_OFICINA   = :RDO-OFICINA
               AND    RDO_REPORTE   = :RDO-REPORTE
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   PERFORM 100004-INSERTAR-REPORTE
              WHEN OTHER
                   MOVE '30'                    TO RDO0-COD-RET
                   MOVE 'ERROR UPDATE PRDTWRDO' TO RDO0-ERROR1
                   MOVE SQLCODE                 TO RDO0-MAS-SQLCODE
           END-EVALUATE.

       100003-SUMAR-REPORTE.
           EXEC SQL
               UPDATE PRDTWRDO
               SET    RDO_REGISTROS = RDO_REGISTROS + :RDO-REGISTROS,
                      RDO_TOTAL     = RDO_TOTAL     + :RDO-TOTAL
               WHERE  RDO_FECHA     = :RDO-FECHA
               AND    RDO_OFICINA   = :RDO-OFICINA
               AND    RDO_REPORTE   = :RDO-REPORTE
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                   CONTINUE
              WHEN +100
                   PERFORM 100004-INSERTAR-REPORTE
              WHEN OTHER
                   MOVE '30'                    TO RDO0-COD-RET
                   MOVE 'ERROR UPDATE PRDTWRDO' TO RDO0-ERROR1
                   MOVE SQLCODE                 TO RDO0-MAS-SQLCODE
           END-EVALUATE.

       100004-INSERTAR-REPORTE.
           EXEC SQL
               INSERT INTO PRDTWRDO
                   (RDO_FECHA, RDO_OFICINA, RDO_REPORTE, RDO_DATASET,
                    RDO_PROGRAMA, RDO_REGISTROS, RDO_TOTAL)
               VALUES
                   (:RDO-FECHA, :RDO-OFICINA, :RDO-REPORTE,
                    :RDO-DATASET, :RDO-PROGRAMA, :RDO-REGISTROS,
                    :RDO-TOTAL)
           END-EXEC

           IF SQLCODE NOT = ZEROS
              MOVE '30'                    TO RDO0-COD-RET
              MOVE 'ERROR INSERT PRDTWRDO' TO RDO0-ERROR1
              MOVE SQLCODE                 TO RDO0-MAS-SQLCODE
           END-IF.

      ******************************************************************
      *                       200000-FINAL                             *
      ******************************************************************
       200000-FINAL.
           GOBACK.
