      *           MAESTRAS: LA BAJA VALIDA QUE EL CODIGO NO ESTE
      *           REFERENCIADO POR MOVIMIENTOS DE PRDTW02 (OFICINA Y
      *           PRODUCTO VIAJAN DENTRO DEL CONTRATO) NI POR FECHAS
      *           PROGRAMADAS DE PRDTW03, Y DEJA BITACORA EN MANTLOGM.
      *           TAMBIEN MANTIENE LOS MOTIVOS DE RECHAZO DEL DEBITO
      *           (PRDTWMRC) Y EL TOPE DE RE-PRESENTACIONES DEL PRODUCTO
      *           Y SUS DIAS DE ATRASO PARA EL CASTIGO, Y LA REGION
      *           COMERCIAL DE LA OFICINA
      *                         ============                           *
      ******************************************************************

      *                      POSICIONES 1-4 DEL CONTRATO               *
      *   02/SEP/2026  FAMB  TABLA 'M' DE FAMILIAS (PRDTWFAM) Y        *
      *                      FAMILIA DEL PRODUCTO (PRD_FAMILIA)        *
      *   15/OCT/2026  FAMB  TABLA 'R' DE MOTIVOS DE RECHAZO (PRDTWMRC)*
      *                      CON MARCA DE REINTENTABLE Y TOPE DE       *
      *                      RE-PRESENTACIONES DEL PRODUCTO            *
      *                      (PRD_MAX_REINTENTOS)                      *
      *   15/OCT/2026  FAMB  DIAS DE ATRASO PARA EL CASTIGO DEL        *
      *                      PRODUCTO (PRD_DIAS_CASTIGO, PE3C0108)     *
      *   15/OCT/2026  FAMB  REGION COMERCIAL DE LA OFICINA            *
      *                      (OFI_REGION, PE3C0149)                    *
      ******************************************************************
      *                      ENVIRONMENT DIVISION                      *
      ******************************************************************
       01 PRDTW-OFI.
           05 OFI-CODIGO                        PIC X(4).
           05 OFI-NOMBRE                        PIC X(30).
           05 OFI-REGION                        PIC X(4).

       01 PRDTW-PRD.
           05 PRD-CODIGO                        PIC X(2).
           05 PRD-NOMBRE                        PIC X(30).
           05 PRD-FAMILIA                       PIC X(2).
           05 PRD-MAX-REINTENTOS                PIC S9(4) COMP.
           05 PRD-DIAS-CASTIGO                  PIC S9(4) COMP.

       01 PRDTW-FAM.
           05 FAM-CODIGO                        PIC X(2).
           05 BCO-NOMBRE                        PIC X(30).
           05 BCO-ACTIVO                        PIC X(1).

       01 PRDTW-MRC.
           05 MRC-CODIGO                        PIC X(4).
           05 MRC-NOMBRE                        PIC X(30).
           05 MRC-REINTENTABLE                  PIC X(1).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
               INCLUDE PETCOFAM
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOMRC
           END-EXEC.

           EXEC SQL
               INCLUDE PETCORPR
           END-EXEC.

       LINKAGE SECTION.
       COPY PE3COEVF.

       000001-VALIDACION-DE-VARIABLES.
           IF NOT AM1-TABLA-OFICINA AND NOT AM1-TABLA-PRODUCTO
              AND NOT AM1-TABLA-BANCO AND NOT AM1-TABLA-FAMILIA
              AND NOT AM1-TABLA-MOTIVO
             MOVE '10'               TO AM1-COD-RET
             MOVE 'TABLA INVALIDA'   TO AM1-ERROR2
             PERFORM 200000-FINAL
                MOVE '10'               TO AM1-COD-RET
                MOVE 'NOMBRE INVALIDO'  TO AM1-ERROR2
                PERFORM 200000-FINAL
           END-IF

           IF AM1-TABLA-MOTIVO AND (AM1-OP-ALTA OR AM1-OP-CAMBIO)
              AND AM1-REINTENTABLE NOT = 'S' AND NOT = 'N'
              AND NOT = SPACE
                MOVE '10'                   TO AM1-COD-RET
                MOVE 'MARCA REINTENTO INV.' TO AM1-ERROR2
                PERFORM 200000-FINAL
           END-IF

           IF AM1-TABLA-PRODUCTO AND (AM1-OP-ALTA OR AM1-OP-CAMBIO)
              AND AM1-MAX-REINTENTOS NOT NUMERIC
                MOVE '10'                   TO AM1-COD-RET
                MOVE 'TOPE REINTENTOS INV.' TO AM1-ERROR2
                PERFORM 200000-FINAL
           END-IF

           IF AM1-TABLA-PRODUCTO AND (AM1-OP-ALTA OR AM1-OP-CAMBIO)
              AND AM1-DIAS-CASTIGO NOT NUMERIC
              AND AM1-DIAS-CASTIGO NOT = SPACES
                MOVE '10'                   TO AM1-COD-RET
                MOVE 'DIAS CASTIGO INV.'    TO AM1-ERROR2
                PERFORM 200000-FINAL
           END-IF.

      ******************************************************************
      *                        100000-PROCESO                          *
      ******************************************************************
       100000-PROCESO.
           MOVE AM1-CODIGO          TO OFI-CODIGO BCO-CODIGO MRC-CODIGO
           MOVE AM1-CODIGO(1:2)     TO PRD-CODIGO FAM-CODIGO
           MOVE AM1-NOMBRE          TO OFI-NOMBRE PRD-NOMBRE BCO-NOMBRE
                                       FAM-NOMBRE MRC-NOMBRE
           MOVE AM1-FAMILIA         TO PRD-FAMILIA
           MOVE AM1-REGION          TO OFI-REGION
           IF AM1-MAX-REINTENTOS NUMERIC
              MOVE AM1-MAX-REINTENTOS TO PRD-MAX-REINTENTOS
           ELSE
              MOVE ZEROS            TO PRD-MAX-REINTENTOS
           END-IF
           IF AM1-DIAS-CASTIGO NUMERIC
              MOVE AM1-DIAS-CASTIGO TO PRD-DIAS-CASTIGO
           ELSE
              MOVE ZEROS            TO PRD-DIAS-CASTIGO
           END-IF
           IF AM1-MRC-REINTENTABLE
              MOVE 'S'              TO MRC-REINTENTABLE
           ELSE
              MOVE 'N'              TO MRC-REINTENTABLE
           END-IF
           IF AM1-BCO-INACTIVO
              MOVE 'N'              TO BCO-ACTIVO
           ELSE
           EVALUATE TRUE
              WHEN AM1-TABLA-OFICINA
                   EXEC SQL
                       INSERT INTO PRDTWOFI
                           (OFI_CODIGO, OFI_NOMBRE, OFI_REGION)
                       VALUES
                           (:OFI-CODIGO, :OFI-NOMBRE, :OFI-REGION)
                   END-EXEC
              WHEN AM1-TABLA-PRODUCTO
                   EXEC SQL
                       INSERT INTO PRDTWPRD
                           (PRD_CODIGO, PRD_NOMBRE, PRD_FAMILIA,
                            PRD_MAX_REINTENTOS, PRD_DIAS_CASTIGO)
                       VALUES
                           (:PRD-CODIGO, :PRD-NOMBRE, :PRD-FAMILIA,
                            :PRD-MAX-REINTENTOS, :PRD-DIAS-CASTIGO)
                   END-EXEC
              WHEN AM1-TABLA-BANCO
                   EXEC SQL
                       INSERT INTO PRDTWFAM (FAM_CODIGO, FAM_NOMBRE)
                       VALUES (:FAM-CODIGO, :FAM-NOMBRE)
                   END-EXEC
              WHEN AM1-TABLA-MOTIVO
                   EXEC SQL
                       INSERT INTO PRDTWMRC
                           (MRC_CODIGO, MRC_NOMBRE, MRC_REINTENTABLE)
                       VALUES
                           (:MRC-CODIGO, :MRC-NOMBRE, :MRC-REINTENTABLE)
                   END-EXEC
           END-EVALUATE

           EVALUATE SQLCODE
              WHEN AM1-TABLA-OFICINA
                   EXEC SQL
                       UPDATE PRDTWOFI
                       SET    OFI_NOMBRE = :OFI-NOMBRE,
                              OFI_REGION = :OFI-REGION
                       WHERE  OFI_CODIGO = :OFI-CODIGO
                   END-EXEC
              WHEN AM1-TABLA-PRODUCTO
                   EXEC SQL
                       UPDATE PRDTWPRD
                       SET    PRD_NOMBRE         = :PRD-NOMBRE,
                              PRD_FAMILIA        = :PRD-FAMILIA,
                              PRD_MAX_REINTENTOS = :PRD-MAX-REINTENTOS,
                              PRD_DIAS_CASTIGO   = :PRD-DIAS-CASTIGO
                       WHERE  PRD_CODIGO         = :PRD-CODIGO
                   END-EXEC
              WHEN AM1-TABLA-BANCO
                   EXEC SQL
                       SET    FAM_NOMBRE = :FAM-NOMBRE
                       WHERE  FAM_CODIGO = :FAM-CODIGO
                   END-EXEC
              WHEN AM1-TABLA-MOTIVO
                   EXEC SQL
                       UPDATE PRDTWMRC
                       SET    MRC_NOMBRE       = :MRC-NOMBRE,
                              MRC_REINTENTABLE = :MRC-REINTENTABLE
                       WHERE  MRC_CODIGO       = :MRC-CODIGO
                   END-EXEC
           END-EVALUATE

           EVALUATE SQLCODE
                   PERFORM 100007-VALIDAR-USO-BANCO
              WHEN AM1-TABLA-FAMILIA
                   PERFORM 100010-VALIDAR-USO-FAMILIA
              WHEN AM1-TABLA-MOTIVO
                   PERFORM 100011-VALIDAR-USO-MOTIVO
           END-EVALUATE

           IF AM1-COD-RET = '00'
              END-IF
           END-IF.

      ******************************************************************
      *                100011-VALIDAR-USO-MOTIVO                       *
      *   EL MOTIVO NO SE BORRA MIENTRAS HAYA ITEMS VIVOS (PENDIENTES  *
      *   O RE-PRESENTADOS) EN LA COLA PRDTWRPR CON ESE MOTIVO         *
      ******************************************************************
       100011-VALIDAR-USO-MOTIVO.
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-CONT-REFERENCIAS
               FROM   PRDTWRPR
               WHERE  RPR_MOTIVO = :MRC-CODIGO
               AND    RPR_ESTADO IN ('P', 'E')
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              MOVE '30'                   TO AM1-COD-RET
              MOVE 'ERROR SELECT PRDTWRPR' TO AM1-ERROR1
              MOVE SQLCODE                TO AM1-MAS-SQLCODE
           ELSE
              IF WS-CONT-REFERENCIAS > ZEROS
                 MOVE '55'                   TO AM1-COD-RET
                 MOVE 'MOTIVO EN USO'        TO AM1-ERROR1
                 MOVE AM1-CODIGO             TO AM1-ERROR2
              END-IF
           END-IF.

       100006-EJECUTAR-BORRADO.
           EVALUATE TRUE
              WHEN AM1-TABLA-OFICINA
                       DELETE FROM PRDTWFAM
                       WHERE  FAM_CODIGO = :FAM-CODIGO
                   END-EXEC
              WHEN AM1-TABLA-MOTIVO
                   EXEC SQL
                       DELETE FROM PRDTWMRC
                       WHERE  MRC_CODIGO = :MRC-CODIGO
                   END-EXEC
           END-EVALUATE

           EVALUATE SQLCODE
