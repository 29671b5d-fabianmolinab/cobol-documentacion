       ID DIVISION.
      ******************************************************************

       PROGRAM-ID.      PE3C0131.

      ******************************************************************
      *                                                                *
      *   FECHA ...........:  OCTUBRE 2026                             *
      *   AUTOR ...........:  FABIAN ANDRES MOLINA BERMUDEZ
      *                       INETUM(COLOMBIA)                         *
      *   LENGUAJE ........:  COBOL                                    *
      *                                                                *
      *                         DESCRIPCION:
      *           RUTINA COMUN DE CHECKPOINT/REINICIO DE LOS LOTES
      *           SOBRE LA TABLA PRDTWCKP (PROGRAMA, FECHA DE PROCESO,
      *           CICLO Y PARTICION). 'L' DEVUELVE EL ULTIMO PUNTO
      *           CONFIRMADO; 'C' GRABA LA ULTIMA LLAVE, CONTADORES Y
      *           HASH Y HACE EL COMMIT, DE MODO QUE EL TRABAJO DEL
      *           LLAMADOR Y SU PUNTO DE CONTROL QUEDAN EN LA MISMA
      *           UNIDAD DE TRABAJO; 'T' HACE LO MISMO DEJANDO LA
      *           FILA TERMINADA. EL LLAMADOR DECIDE CADA CUANTO
      *           CONFIRMA Y QUE SIGNIFICA CADA CONTADOR (VER
      *           PE3COCKP)
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

       01 PRDTW-CKP.
           05 CKP-PROGRAMA               PIC X(8).
           05 CKP-FECHA-PROCESO          PIC X(10).
           05 CKP-CICLO                  PIC X(2).
           05 CKP-PARTICION              PIC X(2).
           05 CKP-ESTADO                 PIC X(1).
           05 CKP-LLAVE                  PIC X(60).
           05 CKP-CONFIRMADOS            PIC S9(9)  COMP-3.
           05 CKP-CONTADOR-01            PIC S9(11) COMP-3.
           05 CKP-CONTADOR-02            PIC S9(11) COMP-3.
           05 CKP-CONTADOR-03            PIC S9(11) COMP-3.
           05 CKP-CONTADOR-04            PIC S9(11) COMP-3.
           05 CKP-CONTADOR-05            PIC S9(11) COMP-3.
           05 CKP-CONTADOR-06            PIC S9(11) COMP-3.
           05 CKP-CONTADOR-07            PIC S9(11) COMP-3.
           05 CKP-CONTADOR-08            PIC S9(11) COMP-3.
           05 CKP-HASH-01                PIC S9(15)V99 COMP-3.
           05 CKP-HASH-02                PIC S9(15)V99 COMP-3.
           05 CKP-HASH-03                PIC S9(15)V99 COMP-3.
           05 CKP-HASH-04                PIC S9(15)V99 COMP-3.
           05 CKP-FECHA-ACT              PIC X(8).
           05 CKP-HORA-ACT               PIC X(6).

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE PETCOCKP
           END-EXEC.

       LINKAGE SECTION.
       COPY PE3COCKP.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION USING CAI-PE9CCKP0.
           PERFORM 000000-INICIO
           PERFORM 100000-PROCESO
           PERFORM 200000-FINAL.
      ******************************************************************
      *                     000000-INICIO                              *
      ******************************************************************
       000000-INICIO.
           MOVE '00'                TO CKP0-COD-RET
           MOVE CKP0-PROGRAMA       TO CKP-PROGRAMA
           MOVE CKP0-FECHA-PROCESO  TO CKP-FECHA-PROCESO
           MOVE CKP0-CICLO          TO CKP-CICLO
           MOVE CKP0-PARTICION      TO CKP-PARTICION
           IF CKP-CICLO = SPACES OR LOW-VALUES
              MOVE '01'             TO CKP-CICLO
           END-IF
           IF CKP-PARTICION = SPACES OR LOW-VALUES
              MOVE '00'             TO CKP-PARTICION
           END-IF.

      ******************************************************************
      *                        100000-PROCESO                          *
      ******************************************************************
       100000-PROCESO.
           EVALUATE TRUE
              WHEN CKP0-LEER
                   PERFORM 100001-LEER-PUNTO
              WHEN CKP0-CONFIRMAR
                   SET CKP0-EN-CURSO        TO TRUE
                   PERFORM 100002-GRABAR-PUNTO
              WHEN CKP0-TERMINAR
                   SET CKP0-TERMINADO       TO TRUE
                   PERFORM 100002-GRABAR-PUNTO
              WHEN OTHER
                   MOVE '20'                TO CKP0-COD-RET
           END-EVALUATE.

       100001-LEER-PUNTO.
           EXEC SQL
               SELECT CKP_ESTADO, CKP_LLAVE, CKP_CONFIRMADOS,
                      CKP_CONTADOR_01, CKP_CONTADOR_02,
                      CKP_CONTADOR_03, CKP_CONTADOR_04,
                      CKP_CONTADOR_05, CKP_CONTADOR_06,
                      CKP_CONTADOR_07, CKP_CONTADOR_08,
                      CKP_HASH_01, CKP_HASH_02,
                      CKP_HASH_03, CKP_HASH_04,
                      CKP_FECHA_ACT, CKP_HORA_ACT
               INTO  :CKP-ESTADO, :CKP-LLAVE, :CKP-CONFIRMADOS,
                     :CKP-CONTADOR-01, :CKP-CONTADOR-02,
                     :CKP-CONTADOR-03, :CKP-CONTADOR-04,
                     :CKP-CONTADOR-05, :CKP-CONTADOR-06,
                     :CKP-CONTADOR-07, :CKP-CONTADOR-08,
                     :CKP-HASH-01, :CKP-HASH-02,
                     :CKP-HASH-03, :CKP-HASH-04,
                     :CKP-FECHA-ACT, :CKP-HORA-ACT
               FROM  PRDTWCKP
               WHERE CKP_PROGRAMA      = :CKP-PROGRAMA
               AND   CKP_FECHA_PROCESO = :CKP-FECHA-PROCESO
               AND   CKP_CICLO         = :CKP-CICLO
               AND   CKP_PARTICION     = :CKP-PARTICION
           END-EXEC

           EVALUATE SQLCODE
              WHEN ZEROS
                   PERFORM 100003-DEVOLVER-PUNTO
              WHEN +100
                   INITIALIZE CKP0-DATOS
                   MOVE '10'             TO CKP0-COD-RET
              WHEN OTHER
                   MOVE '30'             TO CKP0-COD-RET
                   MOVE SQLCODE          TO CKP0-MAS-SQLCODE
           END-EVALUATE.

      ******************************************************************
      *                  100002-GRABAR-PUNTO                           *
      *   UPDATE PRIMERO (LA FILA EXISTE DESDE LA PRIMERA CONFIRMACION)*
      *   E INSERT SI NO ESTABA; EL COMMIT CIERRA LA UNIDAD DE TRABAJO *
      *   DEL LLAMADOR JUNTO CON EL PUNTO DE CONTROL                   *
      ******************************************************************
       100002-GRABAR-PUNTO.
           ACCEPT CKP0-FECHA-ACT FROM DATE YYYYMMDD
           ACCEPT CKP0-HORA-ACT  FROM TIME
           PERFORM 100004-RECIBIR-PUNTO

           EXEC SQL
               UPDATE PRDTWCKP
               SET    CKP_ESTADO      = :CKP-ESTADO,
                      CKP_LLAVE       = :CKP-LLAVE,
                      CKP_CONFIRMADOS = :CKP-CONFIRMADOS,
                      CKP_CONTADOR_01 = :CKP-CONTADOR-01,
                      CKP_CONTADOR_02 = :CKP-CONTADOR-02,
                      CKP_CONTADOR_03 = :CKP-CONTADOR-03,
                      CKP_CONTADOR_04 = :CKP-CONTADOR-04,
                      CKP_CONTADOR_05 = :CKP-CONTADOR-05,
                      CKP_CONTADOR_06 = :CKP-CONTADOR-06,
                      CKP_CONTADOR_07 = :CKP-CONTADOR-07,
                      CKP_CONTADOR_08 = :CKP-CONTADOR-08,
                      CKP_HASH_01     = :CKP-HASH-01,
                      CKP_HASH_02     = :CKP-HASH-02,
                      CKP_HASH_03     = :CKP-HASH-03,
                      CKP_HASH_04     = :CKP-HASH-04,
                      CKP_FECHA_ACT   = :CKP-FECHA-ACT,
                      CKP_HORA_ACT    = :CKP-HORA-ACT
               WHERE  CKP_PROGRAMA      = :CKP-PROGRAMA
               AND    CKP_FECHA_PROCESO = :CKP-FECHA-PROCESO
               AND    CKP_CICLO         = :CKP-CICLO
               AND    CKP_PARTICION     = :CKP-PARTICION
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = ZEROS AND SQLERRD (3) > ZEROS
                   CONTINUE
              WHEN SQLCODE = ZEROS
              WHEN SQLCODE = +100
                   PERFORM 100005-INSERTAR-PUNTO
              WHEN OTHER
                   MOVE '30'                    TO CKP0-COD-RET
                   MOVE SQLCODE                 TO CKP0-MAS-SQLCODE
           END-EVALUATE

           IF CKP0-OK
              EXEC SQL
                  COMMIT
              END-EXEC
              IF SQLCODE NOT = ZEROS
                 MOVE '30'                      TO CKP0-COD-RET
                 MOVE SQLCODE                   TO CKP0-MAS-SQLCODE
              END-IF
           END-IF.

       100003-DEVOLVER-PUNTO.
           MOVE CKP-ESTADO          TO CKP0-ESTADO
           MOVE CKP-LLAVE           TO CKP0-LLAVE
           MOVE CKP-CONFIRMADOS     TO CKP0-CONFIRMADOS
           MOVE CKP-CONTADOR-01     TO CKP0-CONTADOR (1)
           MOVE CKP-CONTADOR-02     TO CKP0-CONTADOR (2)
           MOVE CKP-CONTADOR-03     TO CKP0-CONTADOR (3)
           MOVE CKP-CONTADOR-04     TO CKP0-CONTADOR (4)
           MOVE CKP-CONTADOR-05     TO CKP0-CONTADOR (5)
           MOVE CKP-CONTADOR-06     TO CKP0-CONTADOR (6)
           MOVE CKP-CONTADOR-07     TO CKP0-CONTADOR (7)
           MOVE CKP-CONTADOR-08     TO CKP0-CONTADOR (8)
           MOVE CKP-HASH-01         TO CKP0-HASH (1)
           MOVE CKP-HASH-02         TO CKP0-HASH (2)
           MOVE CKP-HASH-03         TO CKP0-HASH (3)
           MOVE CKP-HASH-04         TO CKP0-HASH (4)
           MOVE CKP-FECHA-ACT       TO CKP0-FECHA-ACT
           MOVE CKP-HORA-ACT        TO CKP0-HORA-ACT.

       100004-RECIBIR-PUNTO.
           ADD 1                    TO CKP0-CONFIRMADOS
           MOVE CKP0-ESTADO         TO CKP-ESTADO
           MOVE CKP0-LLAVE          TO CKP-LLAVE
           MOVE CKP0-CONFIRMADOS    TO CKP-CONFIRMADOS
           MOVE CKP0-CONTADOR (1)   TO CKP-CONTADOR-01
           MOVE CKP0-CONTADOR (2)   TO CKP-CONTADOR-02
           MOVE CKP0-CONTADOR (3)   TO CKP-CONTADOR-03
           MOVE CKP0-CONTADOR (4)   TO CKP-CONTADOR-04
           MOVE CKP0-CONTADOR (5)   TO CKP-CONTADOR-05
           MOVE CKP0-CONTADOR (6)   TO CKP-CONTADOR-06
           MOVE CKP0-CONTADOR (7)   TO CKP-CONTADOR-07
           MOVE CKP0-CONTADOR (8)   TO CKP-CONTADOR-08
           MOVE CKP0-HASH (1)       TO CKP-HASH-01
           MOVE CKP0-HASH (2)       TO CKP-HASH-02
           MOVE CKP0-HASH (3)       TO CKP-HASH-03
           MOVE CKP0-HASH (4)       TO CKP-HASH-04
           MOVE CKP0-FECHA-ACT      TO CKP-FECHA-ACT
           MOVE CKP0-HORA-ACT       TO CKP-HORA-ACT.

       100005-INSERTAR-PUNTO.
           EXEC SQL
               INSERT INTO PRDTWCKP
                   (CKP_PROGRAMA, CKP_FECHA_PROCESO, CKP_CICLO,
                    CKP_PARTICION, CKP_ESTADO, CKP_LLAVE,
                    CKP_CONFIRMADOS,
                    CKP_CONTADOR_01, CKP_CONTADOR_02,
                    CKP_CONTADOR_03, CKP_CONTADOR_04,
                    CKP_CONTADOR_05, CKP_CONTADOR_06,
                    CKP_CONTADOR_07, CKP_CONTADOR_08,
                    CKP_HASH_01, CKP_HASH_02,
                    CKP_HASH_03, CKP_HASH_04,
                    CKP_FECHA_ACT, CKP_HORA_ACT)
               VALUES
                   (:CKP-PROGRAMA, :CKP-FECHA-PROCESO, :CKP-CICLO,
                    :CKP-PARTICION, :CKP-ESTADO, :CKP-LLAVE,
                    :CKP-CONFIRMADOS,
                    :CKP-CONTADOR-01, :CKP-CONTADOR-02,
                    :CKP-CONTADOR-03, :CKP-CONTADOR-04,
                    :CKP-CONTADOR-05, :CKP-CONTADOR-06,
                    :CKP-CONTADOR-07, :CKP-CONTADOR-08,
                    :CKP-HASH-01, :CKP-HASH-02,
                    :CKP-HASH-03, :CKP-HASH-04,
                    :CKP-FECHA-ACT, :CKP-HORA-ACT)
           END-EXEC

           IF SQLCODE NOT = ZEROS
              MOVE '30'       TO CKP0-COD-RET
              MOVE SQLCODE    TO CKP0-MAS-SQLCODE
           END-IF.

      ******************************************************************
      *                       200000-FINAL                             *
      ******************************************************************
       200000-FINAL.
           GOBACK.
