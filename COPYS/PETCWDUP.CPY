      *    ESQUEMA RESUELTO EN EL BIND, VER PETCW02
      *    PAREJAS CANDIDATAS A CLIENTE DUPLICADO: UNA FILA POR PAREJA
      *    DE CODIGOS DE PRDTWCLI QUE EL DETECTOR PE3C0167 ENCONTRO
      *    PARECIDOS (DUP_CLIENTE_A MENOR QUE DUP_CLIENTE_B). EL
      *    REVISOR LA CONFIRMA O LA DESCARTA EN CP35 (PE3C0168) O EN
      *    EL ARCHIVO DE REVISION DEVUELTO (PE3CRDUP), Y PE3C0167
      *    MODO 'F' ESCRIBE LAS CONFIRMADAS EN EL ARCHIVO PAREJAS DE
      *    LA FUSION PE3C0079.
      *    DUP_CASO: CONSECUTIVO.
      *    DUP_EVIDENCIA: UNA LETRA POR POSICION, EN BLANCO SI NO
      *    APLICA: (1) D = MISMO DOCUMENTO, (2) T = MISMO NOMBRE Y
      *    TELEFONO, (3) E = MISMO NOMBRE Y CORREO, (4) A = MISMO
      *    NOMBRE Y DIRECCION.
      *    DUP_PUNTAJE: SUMA DE LOS PESOS DE LA EVIDENCIA, TOPE 100.
      *    CONTRATOS (ACTIVOS Y DORMANTES), SALDO (SUMA DE PRDTWSAL) Y
      *    ULTIMO MOVIMIENTO DE CADA CODIGO AL DETECTAR.
      *    DUP_SOBREVIVE: CODIGO QUE QUEDA SEGUN LA REGLA DE PE3C0167
      *    (MAS CONTRATOS, LUEGO MOVIMIENTO MAS RECIENTE, LUEGO EL
      *    CODIGO MAS ANTIGUO).
      *    DUP_ESTADO: P = PENDIENTE, C = CONFIRMADA, D = DESCARTADA,
      *    F = ENVIADA A FUSION, X = ANULADA (UNO DE LOS CODIGOS YA
      *    FUE ABSORBIDO POR OTRA FUSION).
      *    DUP_REVISOR / DUP_FECHA_REVISION / DUP_OBSERVACION: DE LA
      *    DECISION. DUP_ORIGEN_REVISION: L = EN LINEA, A = ARCHIVO.
      *    DUP_FECHA_FUSION: FECHA EN QUE SE ESCRIBIO EN PAREJAS
           EXEC SQL DECLARE PRDTWDUP TABLE
               (
                   DUP_CASO              DECIMAL(9,0)  NOT NULL,
                   DUP_CLIENTE_A         CHAR(8)       NOT NULL,
                   DUP_CLIENTE_B         CHAR(8)       NOT NULL,
                   DUP_PUNTAJE           DECIMAL(3,0)  NOT NULL,
                   DUP_EVIDENCIA         CHAR(4)       NOT NULL,
                   DUP_CONTRATOS_A       SMALLINT      NOT NULL,
                   DUP_CONTRATOS_B       SMALLINT      NOT NULL,
                   DUP_SALDO_A           DECIMAL(15,2) NOT NULL,
                   DUP_SALDO_B           DECIMAL(15,2) NOT NULL,
                   DUP_ULT_MOV_A         CHAR(10)      NOT NULL,
                   DUP_ULT_MOV_B         CHAR(10)      NOT NULL,
                   DUP_SOBREVIVE         CHAR(8)       NOT NULL,
                   DUP_ESTADO            CHAR(1)       NOT NULL,
                   DUP_FECHA_DETECCION   CHAR(10)      NOT NULL,
                   DUP_REVISOR           CHAR(8)       NOT NULL,
                   DUP_FECHA_REVISION    CHAR(10)      NOT NULL,
                   DUP_ORIGEN_REVISION   CHAR(1)       NOT NULL,
                   DUP_OBSERVACION       CHAR(40)      NOT NULL,
                   DUP_FECHA_FUSION      CHAR(10)      NOT NULL
               )
           END-EXEC.
