      *    ARCHIVO DE REVISION DE CLIENTES DUPLICADOS (REVISDUP): LO
      *    GENERA PE3C0167 MODO 'D' CON UNA LINEA POR PAREJA PENDIENTE
      *    DE PRDTWDUP, CON LOS DATOS DE LOS DOS CODIGOS Y LA
      *    EVIDENCIA. EL REVISOR LO DEVUELVE (DECISDUP) CON LA
      *    DECISION DILIGENCIADA Y PE3C0167 MODO 'F' LA APLICA ANTES
      *    DE ESCRIBIR LAS PAREJAS CONFIRMADAS PARA PE3C0079
       01 REG-REVDUP.
           05 RDU-CASO                          PIC 9(9).
           05 RDU-CLIENTE-A                     PIC X(8).
           05 RDU-NOMBRE-A                      PIC X(40).
           05 RDU-DOCUMENTO-A                   PIC X(15).
           05 RDU-CONTRATOS-A                   PIC 9(3).
           05 RDU-SALDO-A                       PIC S9(13)V99
                                                SIGN LEADING SEPARATE.
           05 RDU-ULT-MOV-A                     PIC X(10).
           05 RDU-CLIENTE-B                     PIC X(8).
           05 RDU-NOMBRE-B                      PIC X(40).
           05 RDU-DOCUMENTO-B                   PIC X(15).
           05 RDU-CONTRATOS-B                   PIC 9(3).
           05 RDU-SALDO-B                       PIC S9(13)V99
                                                SIGN LEADING SEPARATE.
           05 RDU-ULT-MOV-B                     PIC X(10).
           05 RDU-PUNTAJE                       PIC 9(3).
      *    VER DUP_EVIDENCIA EN PETCWDUP (D, T, E, A POR POSICION)
           05 RDU-EVIDENCIA                     PIC X(4).
           05 RDU-SOBREVIVE                     PIC X(8).
           05 RDU-FECHA-CORTE                   PIC X(10).
      *    LO DILIGENCIA EL REVISOR: C = CONFIRMAR, D = DESCARTAR; EN
      *    BLANCO QUEDA PENDIENTE Y NO SE TOCA
           05 RDU-DECISION                      PIC X(1).
             88 RDU-DEC-CONFIRMAR                    VALUE 'C'.
             88 RDU-DEC-DESCARTAR                    VALUE 'D'.
             88 RDU-DEC-PENDIENTE                    VALUE ' '.
      *    USUARIO DEL REVISOR QUE DECIDIO
           05 RDU-REVISOR                       PIC X(8).
           05 RDU-OBSERVACION                   PIC X(40).
           05 FILLER                            PIC X(18).
