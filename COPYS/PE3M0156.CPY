      ******************************************************************
      *                                                                *
      *   MAPA SIMBOLICO GENERADO A PARTIR DEL MAPSET PE3M0156         *
      *   (VER CONSULTA_EN_LINEA/PE3M0156.BMS PARA EL LAYOUT FISICO)   *
      *                                                                *
      *   PANTALLA DE MANTENIMIENTO DE CONTRATOS (PE3C0156): OPERACION *
      *   Y DATOS DEL CONTRATO DE ENTRADA, FILA ACTUAL DE PRDTWCON Y   *
      *   MENSAJE DE SALIDA                                            *
      *                                                                *
      ******************************************************************
       01 PE3M0156I.
           02 FILLER                    PIC X(12).
           02 OPERL                     PIC S9(4) COMP.
           02 OPERF                     PIC X.
           02 FILLER REDEFINES OPERF.
               03 OPERA                 PIC X.
           02 OPERI                     PIC X(1).

           02 CONTL                     PIC S9(4) COMP.
           02 CONTF                     PIC X.
           02 FILLER REDEFINES CONTF.
               03 CONTA                 PIC X.
           02 CONTI                     PIC X(18).

           02 CLIEL                     PIC S9(4) COMP.
           02 CLIEF                     PIC X.
           02 FILLER REDEFINES CLIEF.
               03 CLIEA                 PIC X.
           02 CLIEI                     PIC X(8).

           02 ESTAL                     PIC S9(4) COMP.
           02 ESTAF                     PIC X.
           02 FILLER REDEFINES ESTAF.
               03 ESTAA                 PIC X.
           02 ESTAI                     PIC X(1).

           02 FAPEL                     PIC S9(4) COMP.
           02 FAPEF                     PIC X.
           02 FILLER REDEFINES FAPEF.
               03 FAPEA                 PIC X.
           02 FAPEI                     PIC X(10).

           02 ACLIL                     PIC S9(4) COMP.
           02 ACLIF                     PIC X.
           02 FILLER REDEFINES ACLIF.
               03 ACLIA                 PIC X.
           02 ACLII                     PIC X(8).

           02 AESTL                     PIC S9(4) COMP.
           02 AESTF                     PIC X.
           02 FILLER REDEFINES AESTF.
               03 AESTA                 PIC X.
           02 AESTI                     PIC X(1).

           02 AFAPL                     PIC S9(4) COMP.
           02 AFAPF                     PIC X.
           02 FILLER REDEFINES AFAPF.
               03 AFAPA                 PIC X.
           02 AFAPI                     PIC X(10).

           02 MSGSL                     PIC S9(4) COMP.
           02 MSGSF                     PIC X.
           02 FILLER REDEFINES MSGSF.
               03 MSGSA                 PIC X.
           02 MSGSI                     PIC X(60).

       01 PE3M0156O REDEFINES PE3M0156I.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(3).
           02 OPERO                     PIC X(1).
           02 FILLER                    PIC X(3).
           02 CONTO                     PIC X(18).
           02 FILLER                    PIC X(3).
           02 CLIEO                     PIC X(8).
           02 FILLER                    PIC X(3).
           02 ESTAO                     PIC X(1).
           02 FILLER                    PIC X(3).
           02 FAPEO                     PIC X(10).
           02 FILLER                    PIC X(3).
           02 ACLIO                     PIC X(8).
           02 FILLER                    PIC X(3).
           02 AESTO                     PIC X(1).
           02 FILLER                    PIC X(3).
           02 AFAPO                     PIC X(10).
           02 FILLER                    PIC X(3).
           02 MSGSO                     PIC X(60).
