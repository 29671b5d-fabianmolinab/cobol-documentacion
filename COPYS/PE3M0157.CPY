      ******************************************************************
      *                                                                *
      *   MAPA SIMBOLICO GENERADO A PARTIR DEL MAPSET PE3M0157         *
      *   (VER CONSULTA_EN_LINEA/PE3M0157.BMS PARA EL LAYOUT FISICO)   *
      *                                                                *
      *   PANTALLA DEL CALENDARIO DE FECHAS (PE3C0157): OPERACION Y    *
      *   LLAVE CLIENTE/PRODUCTO/FECHA DE ENTRADA, FILA ACTUAL DE      *
      *   PRDTW03 Y MENSAJE DE SALIDA                                  *
      *                                                                *
      ******************************************************************
       01 PE3M0157I.
           02 FILLER                    PIC X(12).
           02 OPERL                     PIC S9(4) COMP.
           02 OPERF                     PIC X.
           02 FILLER REDEFINES OPERF.
               03 OPERA                 PIC X.
           02 OPERI                     PIC X(1).

           02 CLIEL                     PIC S9(4) COMP.
           02 CLIEF                     PIC X.
           02 FILLER REDEFINES CLIEF.
               03 CLIEA                 PIC X.
           02 CLIEI                     PIC X(8).

           02 PRODL                     PIC S9(4) COMP.
           02 PRODF                     PIC X.
           02 FILLER REDEFINES PRODF.
               03 PRODA                 PIC X.
           02 PRODI                     PIC X(2).

           02 FECHL                     PIC S9(4) COMP.
           02 FECHF                     PIC X.
           02 FILLER REDEFINES FECHF.
               03 FECHA                 PIC X.
           02 FECHI                     PIC X(10).

           02 FNUEL                     PIC S9(4) COMP.
           02 FNUEF                     PIC X.
           02 FILLER REDEFINES FNUEF.
               03 FNUEA                 PIC X.
           02 FNUEI                     PIC X(10).

           02 VALOL                     PIC S9(4) COMP.
           02 VALOF                     PIC X.
           02 FILLER REDEFINES VALOF.
               03 VALOA                 PIC X.
           02 VALOI                     PIC X(13).

           02 AESTL                     PIC S9(4) COMP.
           02 AESTF                     PIC X.
           02 FILLER REDEFINES AESTF.
               03 AESTA                 PIC X.
           02 AESTI                     PIC X(1).

           02 AVESL                     PIC S9(4) COMP.
           02 AVESF                     PIC X.
           02 FILLER REDEFINES AVESF.
               03 AVESA                 PIC X.
           02 AVESI                     PIC X(15).

           02 AVAPL                     PIC S9(4) COMP.
           02 AVAPF                     PIC X.
           02 FILLER REDEFINES AVAPF.
               03 AVAPA                 PIC X.
           02 AVAPI                     PIC X(15).

           02 ACOBL                     PIC S9(4) COMP.
           02 ACOBF                     PIC X.
           02 FILLER REDEFINES ACOBF.
               03 ACOBA                 PIC X.
           02 ACOBI                     PIC X(1).

           02 MSGSL                     PIC S9(4) COMP.
           02 MSGSF                     PIC X.
           02 FILLER REDEFINES MSGSF.
               03 MSGSA                 PIC X.
           02 MSGSI                     PIC X(60).

       01 PE3M0157O REDEFINES PE3M0157I.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(3).
           02 OPERO                     PIC X(1).
           02 FILLER                    PIC X(3).
           02 CLIEO                     PIC X(8).
           02 FILLER                    PIC X(3).
           02 PRODO                     PIC X(2).
           02 FILLER                    PIC X(3).
           02 FECHO                     PIC X(10).
           02 FILLER                    PIC X(3).
           02 FNUEO                     PIC X(10).
           02 FILLER                    PIC X(3).
           02 VALOO                     PIC X(13).
           02 FILLER                    PIC X(3).
           02 AESTO                     PIC X(1).
           02 FILLER                    PIC X(3).
           02 AVESO                     PIC X(15).
           02 FILLER                    PIC X(3).
           02 AVAPO                     PIC X(15).
           02 FILLER                    PIC X(3).
           02 ACOBO                     PIC X(1).
           02 FILLER                    PIC X(3).
           02 MSGSO                     PIC X(60).
