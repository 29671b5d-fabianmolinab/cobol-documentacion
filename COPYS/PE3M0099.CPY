      ******************************************************************
      *                                                                *
      *   MAPA SIMBOLICO GENERADO A PARTIR DEL MAPSET PE3M0099         *
      *   (VER CONSULTA_EN_LINEA/PE3M0099.BMS PARA EL LAYOUT FISICO)   *
      *                                                                *
      *   PANTALLA DE LA CUENTA DE SUSPENSO (PE3C0099): BANCO Y        *
      *   REFERENCIA DEL ITEM, DATOS INFORMADOS POR EL BANCO, ACCION   *
      *   A/D CON SU CLIENTE/CONTRATO DESTINO Y MENSAJE DE SALIDA      *
      *                                                                *
      ******************************************************************
       01 PE3M0099I.
           02 FILLER                    PIC X(12).
           02 BANCL                     PIC S9(4) COMP.
           02 BANCF                     PIC X.
           02 FILLER REDEFINES BANCF.
               03 BANCA                 PIC X.
           02 BANCI                     PIC X(4).

           02 REFEL                     PIC S9(4) COMP.
           02 REFEF                     PIC X.
           02 FILLER REDEFINES REFEF.
               03 REFEA                 PIC X.
           02 REFEI                     PIC X(16).

           02 ICLIL                     PIC S9(4) COMP.
           02 ICLIF                     PIC X.
           02 FILLER REDEFINES ICLIF.
               03 ICLIA                 PIC X.
           02 ICLII                     PIC X(8).

           02 ICONL                     PIC S9(4) COMP.
           02 ICONF                     PIC X.
           02 FILLER REDEFINES ICONF.
               03 ICONA                 PIC X.
           02 ICONI                     PIC X(18).

           02 IFCOL                     PIC S9(4) COMP.
           02 IFCOF                     PIC X.
           02 FILLER REDEFINES IFCOF.
               03 IFCOA                 PIC X.
           02 IFCOI                     PIC X(10).

           02 IVALL                     PIC S9(4) COMP.
           02 IVALF                     PIC X.
           02 FILLER REDEFINES IVALF.
               03 IVALA                 PIC X.
           02 IVALI                     PIC X(13).

           02 IFREL                     PIC S9(4) COMP.
           02 IFREF                     PIC X.
           02 FILLER REDEFINES IFREF.
               03 IFREA                 PIC X.
           02 IFREI                     PIC X(10).

           02 IMOTL                     PIC S9(4) COMP.
           02 IMOTF                     PIC X.
           02 FILLER REDEFINES IMOTF.
               03 IMOTA                 PIC X.
           02 IMOTI                     PIC X(2).

           02 IESTL                     PIC S9(4) COMP.
           02 IESTF                     PIC X.
           02 FILLER REDEFINES IESTF.
               03 IESTA                 PIC X.
           02 IESTI                     PIC X(1).

           02 ACCIL                     PIC S9(4) COMP.
           02 ACCIF                     PIC X.
           02 FILLER REDEFINES ACCIF.
               03 ACCIA                 PIC X.
           02 ACCII                     PIC X(1).

           02 CLIAL                     PIC S9(4) COMP.
           02 CLIAF                     PIC X.
           02 FILLER REDEFINES CLIAF.
               03 CLIAA                 PIC X.
           02 CLIAI                     PIC X(8).

           02 CNTAL                     PIC S9(4) COMP.
           02 CNTAF                     PIC X.
           02 FILLER REDEFINES CNTAF.
               03 CNTAA                 PIC X.
           02 CNTAI                     PIC X(18).

           02 MSGSL                     PIC S9(4) COMP.
           02 MSGSF                     PIC X.
           02 FILLER REDEFINES MSGSF.
               03 MSGSA                 PIC X.
           02 MSGSI                     PIC X(60).

       01 PE3M0099O REDEFINES PE3M0099I.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(3).
           02 BANCO                     PIC X(4).
           02 FILLER                    PIC X(3).
           02 REFEO                     PIC X(16).
           02 FILLER                    PIC X(3).
           02 ICLIO                     PIC X(8).
           02 FILLER                    PIC X(3).
           02 ICONO                     PIC X(18).
           02 FILLER                    PIC X(3).
           02 IFCOO                     PIC X(10).
           02 FILLER                    PIC X(3).
           02 IVALO                     PIC X(13).
           02 FILLER                    PIC X(3).
           02 IFREO                     PIC X(10).
           02 FILLER                    PIC X(3).
           02 IMOTO                     PIC X(2).
           02 FILLER                    PIC X(3).
           02 IESTO                     PIC X(1).
           02 FILLER                    PIC X(3).
           02 ACCIO                     PIC X(1).
           02 FILLER                    PIC X(3).
           02 CLIAO                     PIC X(8).
           02 FILLER                    PIC X(3).
           02 CNTAO                     PIC X(18).
           02 FILLER                    PIC X(3).
           02 MSGSO                     PIC X(60).
