      ******************************************************************
      *                                                                *
      *   MAPA SIMBOLICO GENERADO A PARTIR DEL MAPSET PE3M0111         *
      *   (VER CONSULTA_EN_LINEA/PE3M0111.BMS PARA EL LAYOUT FISICO)   *
      *                                                                *
      *   PANTALLA DE LA COLA DE COBRANZA (TRANSACCION PE3C0111):      *
      *   GESTOR A CONSULTAR, DIEZ RENGLONES DE LA COLA, CAPTURA DEL   *
      *   RESULTADO DEL CONTACTO Y MENSAJE DE SALIDA                   *
      *                                                                *
      ******************************************************************
       01 PE3M0111I.
           02 FILLER                    PIC X(12).
           02 GESTL                     PIC S9(4) COMP.
           02 GESTF                     PIC X.
           02 FILLER REDEFINES GESTF.
               03 GESTA                 PIC X.
           02 GESTI                     PIC X(8).

           02 L01L                     PIC S9(4) COMP.
           02 L01F                     PIC X.
           02 FILLER REDEFINES L01F.
               03 L01A                 PIC X.
           02 L01I                     PIC X(78).

           02 L02L                     PIC S9(4) COMP.
           02 L02F                     PIC X.
           02 FILLER REDEFINES L02F.
               03 L02A                 PIC X.
           02 L02I                     PIC X(78).

           02 L03L                     PIC S9(4) COMP.
           02 L03F                     PIC X.
           02 FILLER REDEFINES L03F.
               03 L03A                 PIC X.
           02 L03I                     PIC X(78).

           02 L04L                     PIC S9(4) COMP.
           02 L04F                     PIC X.
           02 FILLER REDEFINES L04F.
               03 L04A                 PIC X.
           02 L04I                     PIC X(78).

           02 L05L                     PIC S9(4) COMP.
           02 L05F                     PIC X.
           02 FILLER REDEFINES L05F.
               03 L05A                 PIC X.
           02 L05I                     PIC X(78).

           02 L06L                     PIC S9(4) COMP.
           02 L06F                     PIC X.
           02 FILLER REDEFINES L06F.
               03 L06A                 PIC X.
           02 L06I                     PIC X(78).

           02 L07L                     PIC S9(4) COMP.
           02 L07F                     PIC X.
           02 FILLER REDEFINES L07F.
               03 L07A                 PIC X.
           02 L07I                     PIC X(78).

           02 L08L                     PIC S9(4) COMP.
           02 L08F                     PIC X.
           02 FILLER REDEFINES L08F.
               03 L08A                 PIC X.
           02 L08I                     PIC X(78).

           02 L09L                     PIC S9(4) COMP.
           02 L09F                     PIC X.
           02 FILLER REDEFINES L09F.
               03 L09A                 PIC X.
           02 L09I                     PIC X(78).

           02 L10L                     PIC S9(4) COMP.
           02 L10F                     PIC X.
           02 FILLER REDEFINES L10F.
               03 L10A                 PIC X.
           02 L10I                     PIC X(78).

           02 CLIEL                     PIC S9(4) COMP.
           02 CLIEF                     PIC X.
           02 FILLER REDEFINES CLIEF.
               03 CLIEA                 PIC X.
           02 CLIEI                     PIC X(8).

           02 RESUL                     PIC S9(4) COMP.
           02 RESUF                     PIC X.
           02 FILLER REDEFINES RESUF.
               03 RESUA                 PIC X.
           02 RESUI                     PIC X(1).

           02 FPROL                     PIC S9(4) COMP.
           02 FPROF                     PIC X.
           02 FILLER REDEFINES FPROF.
               03 FPROA                 PIC X.
           02 FPROI                     PIC X(10).

           02 VPROL                     PIC S9(4) COMP.
           02 VPROF                     PIC X.
           02 FILLER REDEFINES VPROF.
               03 VPROA                 PIC X.
           02 VPROI                     PIC X(11).

           02 MSGSL                     PIC S9(4) COMP.
           02 MSGSF                     PIC X.
           02 FILLER REDEFINES MSGSF.
               03 MSGSA                 PIC X.
           02 MSGSI                     PIC X(78).

       01 PE3M0111O REDEFINES PE3M0111I.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(3).
           02 GESTO                     PIC X(8).
           02 FILLER                    PIC X(3).
           02 L01O                     PIC X(78).
           02 FILLER                    PIC X(3).
           02 L02O                     PIC X(78).
           02 FILLER                    PIC X(3).
           02 L03O                     PIC X(78).
           02 FILLER                    PIC X(3).
           02 L04O                     PIC X(78).
           02 FILLER                    PIC X(3).
           02 L05O                     PIC X(78).
           02 FILLER                    PIC X(3).
           02 L06O                     PIC X(78).
           02 FILLER                    PIC X(3).
           02 L07O                     PIC X(78).
           02 FILLER                    PIC X(3).
           02 L08O                     PIC X(78).
           02 FILLER                    PIC X(3).
           02 L09O                     PIC X(78).
           02 FILLER                    PIC X(3).
           02 L10O                     PIC X(78).
           02 FILLER                    PIC X(3).
           02 CLIEO                     PIC X(8).
           02 FILLER                    PIC X(3).
           02 RESUO                     PIC X(1).
           02 FILLER                    PIC X(3).
           02 FPROO                     PIC X(10).
           02 FILLER                    PIC X(3).
           02 VPROO                     PIC X(11).
           02 FILLER                    PIC X(3).
           02 MSGSO                     PIC X(78).
