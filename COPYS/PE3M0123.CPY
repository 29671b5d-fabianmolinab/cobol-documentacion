      ******************************************************************
      *                                                                *
      *   MAPA SIMBOLICO GENERADO A PARTIR DEL MAPSET PE3M0123         *
      *   (VER CONSULTA_EN_LINEA/PE3M0123.BMS PARA EL LAYOUT FISICO)   *
      *                                                                *
      *   PANTALLA DE COTIZACION DE PREPAGO (TRANSACCION PE3C0123):    *
      *   CONTRATO Y FECHA DE CORTE DE ENTRADA, SIETE RENGLONES CON    *
      *   EL DESGLOSE DE LA COTIZACION Y MENSAJE DE SALIDA             *
      *                                                                *
      ******************************************************************
       01 PE3M0123I.
           02 FILLER                    PIC X(12).
           02 CONTL                     PIC S9(4) COMP.
           02 CONTF                     PIC X.
           02 FILLER REDEFINES CONTF.
               03 CONTA                 PIC X.
           02 CONTI                     PIC X(18).

           02 FCORL                     PIC S9(4) COMP.
           02 FCORF                     PIC X.
           02 FILLER REDEFINES FCORF.
               03 FCORA                 PIC X.
           02 FCORI                     PIC X(10).

           02 R01L                     PIC S9(4) COMP.
           02 R01F                     PIC X.
           02 FILLER REDEFINES R01F.
               03 R01A                 PIC X.
           02 R01I                     PIC X(78).

           02 R02L                     PIC S9(4) COMP.
           02 R02F                     PIC X.
           02 FILLER REDEFINES R02F.
               03 R02A                 PIC X.
           02 R02I                     PIC X(78).

           02 R03L                     PIC S9(4) COMP.
           02 R03F                     PIC X.
           02 FILLER REDEFINES R03F.
               03 R03A                 PIC X.
           02 R03I                     PIC X(78).

           02 R04L                     PIC S9(4) COMP.
           02 R04F                     PIC X.
           02 FILLER REDEFINES R04F.
               03 R04A                 PIC X.
           02 R04I                     PIC X(78).

           02 R05L                     PIC S9(4) COMP.
           02 R05F                     PIC X.
           02 FILLER REDEFINES R05F.
               03 R05A                 PIC X.
           02 R05I                     PIC X(78).

           02 R06L                     PIC S9(4) COMP.
           02 R06F                     PIC X.
           02 FILLER REDEFINES R06F.
               03 R06A                 PIC X.
           02 R06I                     PIC X(78).

           02 R07L                     PIC S9(4) COMP.
           02 R07F                     PIC X.
           02 FILLER REDEFINES R07F.
               03 R07A                 PIC X.
           02 R07I                     PIC X(78).

           02 MSGSL                     PIC S9(4) COMP.
           02 MSGSF                     PIC X.
           02 FILLER REDEFINES MSGSF.
               03 MSGSA                 PIC X.
           02 MSGSI                     PIC X(78).

       01 PE3M0123O REDEFINES PE3M0123I.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(3).
           02 CONTO                     PIC X(18).
           02 FILLER                    PIC X(3).
           02 FCORO                     PIC X(10).
           02 FILLER                    PIC X(3).
           02 R01O                     PIC X(78).
           02 FILLER                    PIC X(3).
           02 R02O                     PIC X(78).
           02 FILLER                    PIC X(3).
           02 R03O                     PIC X(78).
           02 FILLER                    PIC X(3).
           02 R04O                     PIC X(78).
           02 FILLER                    PIC X(3).
           02 R05O                     PIC X(78).
           02 FILLER                    PIC X(3).
           02 R06O                     PIC X(78).
           02 FILLER                    PIC X(3).
           02 R07O                     PIC X(78).
           02 FILLER                    PIC X(3).
           02 MSGSO                     PIC X(78).
