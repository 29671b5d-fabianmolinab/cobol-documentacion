      ******************************************************************
      *                                                                *
      *   MAPA SIMBOLICO GENERADO A PARTIR DEL MAPSET PE3M0164         *
      *   (VER CONSULTA_EN_LINEA/PE3M0164.BMS PARA EL LAYOUT FISICO)   *
      *                                                                *
      *   PANTALLA DE ESTADOS DE CUENTA ARCHIVADOS (TRANSACCION        *
      *   PE3C0164): CLIENTE Y SELECCION DE ENTRADA, TITULO, CATORCE   *
      *   RENGLONES PARA LA LISTA O LA PAGINA DEL ESTADO, MENSAJE Y    *
      *   TECLAS DE LA VISTA EN CURSO                                  *
      *                                                                *
      ******************************************************************
       01 PE3M0164I.
           02 FILLER                    PIC X(12).
           02 CLIEL                     PIC S9(4) COMP.
           02 CLIEF                     PIC X.
           02 FILLER REDEFINES CLIEF.
               03 CLIEA                 PIC X.
           02 CLIEI                     PIC X(8).

           02 NOMBL                     PIC S9(4) COMP.
           02 NOMBF                     PIC X.
           02 FILLER REDEFINES NOMBF.
               03 NOMBA                 PIC X.
           02 NOMBI                     PIC X(40).

           02 SELEL                     PIC S9(4) COMP.
           02 SELEF                     PIC X.
           02 FILLER REDEFINES SELEF.
               03 SELEA                 PIC X.
           02 SELEI                     PIC X(2).

           02 TITUL                     PIC S9(4) COMP.
           02 TITUF                     PIC X.
           02 FILLER REDEFINES TITUF.
               03 TITUA                 PIC X.
           02 TITUI                     PIC X(58).

           02 R01L                      PIC S9(4) COMP.
           02 R01F                      PIC X.
           02 FILLER REDEFINES R01F.
               03 R01A                  PIC X.
           02 R01I                      PIC X(78).

           02 R02L                      PIC S9(4) COMP.
           02 R02F                      PIC X.
           02 FILLER REDEFINES R02F.
               03 R02A                  PIC X.
           02 R02I                      PIC X(78).

           02 R03L                      PIC S9(4) COMP.
           02 R03F                      PIC X.
           02 FILLER REDEFINES R03F.
               03 R03A                  PIC X.
           02 R03I                      PIC X(78).

           02 R04L                      PIC S9(4) COMP.
           02 R04F                      PIC X.
           02 FILLER REDEFINES R04F.
               03 R04A                  PIC X.
           02 R04I                      PIC X(78).

           02 R05L                      PIC S9(4) COMP.
           02 R05F                      PIC X.
           02 FILLER REDEFINES R05F.
               03 R05A                  PIC X.
           02 R05I                      PIC X(78).

           02 R06L                      PIC S9(4) COMP.
           02 R06F                      PIC X.
           02 FILLER REDEFINES R06F.
               03 R06A                  PIC X.
           02 R06I                      PIC X(78).

           02 R07L                      PIC S9(4) COMP.
           02 R07F                      PIC X.
           02 FILLER REDEFINES R07F.
               03 R07A                  PIC X.
           02 R07I                      PIC X(78).

           02 R08L                      PIC S9(4) COMP.
           02 R08F                      PIC X.
           02 FILLER REDEFINES R08F.
               03 R08A                  PIC X.
           02 R08I                      PIC X(78).

           02 R09L                      PIC S9(4) COMP.
           02 R09F                      PIC X.
           02 FILLER REDEFINES R09F.
               03 R09A                  PIC X.
           02 R09I                      PIC X(78).

           02 R10L                      PIC S9(4) COMP.
           02 R10F                      PIC X.
           02 FILLER REDEFINES R10F.
               03 R10A                  PIC X.
           02 R10I                      PIC X(78).

           02 R11L                      PIC S9(4) COMP.
           02 R11F                      PIC X.
           02 FILLER REDEFINES R11F.
               03 R11A                  PIC X.
           02 R11I                      PIC X(78).

           02 R12L                      PIC S9(4) COMP.
           02 R12F                      PIC X.
           02 FILLER REDEFINES R12F.
               03 R12A                  PIC X.
           02 R12I                      PIC X(78).

           02 R13L                      PIC S9(4) COMP.
           02 R13F                      PIC X.
           02 FILLER REDEFINES R13F.
               03 R13A                  PIC X.
           02 R13I                      PIC X(78).

           02 R14L                      PIC S9(4) COMP.
           02 R14F                      PIC X.
           02 FILLER REDEFINES R14F.
               03 R14A                  PIC X.
           02 R14I                      PIC X(78).

           02 MSGSL                     PIC S9(4) COMP.
           02 MSGSF                     PIC X.
           02 FILLER REDEFINES MSGSF.
               03 MSGSA                 PIC X.
           02 MSGSI                     PIC X(78).

           02 TECLL                     PIC S9(4) COMP.
           02 TECLF                     PIC X.
           02 FILLER REDEFINES TECLF.
               03 TECLA                 PIC X.
           02 TECLI                     PIC X(78).

       01 PE3M0164O REDEFINES PE3M0164I.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(3).
           02 CLIEO                     PIC X(8).
           02 FILLER                    PIC X(3).
           02 NOMBO                     PIC X(40).
           02 FILLER                    PIC X(3).
           02 SELEO                     PIC X(2).
           02 FILLER                    PIC X(3).
           02 TITUO                     PIC X(58).
           02 FILLER                    PIC X(3).
           02 R01O                      PIC X(78).
           02 FILLER                    PIC X(3).
           02 R02O                      PIC X(78).
           02 FILLER                    PIC X(3).
           02 R03O                      PIC X(78).
           02 FILLER                    PIC X(3).
           02 R04O                      PIC X(78).
           02 FILLER                    PIC X(3).
           02 R05O                      PIC X(78).
           02 FILLER                    PIC X(3).
           02 R06O                      PIC X(78).
           02 FILLER                    PIC X(3).
           02 R07O                      PIC X(78).
           02 FILLER                    PIC X(3).
           02 R08O                      PIC X(78).
           02 FILLER                    PIC X(3).
           02 R09O                      PIC X(78).
           02 FILLER                    PIC X(3).
           02 R10O                      PIC X(78).
           02 FILLER                    PIC X(3).
           02 R11O                      PIC X(78).
           02 FILLER                    PIC X(3).
           02 R12O                      PIC X(78).
           02 FILLER                    PIC X(3).
           02 R13O                      PIC X(78).
           02 FILLER                    PIC X(3).
           02 R14O                      PIC X(78).
           02 FILLER                    PIC X(3).
           02 MSGSO                     PIC X(78).
           02 FILLER                    PIC X(3).
           02 TECLO                     PIC X(78).
