      ******************************************************************
      *                                                                *
      *   MAPA SIMBOLICO GENERADO A PARTIR DEL MAPSET PE3M0168         *
      *   (VER CONSULTA_EN_LINEA/PE3M0168.BMS PARA EL LAYOUT FISICO)   *
      *                                                                *
      *   PANTALLA DE CLIENTES DUPLICADOS (TRANSACCION PE3C0168):      *
      *   OPERACION, CASO Y OBSERVACION, EVIDENCIA DE LOS DOS CODIGOS, *
      *   PUNTAJE Y SOBREVIVIENTE, DATOS DEL CASO Y MENSAJE DE SALIDA  *
      *                                                                *
      ******************************************************************
       01 PE3M0168I.
           02 FILLER                    PIC X(12).
           02 OPERL                     PIC S9(4) COMP.
           02 OPERF                     PIC X.
           02 FILLER REDEFINES OPERF.
               03 OPERA                 PIC X.
           02 OPERI                     PIC X(1).

           02 CASOL                     PIC S9(4) COMP.
           02 CASOF                     PIC X.
           02 FILLER REDEFINES CASOF.
               03 CASOA                 PIC X.
           02 CASOI                     PIC X(9).

           02 OBSEL                     PIC S9(4) COMP.
           02 OBSEF                     PIC X.
           02 FILLER REDEFINES OBSEF.
               03 OBSEA                 PIC X.
           02 OBSEI                     PIC X(40).

           02 ACLIL                     PIC S9(4) COMP.
           02 ACLIF                     PIC X.
           02 FILLER REDEFINES ACLIF.
               03 ACLIA                 PIC X.
           02 ACLII                     PIC X(8).

           02 ADOCL                     PIC S9(4) COMP.
           02 ADOCF                     PIC X.
           02 FILLER REDEFINES ADOCF.
               03 ADOCA                 PIC X.
           02 ADOCI                     PIC X(15).

           02 ACONL                     PIC S9(4) COMP.
           02 ACONF                     PIC X.
           02 FILLER REDEFINES ACONF.
               03 ACONA                 PIC X.
           02 ACONI                     PIC X(5).

           02 ANOML                     PIC S9(4) COMP.
           02 ANOMF                     PIC X.
           02 FILLER REDEFINES ANOMF.
               03 ANOMA                 PIC X.
           02 ANOMI                     PIC X(40).

           02 ASALL                     PIC S9(4) COMP.
           02 ASALF                     PIC X.
           02 FILLER REDEFINES ASALF.
               03 ASALA                 PIC X.
           02 ASALI                     PIC X(20).

           02 AUMVL                     PIC S9(4) COMP.
           02 AUMVF                     PIC X.
           02 FILLER REDEFINES AUMVF.
               03 AUMVA                 PIC X.
           02 AUMVI                     PIC X(10).

           02 BCLIL                     PIC S9(4) COMP.
           02 BCLIF                     PIC X.
           02 FILLER REDEFINES BCLIF.
               03 BCLIA                 PIC X.
           02 BCLII                     PIC X(8).

           02 BDOCL                     PIC S9(4) COMP.
           02 BDOCF                     PIC X.
           02 FILLER REDEFINES BDOCF.
               03 BDOCA                 PIC X.
           02 BDOCI                     PIC X(15).

           02 BCONL                     PIC S9(4) COMP.
           02 BCONF                     PIC X.
           02 FILLER REDEFINES BCONF.
               03 BCONA                 PIC X.
           02 BCONI                     PIC X(5).

           02 BNOML                     PIC S9(4) COMP.
           02 BNOMF                     PIC X.
           02 FILLER REDEFINES BNOMF.
               03 BNOMA                 PIC X.
           02 BNOMI                     PIC X(40).

           02 BSALL                     PIC S9(4) COMP.
           02 BSALF                     PIC X.
           02 FILLER REDEFINES BSALF.
               03 BSALA                 PIC X.
           02 BSALI                     PIC X(20).

           02 BUMVL                     PIC S9(4) COMP.
           02 BUMVF                     PIC X.
           02 FILLER REDEFINES BUMVF.
               03 BUMVA                 PIC X.
           02 BUMVI                     PIC X(10).

           02 SPUNL                     PIC S9(4) COMP.
           02 SPUNF                     PIC X.
           02 FILLER REDEFINES SPUNF.
               03 SPUNA                 PIC X.
           02 SPUNI                     PIC X(3).

           02 SEVIL                     PIC S9(4) COMP.
           02 SEVIF                     PIC X.
           02 FILLER REDEFINES SEVIF.
               03 SEVIA                 PIC X.
           02 SEVII                     PIC X(4).

           02 SSOBL                     PIC S9(4) COMP.
           02 SSOBF                     PIC X.
           02 FILLER REDEFINES SSOBF.
               03 SSOBA                 PIC X.
           02 SSOBI                     PIC X(8).

           02 SESTL                     PIC S9(4) COMP.
           02 SESTF                     PIC X.
           02 FILLER REDEFINES SESTF.
               03 SESTA                 PIC X.
           02 SESTI                     PIC X(1).

           02 SFDEL                     PIC S9(4) COMP.
           02 SFDEF                     PIC X.
           02 FILLER REDEFINES SFDEF.
               03 SFDEA                 PIC X.
           02 SFDEI                     PIC X(10).

           02 SREVL                     PIC S9(4) COMP.
           02 SREVF                     PIC X.
           02 FILLER REDEFINES SREVF.
               03 SREVA                 PIC X.
           02 SREVI                     PIC X(8).

           02 SFREL                     PIC S9(4) COMP.
           02 SFREF                     PIC X.
           02 FILLER REDEFINES SFREF.
               03 SFREA                 PIC X.
           02 SFREI                     PIC X(10).

           02 SORIL                     PIC S9(4) COMP.
           02 SORIF                     PIC X.
           02 FILLER REDEFINES SORIF.
               03 SORIA                 PIC X.
           02 SORII                     PIC X(1).

           02 SOBSL                     PIC S9(4) COMP.
           02 SOBSF                     PIC X.
           02 FILLER REDEFINES SOBSF.
               03 SOBSA                 PIC X.
           02 SOBSI                     PIC X(40).

           02 MSGSL                     PIC S9(4) COMP.
           02 MSGSF                     PIC X.
           02 FILLER REDEFINES MSGSF.
               03 MSGSA                 PIC X.
           02 MSGSI                     PIC X(60).

       01 PE3M0168O REDEFINES PE3M0168I.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(3).
           02 OPERO                     PIC X(1).
           02 FILLER                    PIC X(3).
           02 CASOO                     PIC X(9).
           02 FILLER                    PIC X(3).
           02 OBSEO                     PIC X(40).
           02 FILLER                    PIC X(3).
           02 ACLIO                     PIC X(8).
           02 FILLER                    PIC X(3).
           02 ADOCO                     PIC X(15).
           02 FILLER                    PIC X(3).
           02 ACONO                     PIC X(5).
           02 FILLER                    PIC X(3).
           02 ANOMO                     PIC X(40).
           02 FILLER                    PIC X(3).
           02 ASALO                     PIC X(20).
           02 FILLER                    PIC X(3).
           02 AUMVO                     PIC X(10).
           02 FILLER                    PIC X(3).
           02 BCLIO                     PIC X(8).
           02 FILLER                    PIC X(3).
           02 BDOCO                     PIC X(15).
           02 FILLER                    PIC X(3).
           02 BCONO                     PIC X(5).
           02 FILLER                    PIC X(3).
           02 BNOMO                     PIC X(40).
           02 FILLER                    PIC X(3).
           02 BSALO                     PIC X(20).
           02 FILLER                    PIC X(3).
           02 BUMVO                     PIC X(10).
           02 FILLER                    PIC X(3).
           02 SPUNO                     PIC X(3).
           02 FILLER                    PIC X(3).
           02 SEVIO                     PIC X(4).
           02 FILLER                    PIC X(3).
           02 SSOBO                     PIC X(8).
           02 FILLER                    PIC X(3).
           02 SESTO                     PIC X(1).
           02 FILLER                    PIC X(3).
           02 SFDEO                     PIC X(10).
           02 FILLER                    PIC X(3).
           02 SREVO                     PIC X(8).
           02 FILLER                    PIC X(3).
           02 SFREO                     PIC X(10).
           02 FILLER                    PIC X(3).
           02 SORIO                     PIC X(1).
           02 FILLER                    PIC X(3).
           02 SOBSO                     PIC X(40).
           02 FILLER                    PIC X(3).
           02 MSGSO                     PIC X(60).
