      ******************************************************************
      *                                                                *
      *   MAPA SIMBOLICO GENERADO A PARTIR DEL MAPSET PE3M0114         *
      *   (VER CONSULTA_EN_LINEA/PE3M0114.BMS PARA EL LAYOUT FISICO)   *
      *                                                                *
      *   PANTALLA DE CONDONACION DE SANCIONES (TRANSACCION PE3C0114): *
      *   OPERACION, SOLICITUD, SANCION Y VALOR A CONDONAR, DATOS DE   *
      *   LA SANCION Y DE LA SOLICITUD, Y MENSAJE DE SALIDA            *
      *                                                                *
      ******************************************************************
       01 PE3M0114I.
           02 FILLER                    PIC X(12).
           02 OPERL                     PIC S9(4) COMP.
           02 OPERF                     PIC X.
           02 FILLER REDEFINES OPERF.
               03 OPERA                 PIC X.
           02 OPERI                     PIC X(1).

           02 NUMEL                     PIC S9(4) COMP.
           02 NUMEF                     PIC X.
           02 FILLER REDEFINES NUMEF.
               03 NUMEA                 PIC X.
           02 NUMEI                     PIC X(9).

           02 IDMVL                     PIC S9(4) COMP.
           02 IDMVF                     PIC X.
           02 FILLER REDEFINES IDMVF.
               03 IDMVA                 PIC X.
           02 IDMVI                     PIC X(13).

           02 VALOL                     PIC S9(4) COMP.
           02 VALOF                     PIC X.
           02 FILLER REDEFINES VALOF.
               03 VALOA                 PIC X.
           02 VALOI                     PIC X(13).

           02 MOTIL                     PIC S9(4) COMP.
           02 MOTIF                     PIC X.
           02 FILLER REDEFINES MOTIF.
               03 MOTIA                 PIC X.
           02 MOTII                     PIC X(2).

           02 DETAL                     PIC S9(4) COMP.
           02 DETAF                     PIC X.
           02 FILLER REDEFINES DETAF.
               03 DETAA                 PIC X.
           02 DETAI                     PIC X(40).

           02 SCLIL                     PIC S9(4) COMP.
           02 SCLIF                     PIC X.
           02 FILLER REDEFINES SCLIF.
               03 SCLIA                 PIC X.
           02 SCLII                     PIC X(8).

           02 SCTOL                     PIC S9(4) COMP.
           02 SCTOF                     PIC X.
           02 FILLER REDEFINES SCTOF.
               03 SCTOA                 PIC X.
           02 SCTOI                     PIC X(18).

           02 SFECL                     PIC S9(4) COMP.
           02 SFECF                     PIC X.
           02 FILLER REDEFINES SFECF.
               03 SFECA                 PIC X.
           02 SFECI                     PIC X(10).

           02 SMONL                     PIC S9(4) COMP.
           02 SMONF                     PIC X.
           02 FILLER REDEFINES SMONF.
               03 SMONA                 PIC X.
           02 SMONI                     PIC X(3).

           02 SVALL                     PIC S9(4) COMP.
           02 SVALF                     PIC X.
           02 FILLER REDEFINES SVALF.
               03 SVALA                 PIC X.
           02 SVALI                     PIC X(16).

           02 SYACL                     PIC S9(4) COMP.
           02 SYACF                     PIC X.
           02 FILLER REDEFINES SYACF.
               03 SYACA                 PIC X.
           02 SYACI                     PIC X(16).

           02 SPENL                     PIC S9(4) COMP.
           02 SPENF                     PIC X.
           02 FILLER REDEFINES SPENF.
               03 SPENA                 PIC X.
           02 SPENI                     PIC X(16).

           02 SESTL                     PIC S9(4) COMP.
           02 SESTF                     PIC X.
           02 FILLER REDEFINES SESTF.
               03 SESTA                 PIC X.
           02 SESTI                     PIC X(1).

           02 SSOLL                     PIC S9(4) COMP.
           02 SSOLF                     PIC X.
           02 FILLER REDEFINES SSOLF.
               03 SSOLA                 PIC X.
           02 SSOLI                     PIC X(8).

           02 SFSOL                     PIC S9(4) COMP.
           02 SFSOF                     PIC X.
           02 FILLER REDEFINES SFSOF.
               03 SFSOA                 PIC X.
           02 SFSOI                     PIC X(10).

           02 SVSOL                     PIC S9(4) COMP.
           02 SVSOF                     PIC X.
           02 FILLER REDEFINES SVSOF.
               03 SVSOA                 PIC X.
           02 SVSOI                     PIC X(16).

           02 SLIML                     PIC S9(4) COMP.
           02 SLIMF                     PIC X.
           02 FILLER REDEFINES SLIMF.
               03 SLIMA                 PIC X.
           02 SLIMI                     PIC X(16).

           02 MSGSL                     PIC S9(4) COMP.
           02 MSGSF                     PIC X.
           02 FILLER REDEFINES MSGSF.
               03 MSGSA                 PIC X.
           02 MSGSI                     PIC X(60).

       01 PE3M0114O REDEFINES PE3M0114I.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(3).
           02 OPERO                     PIC X(1).
           02 FILLER                    PIC X(3).
           02 NUMEO                     PIC X(9).
           02 FILLER                    PIC X(3).
           02 IDMVO                     PIC X(13).
           02 FILLER                    PIC X(3).
           02 VALOO                     PIC X(13).
           02 FILLER                    PIC X(3).
           02 MOTIO                     PIC X(2).
           02 FILLER                    PIC X(3).
           02 DETAO                     PIC X(40).
           02 FILLER                    PIC X(3).
           02 SCLIO                     PIC X(8).
           02 FILLER                    PIC X(3).
           02 SCTOO                     PIC X(18).
           02 FILLER                    PIC X(3).
           02 SFECO                     PIC X(10).
           02 FILLER                    PIC X(3).
           02 SMONO                     PIC X(3).
           02 FILLER                    PIC X(3).
           02 SVALO                     PIC X(16).
           02 FILLER                    PIC X(3).
           02 SYACO                     PIC X(16).
           02 FILLER                    PIC X(3).
           02 SPENO                     PIC X(16).
           02 FILLER                    PIC X(3).
           02 SESTO                     PIC X(1).
           02 FILLER                    PIC X(3).
           02 SSOLO                     PIC X(8).
           02 FILLER                    PIC X(3).
           02 SFSOO                     PIC X(10).
           02 FILLER                    PIC X(3).
           02 SVSOO                     PIC X(16).
           02 FILLER                    PIC X(3).
           02 SLIMO                     PIC X(16).
           02 FILLER                    PIC X(3).
           02 MSGSO                     PIC X(60).
