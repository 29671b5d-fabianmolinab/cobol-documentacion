      ******************************************************************
      *                                                                *
      *   MAPA SIMBOLICO GENERADO A PARTIR DEL MAPSET PE3M0145         *
      *   (VER CONSULTA_EN_LINEA/PE3M0145.BMS PARA EL LAYOUT FISICO)   *
      *                                                                *
      *   PANTALLA DE CASOS DE LISTAS RESTRICTIVAS (TRANSACCION        *
      *   PE3C0145): OPERACION, CASO Y OBSERVACION, DATOS DEL CLIENTE, *
      *   DEL REGISTRO DE LISTA Y DEL CASO, Y MENSAJE DE SALIDA        *
      *                                                                *
      ******************************************************************
       01 PE3M0145I.
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

           02 SCLIL                     PIC S9(4) COMP.
           02 SCLIF                     PIC X.
           02 FILLER REDEFINES SCLIF.
               03 SCLIA                 PIC X.
           02 SCLII                     PIC X(8).

           02 SDOCL                     PIC S9(4) COMP.
           02 SDOCF                     PIC X.
           02 FILLER REDEFINES SDOCF.
               03 SDOCA                 PIC X.
           02 SDOCI                     PIC X(15).

           02 SNOML                     PIC S9(4) COMP.
           02 SNOMF                     PIC X.
           02 FILLER REDEFINES SNOMF.
               03 SNOMA                 PIC X.
           02 SNOMI                     PIC X(40).

           02 SCONL                     PIC S9(4) COMP.
           02 SCONF                     PIC X.
           02 FILLER REDEFINES SCONF.
               03 SCONA                 PIC X.
           02 SCONI                     PIC X(5).

           02 SLISL                     PIC S9(4) COMP.
           02 SLISF                     PIC X.
           02 FILLER REDEFINES SLISF.
               03 SLISA                 PIC X.
           02 SLISI                     PIC X(1).

           02 SIDLL                     PIC S9(4) COMP.
           02 SIDLF                     PIC X.
           02 FILLER REDEFINES SIDLF.
               03 SIDLA                 PIC X.
           02 SIDLI                     PIC X(15).

           02 STIPL                     PIC S9(4) COMP.
           02 STIPF                     PIC X.
           02 FILLER REDEFINES STIPF.
               03 STIPA                 PIC X.
           02 STIPI                     PIC X(1).

           02 SLNOL                     PIC S9(4) COMP.
           02 SLNOF                     PIC X.
           02 FILLER REDEFINES SLNOF.
               03 SLNOA                 PIC X.
           02 SLNOI                     PIC X(60).

           02 SLDOL                     PIC S9(4) COMP.
           02 SLDOF                     PIC X.
           02 FILLER REDEFINES SLDOF.
               03 SLDOA                 PIC X.
           02 SLDOI                     PIC X(20).

           02 SCOIL                     PIC S9(4) COMP.
           02 SCOIF                     PIC X.
           02 FILLER REDEFINES SCOIF.
               03 SCOIA                 PIC X.
           02 SCOII                     PIC X(1).

           02 SPUNL                     PIC S9(4) COMP.
           02 SPUNF                     PIC X.
           02 FILLER REDEFINES SPUNF.
               03 SPUNA                 PIC X.
           02 SPUNI                     PIC X(3).

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

           02 SANAL                     PIC S9(4) COMP.
           02 SANAF                     PIC X.
           02 FILLER REDEFINES SANAF.
               03 SANAA                 PIC X.
           02 SANAI                     PIC X(8).

           02 SFREL                     PIC S9(4) COMP.
           02 SFREF                     PIC X.
           02 FILLER REDEFINES SFREF.
               03 SFREA                 PIC X.
           02 SFREI                     PIC X(10).

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

       01 PE3M0145O REDEFINES PE3M0145I.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(3).
           02 OPERO                     PIC X(1).
           02 FILLER                    PIC X(3).
           02 CASOO                     PIC X(9).
           02 FILLER                    PIC X(3).
           02 OBSEO                     PIC X(40).
           02 FILLER                    PIC X(3).
           02 SCLIO                     PIC X(8).
           02 FILLER                    PIC X(3).
           02 SDOCO                     PIC X(15).
           02 FILLER                    PIC X(3).
           02 SNOMO                     PIC X(40).
           02 FILLER                    PIC X(3).
           02 SCONO                     PIC X(5).
           02 FILLER                    PIC X(3).
           02 SLISO                     PIC X(1).
           02 FILLER                    PIC X(3).
           02 SIDLO                     PIC X(15).
           02 FILLER                    PIC X(3).
           02 STIPO                     PIC X(1).
           02 FILLER                    PIC X(3).
           02 SLNOO                     PIC X(60).
           02 FILLER                    PIC X(3).
           02 SLDOO                     PIC X(20).
           02 FILLER                    PIC X(3).
           02 SCOIO                     PIC X(1).
           02 FILLER                    PIC X(3).
           02 SPUNO                     PIC X(3).
           02 FILLER                    PIC X(3).
           02 SESTO                     PIC X(1).
           02 FILLER                    PIC X(3).
           02 SFDEO                     PIC X(10).
           02 FILLER                    PIC X(3).
           02 SANAO                     PIC X(8).
           02 FILLER                    PIC X(3).
           02 SFREO                     PIC X(10).
           02 FILLER                    PIC X(3).
           02 SOBSO                     PIC X(40).
           02 FILLER                    PIC X(3).
           02 MSGSO                     PIC X(60).
