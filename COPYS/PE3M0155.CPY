      ******************************************************************
      *                                                                *
      *   MAPA SIMBOLICO GENERADO A PARTIR DEL MAPSET PE3M0155         *
      *   (VER CONSULTA_EN_LINEA/PE3M0155.BMS PARA EL LAYOUT FISICO)   *
      *                                                                *
      *   PANTALLA DE MANTENIMIENTO DE CLIENTES (PE3C0155): OPERACION  *
      *   Y DATOS DEL CLIENTE DE ENTRADA, FILA ACTUAL DE PRDTWCLI Y    *
      *   MENSAJE DE SALIDA                                            *
      *                                                                *
      ******************************************************************
       01 PE3M0155I.
           02 FILLER                    PIC X(12).
           02 OPERL                     PIC S9(4) COMP.
           02 OPERF                     PIC X.
           02 FILLER REDEFINES OPERF.
               03 OPERA                 PIC X.
           02 OPERI                     PIC X(1).

           02 CODIL                     PIC S9(4) COMP.
           02 CODIF                     PIC X.
           02 FILLER REDEFINES CODIF.
               03 CODIA                 PIC X.
           02 CODII                     PIC X(8).

           02 NOMBL                     PIC S9(4) COMP.
           02 NOMBF                     PIC X.
           02 FILLER REDEFINES NOMBF.
               03 NOMBA                 PIC X.
           02 NOMBI                     PIC X(40).

           02 DOCUL                     PIC S9(4) COMP.
           02 DOCUF                     PIC X.
           02 FILLER REDEFINES DOCUF.
               03 DOCUA                 PIC X.
           02 DOCUI                     PIC X(15).

           02 DIREL                     PIC S9(4) COMP.
           02 DIREF                     PIC X.
           02 FILLER REDEFINES DIREF.
               03 DIREA                 PIC X.
           02 DIREI                     PIC X(40).

           02 TELEL                     PIC S9(4) COMP.
           02 TELEF                     PIC X.
           02 FILLER REDEFINES TELEF.
               03 TELEA                 PIC X.
           02 TELEI                     PIC X(15).

           02 MAILL                     PIC S9(4) COMP.
           02 MAILF                     PIC X.
           02 FILLER REDEFINES MAILF.
               03 MAILA                 PIC X.
           02 MAILI                     PIC X(40).

           02 CANAL                     PIC S9(4) COMP.
           02 CANAF                     PIC X.
           02 FILLER REDEFINES CANAF.
               03 CANAA                 PIC X.
           02 CANAI                     PIC X(1).

           02 ANOML                     PIC S9(4) COMP.
           02 ANOMF                     PIC X.
           02 FILLER REDEFINES ANOMF.
               03 ANOMA                 PIC X.
           02 ANOMI                     PIC X(40).

           02 ADOCL                     PIC S9(4) COMP.
           02 ADOCF                     PIC X.
           02 FILLER REDEFINES ADOCF.
               03 ADOCA                 PIC X.
           02 ADOCI                     PIC X(15).

           02 ADIRL                     PIC S9(4) COMP.
           02 ADIRF                     PIC X.
           02 FILLER REDEFINES ADIRF.
               03 ADIRA                 PIC X.
           02 ADIRI                     PIC X(40).

           02 ATELL                     PIC S9(4) COMP.
           02 ATELF                     PIC X.
           02 FILLER REDEFINES ATELF.
               03 ATELA                 PIC X.
           02 ATELI                     PIC X(15).

           02 AMAIL                     PIC S9(4) COMP.
           02 AMAIF                     PIC X.
           02 FILLER REDEFINES AMAIF.
               03 AMAIA                 PIC X.
           02 AMAII                     PIC X(40).

           02 ACANL                     PIC S9(4) COMP.
           02 ACANF                     PIC X.
           02 FILLER REDEFINES ACANF.
               03 ACANA                 PIC X.
           02 ACANI                     PIC X(1).

           02 MSGSL                     PIC S9(4) COMP.
           02 MSGSF                     PIC X.
           02 FILLER REDEFINES MSGSF.
               03 MSGSA                 PIC X.
           02 MSGSI                     PIC X(60).

       01 PE3M0155O REDEFINES PE3M0155I.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(3).
           02 OPERO                     PIC X(1).
           02 FILLER                    PIC X(3).
           02 CODIO                     PIC X(8).
           02 FILLER                    PIC X(3).
           02 NOMBO                     PIC X(40).
           02 FILLER                    PIC X(3).
           02 DOCUO                     PIC X(15).
           02 FILLER                    PIC X(3).
           02 DIREO                     PIC X(40).
           02 FILLER                    PIC X(3).
           02 TELEO                     PIC X(15).
           02 FILLER                    PIC X(3).
           02 MAILO                     PIC X(40).
           02 FILLER                    PIC X(3).
           02 CANAO                     PIC X(1).
           02 FILLER                    PIC X(3).
           02 ANOMO                     PIC X(40).
           02 FILLER                    PIC X(3).
           02 ADOCO                     PIC X(15).
           02 FILLER                    PIC X(3).
           02 ADIRO                     PIC X(40).
           02 FILLER                    PIC X(3).
           02 ATELO                     PIC X(15).
           02 FILLER                    PIC X(3).
           02 AMAIO                     PIC X(40).
           02 FILLER                    PIC X(3).
           02 ACANO                     PIC X(1).
           02 FILLER                    PIC X(3).
           02 MSGSO                     PIC X(60).
