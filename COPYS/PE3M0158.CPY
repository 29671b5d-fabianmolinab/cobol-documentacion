      ******************************************************************
      *                                                                *
      *   MAPA SIMBOLICO GENERADO A PARTIR DEL MAPSET PE3M0158         *
      *   (VER CONSULTA_EN_LINEA/PE3M0158.BMS PARA EL LAYOUT FISICO)   *
      *                                                                *
      *   PANTALLA DE CIERRE DEL DIA DE OFICINA (PE3C0158): OFICINA Y  *
      *   FECHA DE ENTRADA, DIEZ RENGLONES DE OPERADOR CON LO          *
      *   DECLARADO DIGITABLE, TOTALES Y MENSAJE DE SALIDA             *
      *                                                                *
      ******************************************************************
       01 PE3M0158I.
           02 FILLER                    PIC X(12).
           02 OFICL                     PIC S9(4) COMP.
           02 OFICF                     PIC X.
           02 FILLER REDEFINES OFICF.
               03 OFICA                 PIC X.
           02 OFICI                     PIC X(4).

           02 FECHL                     PIC S9(4) COMP.
           02 FECHF                     PIC X.
           02 FILLER REDEFINES FECHF.
               03 FECHA                 PIC X.
           02 FECHI                     PIC X(10).

           02 ESTAL                     PIC S9(4) COMP.
           02 ESTAF                     PIC X.
           02 FILLER REDEFINES ESTAF.
               03 ESTAA                 PIC X.
           02 ESTAI                     PIC X(50).

           02 USU01L                    PIC S9(4) COMP.
           02 USU01F                    PIC X.
           02 FILLER REDEFINES USU01F.
               03 USU01A                PIC X.
           02 USU01I                    PIC X(8).

           02 CAN01L                    PIC S9(4) COMP.
           02 CAN01F                    PIC X.
           02 FILLER REDEFINES CAN01F.
               03 CAN01A                PIC X.
           02 CAN01I                    PIC X(5).

           02 CAP01L                    PIC S9(4) COMP.
           02 CAP01F                    PIC X.
           02 FILLER REDEFINES CAP01F.
               03 CAP01A                PIC X.
           02 CAP01I                    PIC X(14).

           02 EFE01L                    PIC S9(4) COMP.
           02 EFE01F                    PIC X.
           02 FILLER REDEFINES EFE01F.
               03 EFE01A                PIC X.
           02 EFE01I                    PIC X(13).

           02 COM01L                    PIC S9(4) COMP.
           02 COM01F                    PIC X.
           02 FILLER REDEFINES COM01F.
               03 COM01A                PIC X.
           02 COM01I                    PIC X(13).

           02 DIF01L                    PIC S9(4) COMP.
           02 DIF01F                    PIC X.
           02 FILLER REDEFINES DIF01F.
               03 DIF01A                PIC X.
           02 DIF01I                    PIC X(14).

           02 USU02L                    PIC S9(4) COMP.
           02 USU02F                    PIC X.
           02 FILLER REDEFINES USU02F.
               03 USU02A                PIC X.
           02 USU02I                    PIC X(8).

           02 CAN02L                    PIC S9(4) COMP.
           02 CAN02F                    PIC X.
           02 FILLER REDEFINES CAN02F.
               03 CAN02A                PIC X.
           02 CAN02I                    PIC X(5).

           02 CAP02L                    PIC S9(4) COMP.
           02 CAP02F                    PIC X.
           02 FILLER REDEFINES CAP02F.
               03 CAP02A                PIC X.
           02 CAP02I                    PIC X(14).

           02 EFE02L                    PIC S9(4) COMP.
           02 EFE02F                    PIC X.
           02 FILLER REDEFINES EFE02F.
               03 EFE02A                PIC X.
           02 EFE02I                    PIC X(13).

           02 COM02L                    PIC S9(4) COMP.
           02 COM02F                    PIC X.
           02 FILLER REDEFINES COM02F.
               03 COM02A                PIC X.
           02 COM02I                    PIC X(13).

           02 DIF02L                    PIC S9(4) COMP.
           02 DIF02F                    PIC X.
           02 FILLER REDEFINES DIF02F.
               03 DIF02A                PIC X.
           02 DIF02I                    PIC X(14).

           02 USU03L                    PIC S9(4) COMP.
           02 USU03F                    PIC X.
           02 FILLER REDEFINES USU03F.
               03 USU03A                PIC X.
           02 USU03I                    PIC X(8).

           02 CAN03L                    PIC S9(4) COMP.
           02 CAN03F                    PIC X.
           02 FILLER REDEFINES CAN03F.
               03 CAN03A                PIC X.
           02 CAN03I                    PIC X(5).

           02 CAP03L                    PIC S9(4) COMP.
           02 CAP03F                    PIC X.
           02 FILLER REDEFINES CAP03F.
               03 CAP03A                PIC X.
           02 CAP03I                    PIC X(14).

           02 EFE03L                    PIC S9(4) COMP.
           02 EFE03F                    PIC X.
           02 FILLER REDEFINES EFE03F.
               03 EFE03A                PIC X.
           02 EFE03I                    PIC X(13).

           02 COM03L                    PIC S9(4) COMP.
           02 COM03F                    PIC X.
           02 FILLER REDEFINES COM03F.
               03 COM03A                PIC X.
           02 COM03I                    PIC X(13).

           02 DIF03L                    PIC S9(4) COMP.
           02 DIF03F                    PIC X.
           02 FILLER REDEFINES DIF03F.
               03 DIF03A                PIC X.
           02 DIF03I                    PIC X(14).

           02 USU04L                    PIC S9(4) COMP.
           02 USU04F                    PIC X.
           02 FILLER REDEFINES USU04F.
               03 USU04A                PIC X.
           02 USU04I                    PIC X(8).

           02 CAN04L                    PIC S9(4) COMP.
           02 CAN04F                    PIC X.
           02 FILLER REDEFINES CAN04F.
               03 CAN04A                PIC X.
           02 CAN04I                    PIC X(5).

           02 CAP04L                    PIC S9(4) COMP.
           02 CAP04F                    PIC X.
           02 FILLER REDEFINES CAP04F.
               03 CAP04A                PIC X.
           02 CAP04I                    PIC X(14).

           02 EFE04L                    PIC S9(4) COMP.
           02 EFE04F                    PIC X.
           02 FILLER REDEFINES EFE04F.
               03 EFE04A                PIC X.
           02 EFE04I                    PIC X(13).

           02 COM04L                    PIC S9(4) COMP.
           02 COM04F                    PIC X.
           02 FILLER REDEFINES COM04F.
               03 COM04A                PIC X.
           02 COM04I                    PIC X(13).

           02 DIF04L                    PIC S9(4) COMP.
           02 DIF04F                    PIC X.
           02 FILLER REDEFINES DIF04F.
               03 DIF04A                PIC X.
           02 DIF04I                    PIC X(14).

           02 USU05L                    PIC S9(4) COMP.
           02 USU05F                    PIC X.
           02 FILLER REDEFINES USU05F.
               03 USU05A                PIC X.
           02 USU05I                    PIC X(8).

           02 CAN05L                    PIC S9(4) COMP.
           02 CAN05F                    PIC X.
           02 FILLER REDEFINES CAN05F.
               03 CAN05A                PIC X.
           02 CAN05I                    PIC X(5).

           02 CAP05L                    PIC S9(4) COMP.
           02 CAP05F                    PIC X.
           02 FILLER REDEFINES CAP05F.
               03 CAP05A                PIC X.
           02 CAP05I                    PIC X(14).

           02 EFE05L                    PIC S9(4) COMP.
           02 EFE05F                    PIC X.
           02 FILLER REDEFINES EFE05F.
               03 EFE05A                PIC X.
           02 EFE05I                    PIC X(13).

           02 COM05L                    PIC S9(4) COMP.
           02 COM05F                    PIC X.
           02 FILLER REDEFINES COM05F.
               03 COM05A                PIC X.
           02 COM05I                    PIC X(13).

           02 DIF05L                    PIC S9(4) COMP.
           02 DIF05F                    PIC X.
           02 FILLER REDEFINES DIF05F.
               03 DIF05A                PIC X.
           02 DIF05I                    PIC X(14).

           02 USU06L                    PIC S9(4) COMP.
           02 USU06F                    PIC X.
           02 FILLER REDEFINES USU06F.
               03 USU06A                PIC X.
           02 USU06I                    PIC X(8).

           02 CAN06L                    PIC S9(4) COMP.
           02 CAN06F                    PIC X.
           02 FILLER REDEFINES CAN06F.
               03 CAN06A                PIC X.
           02 CAN06I                    PIC X(5).

           02 CAP06L                    PIC S9(4) COMP.
           02 CAP06F                    PIC X.
           02 FILLER REDEFINES CAP06F.
               03 CAP06A                PIC X.
           02 CAP06I                    PIC X(14).

           02 EFE06L                    PIC S9(4) COMP.
           02 EFE06F                    PIC X.
           02 FILLER REDEFINES EFE06F.
               03 EFE06A                PIC X.
           02 EFE06I                    PIC X(13).

           02 COM06L                    PIC S9(4) COMP.
           02 COM06F                    PIC X.
           02 FILLER REDEFINES COM06F.
               03 COM06A                PIC X.
           02 COM06I                    PIC X(13).

           02 DIF06L                    PIC S9(4) COMP.
           02 DIF06F                    PIC X.
           02 FILLER REDEFINES DIF06F.
               03 DIF06A                PIC X.
           02 DIF06I                    PIC X(14).

           02 USU07L                    PIC S9(4) COMP.
           02 USU07F                    PIC X.
           02 FILLER REDEFINES USU07F.
               03 USU07A                PIC X.
           02 USU07I                    PIC X(8).

           02 CAN07L                    PIC S9(4) COMP.
           02 CAN07F                    PIC X.
           02 FILLER REDEFINES CAN07F.
               03 CAN07A                PIC X.
           02 CAN07I                    PIC X(5).

           02 CAP07L                    PIC S9(4) COMP.
           02 CAP07F                    PIC X.
           02 FILLER REDEFINES CAP07F.
               03 CAP07A                PIC X.
           02 CAP07I                    PIC X(14).

           02 EFE07L                    PIC S9(4) COMP.
           02 EFE07F                    PIC X.
           02 FILLER REDEFINES EFE07F.
               03 EFE07A                PIC X.
           02 EFE07I                    PIC X(13).

           02 COM07L                    PIC S9(4) COMP.
           02 COM07F                    PIC X.
           02 FILLER REDEFINES COM07F.
               03 COM07A                PIC X.
           02 COM07I                    PIC X(13).

           02 DIF07L                    PIC S9(4) COMP.
           02 DIF07F                    PIC X.
           02 FILLER REDEFINES DIF07F.
               03 DIF07A                PIC X.
           02 DIF07I                    PIC X(14).

           02 USU08L                    PIC S9(4) COMP.
           02 USU08F                    PIC X.
           02 FILLER REDEFINES USU08F.
               03 USU08A                PIC X.
           02 USU08I                    PIC X(8).

           02 CAN08L                    PIC S9(4) COMP.
           02 CAN08F                    PIC X.
           02 FILLER REDEFINES CAN08F.
               03 CAN08A                PIC X.
           02 CAN08I                    PIC X(5).

           02 CAP08L                    PIC S9(4) COMP.
           02 CAP08F                    PIC X.
           02 FILLER REDEFINES CAP08F.
               03 CAP08A                PIC X.
           02 CAP08I                    PIC X(14).

           02 EFE08L                    PIC S9(4) COMP.
           02 EFE08F                    PIC X.
           02 FILLER REDEFINES EFE08F.
               03 EFE08A                PIC X.
           02 EFE08I                    PIC X(13).

           02 COM08L                    PIC S9(4) COMP.
           02 COM08F                    PIC X.
           02 FILLER REDEFINES COM08F.
               03 COM08A                PIC X.
           02 COM08I                    PIC X(13).

           02 DIF08L                    PIC S9(4) COMP.
           02 DIF08F                    PIC X.
           02 FILLER REDEFINES DIF08F.
               03 DIF08A                PIC X.
           02 DIF08I                    PIC X(14).

           02 USU09L                    PIC S9(4) COMP.
           02 USU09F                    PIC X.
           02 FILLER REDEFINES USU09F.
               03 USU09A                PIC X.
           02 USU09I                    PIC X(8).

           02 CAN09L                    PIC S9(4) COMP.
           02 CAN09F                    PIC X.
           02 FILLER REDEFINES CAN09F.
               03 CAN09A                PIC X.
           02 CAN09I                    PIC X(5).

           02 CAP09L                    PIC S9(4) COMP.
           02 CAP09F                    PIC X.
           02 FILLER REDEFINES CAP09F.
               03 CAP09A                PIC X.
           02 CAP09I                    PIC X(14).

           02 EFE09L                    PIC S9(4) COMP.
           02 EFE09F                    PIC X.
           02 FILLER REDEFINES EFE09F.
               03 EFE09A                PIC X.
           02 EFE09I                    PIC X(13).

           02 COM09L                    PIC S9(4) COMP.
           02 COM09F                    PIC X.
           02 FILLER REDEFINES COM09F.
               03 COM09A                PIC X.
           02 COM09I                    PIC X(13).

           02 DIF09L                    PIC S9(4) COMP.
           02 DIF09F                    PIC X.
           02 FILLER REDEFINES DIF09F.
               03 DIF09A                PIC X.
           02 DIF09I                    PIC X(14).

           02 USU10L                    PIC S9(4) COMP.
           02 USU10F                    PIC X.
           02 FILLER REDEFINES USU10F.
               03 USU10A                PIC X.
           02 USU10I                    PIC X(8).

           02 CAN10L                    PIC S9(4) COMP.
           02 CAN10F                    PIC X.
           02 FILLER REDEFINES CAN10F.
               03 CAN10A                PIC X.
           02 CAN10I                    PIC X(5).

           02 CAP10L                    PIC S9(4) COMP.
           02 CAP10F                    PIC X.
           02 FILLER REDEFINES CAP10F.
               03 CAP10A                PIC X.
           02 CAP10I                    PIC X(14).

           02 EFE10L                    PIC S9(4) COMP.
           02 EFE10F                    PIC X.
           02 FILLER REDEFINES EFE10F.
               03 EFE10A                PIC X.
           02 EFE10I                    PIC X(13).

           02 COM10L                    PIC S9(4) COMP.
           02 COM10F                    PIC X.
           02 FILLER REDEFINES COM10F.
               03 COM10A                PIC X.
           02 COM10I                    PIC X(13).

           02 DIF10L                    PIC S9(4) COMP.
           02 DIF10F                    PIC X.
           02 FILLER REDEFINES DIF10F.
               03 DIF10A                PIC X.
           02 DIF10I                    PIC X(14).

           02 TCANL                     PIC S9(4) COMP.
           02 TCANF                     PIC X.
           02 FILLER REDEFINES TCANF.
               03 TCANA                 PIC X.
           02 TCANI                     PIC X(5).

           02 TCAPL                     PIC S9(4) COMP.
           02 TCAPF                     PIC X.
           02 FILLER REDEFINES TCAPF.
               03 TCAPA                 PIC X.
           02 TCAPI                     PIC X(14).

           02 TEFEL                     PIC S9(4) COMP.
           02 TEFEF                     PIC X.
           02 FILLER REDEFINES TEFEF.
               03 TEFEA                 PIC X.
           02 TEFEI                     PIC X(13).

           02 TCOML                     PIC S9(4) COMP.
           02 TCOMF                     PIC X.
           02 FILLER REDEFINES TCOMF.
               03 TCOMA                 PIC X.
           02 TCOMI                     PIC X(13).

           02 TDIFL                     PIC S9(4) COMP.
           02 TDIFF                     PIC X.
           02 FILLER REDEFINES TDIFF.
               03 TDIFA                 PIC X.
           02 TDIFI                     PIC X(14).

           02 MSGSL                     PIC S9(4) COMP.
           02 MSGSF                     PIC X.
           02 FILLER REDEFINES MSGSF.
               03 MSGSA                 PIC X.
           02 MSGSI                     PIC X(60).

       01 PE3M0158O REDEFINES PE3M0158I.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(3).
           02 OFICO                     PIC X(4).
           02 FILLER                    PIC X(3).
           02 FECHO                     PIC X(10).
           02 FILLER                    PIC X(3).
           02 ESTAO                     PIC X(50).
           02 FILLER                    PIC X(3).
           02 USU01O                    PIC X(8).
           02 FILLER                    PIC X(3).
           02 CAN01O                    PIC X(5).
           02 FILLER                    PIC X(3).
           02 CAP01O                    PIC X(14).
           02 FILLER                    PIC X(3).
           02 EFE01O                    PIC X(13).
           02 FILLER                    PIC X(3).
           02 COM01O                    PIC X(13).
           02 FILLER                    PIC X(3).
           02 DIF01O                    PIC X(14).
           02 FILLER                    PIC X(3).
           02 USU02O                    PIC X(8).
           02 FILLER                    PIC X(3).
           02 CAN02O                    PIC X(5).
           02 FILLER                    PIC X(3).
           02 CAP02O                    PIC X(14).
           02 FILLER                    PIC X(3).
           02 EFE02O                    PIC X(13).
           02 FILLER                    PIC X(3).
           02 COM02O                    PIC X(13).
           02 FILLER                    PIC X(3).
           02 DIF02O                    PIC X(14).
           02 FILLER                    PIC X(3).
           02 USU03O                    PIC X(8).
           02 FILLER                    PIC X(3).
           02 CAN03O                    PIC X(5).
           02 FILLER                    PIC X(3).
           02 CAP03O                    PIC X(14).
           02 FILLER                    PIC X(3).
           02 EFE03O                    PIC X(13).
           02 FILLER                    PIC X(3).
           02 COM03O                    PIC X(13).
           02 FILLER                    PIC X(3).
           02 DIF03O                    PIC X(14).
           02 FILLER                    PIC X(3).
           02 USU04O                    PIC X(8).
           02 FILLER                    PIC X(3).
           02 CAN04O                    PIC X(5).
           02 FILLER                    PIC X(3).
           02 CAP04O                    PIC X(14).
           02 FILLER                    PIC X(3).
           02 EFE04O                    PIC X(13).
           02 FILLER                    PIC X(3).
           02 COM04O                    PIC X(13).
           02 FILLER                    PIC X(3).
           02 DIF04O                    PIC X(14).
           02 FILLER                    PIC X(3).
           02 USU05O                    PIC X(8).
           02 FILLER                    PIC X(3).
           02 CAN05O                    PIC X(5).
           02 FILLER                    PIC X(3).
           02 CAP05O                    PIC X(14).
           02 FILLER                    PIC X(3).
           02 EFE05O                    PIC X(13).
           02 FILLER                    PIC X(3).
           02 COM05O                    PIC X(13).
           02 FILLER                    PIC X(3).
           02 DIF05O                    PIC X(14).
           02 FILLER                    PIC X(3).
           02 USU06O                    PIC X(8).
           02 FILLER                    PIC X(3).
           02 CAN06O                    PIC X(5).
           02 FILLER                    PIC X(3).
           02 CAP06O                    PIC X(14).
           02 FILLER                    PIC X(3).
           02 EFE06O                    PIC X(13).
           02 FILLER                    PIC X(3).
           02 COM06O                    PIC X(13).
           02 FILLER                    PIC X(3).
           02 DIF06O                    PIC X(14).
           02 FILLER                    PIC X(3).
           02 USU07O                    PIC X(8).
           02 FILLER                    PIC X(3).
           02 CAN07O                    PIC X(5).
           02 FILLER                    PIC X(3).
           02 CAP07O                    PIC X(14).
           02 FILLER                    PIC X(3).
           02 EFE07O                    PIC X(13).
           02 FILLER                    PIC X(3).
           02 COM07O                    PIC X(13).
           02 FILLER                    PIC X(3).
           02 DIF07O                    PIC X(14).
           02 FILLER                    PIC X(3).
           02 USU08O                    PIC X(8).
           02 FILLER                    PIC X(3).
           02 CAN08O                    PIC X(5).
           02 FILLER                    PIC X(3).
           02 CAP08O                    PIC X(14).
           02 FILLER                    PIC X(3).
           02 EFE08O                    PIC X(13).
           02 FILLER                    PIC X(3).
           02 COM08O                    PIC X(13).
           02 FILLER                    PIC X(3).
           02 DIF08O                    PIC X(14).
           02 FILLER                    PIC X(3).
           02 USU09O                    PIC X(8).
           02 FILLER                    PIC X(3).
           02 CAN09O                    PIC X(5).
           02 FILLER                    PIC X(3).
           02 CAP09O                    PIC X(14).
           02 FILLER                    PIC X(3).
           02 EFE09O                    PIC X(13).
           02 FILLER                    PIC X(3).
           02 COM09O                    PIC X(13).
           02 FILLER                    PIC X(3).
           02 DIF09O                    PIC X(14).
           02 FILLER                    PIC X(3).
           02 USU10O                    PIC X(8).
           02 FILLER                    PIC X(3).
           02 CAN10O                    PIC X(5).
           02 FILLER                    PIC X(3).
           02 CAP10O                    PIC X(14).
           02 FILLER                    PIC X(3).
           02 EFE10O                    PIC X(13).
           02 FILLER                    PIC X(3).
           02 COM10O                    PIC X(13).
           02 FILLER                    PIC X(3).
           02 DIF10O                    PIC X(14).
           02 FILLER                    PIC X(3).
           02 TCANO                     PIC X(5).
           02 FILLER                    PIC X(3).
           02 TCAPO                     PIC X(14).
           02 FILLER                    PIC X(3).
           02 TEFEO                     PIC X(13).
           02 FILLER                    PIC X(3).
           02 TCOMO                     PIC X(13).
           02 FILLER                    PIC X(3).
           02 TDIFO                     PIC X(14).
           02 FILLER                    PIC X(3).
           02 MSGSO                     PIC X(60).
