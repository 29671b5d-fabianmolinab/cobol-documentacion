      ******************************************************************
      *                                                                *
      *   MAPA SIMBOLICO GENERADO A PARTIR DEL MAPSET PE3M0133         *
      *   (VER CONSULTA_EN_LINEA/PE3M0133.BMS PARA EL LAYOUT FISICO)   *
      *                                                                *
      *   PANTALLA DE INTERVENCION SOBRE LA CADENA (TRANSACCION        *
      *   PE3C0133): PROGRAMA, FECHA, CICLO, ACCION Y MOTIVO; ESTADO   *
      *   DE LA CORRIDA, DE LA RETENCION Y ULTIMA INTERVENCION, Y      *
      *   MENSAJE DE SALIDA                                            *
      *                                                                *
      ******************************************************************
       01 PE3M0133I.
           02 FILLER                    PIC X(12).
           02 PROGL                     PIC S9(4) COMP.
           02 PROGF                     PIC X.
           02 FILLER REDEFINES PROGF.
               03 PROGA                 PIC X.
           02 PROGI                     PIC X(8).

           02 FECHL                     PIC S9(4) COMP.
           02 FECHF                     PIC X.
           02 FILLER REDEFINES FECHF.
               03 FECHA                 PIC X.
           02 FECHI                     PIC X(10).

           02 CICLL                     PIC S9(4) COMP.
           02 CICLF                     PIC X.
           02 FILLER REDEFINES CICLF.
               03 CICLA                 PIC X.
           02 CICLI                     PIC X(2).

           02 ACCIL                     PIC S9(4) COMP.
           02 ACCIF                     PIC X.
           02 FILLER REDEFINES ACCIF.
               03 ACCIA                 PIC X.
           02 ACCII                     PIC X(1).

           02 MOTIL                     PIC S9(4) COMP.
           02 MOTIF                     PIC X.
           02 FILLER REDEFINES MOTIF.
               03 MOTIA                 PIC X.
           02 MOTII                     PIC X(60).

           02 RESTL                     PIC S9(4) COMP.
           02 RESTF                     PIC X.
           02 FILLER REDEFINES RESTF.
               03 RESTA                 PIC X.
           02 RESTI                     PIC X(1).

           02 RTXTL                     PIC S9(4) COMP.
           02 RTXTF                     PIC X.
           02 FILLER REDEFINES RTXTF.
               03 RTXTA                 PIC X.
           02 RTXTI                     PIC X(12).

           02 RFINL                     PIC S9(4) COMP.
           02 RFINF                     PIC X.
           02 FILLER REDEFINES RFINF.
               03 RFINA                 PIC X.
           02 RFINI                     PIC X(8).

           02 RHINL                     PIC S9(4) COMP.
           02 RHINF                     PIC X.
           02 FILLER REDEFINES RHINF.
               03 RHINA                 PIC X.
           02 RHINI                     PIC X(6).

           02 RFFIL                     PIC S9(4) COMP.
           02 RFFIF                     PIC X.
           02 FILLER REDEFINES RFFIF.
               03 RFFIA                 PIC X.
           02 RFFII                     PIC X(8).

           02 RHFIL                     PIC S9(4) COMP.
           02 RHFIF                     PIC X.
           02 FILLER REDEFINES RHFIF.
               03 RHFIA                 PIC X.
           02 RHFII                     PIC X(6).

           02 TESTL                     PIC S9(4) COMP.
           02 TESTF                     PIC X.
           02 FILLER REDEFINES TESTF.
               03 TESTA                 PIC X.
           02 TESTI                     PIC X(1).

           02 TTXTL                     PIC S9(4) COMP.
           02 TTXTF                     PIC X.
           02 FILLER REDEFINES TTXTF.
               03 TTXTA                 PIC X.
           02 TTXTI                     PIC X(9).

           02 TUSUL                     PIC S9(4) COMP.
           02 TUSUF                     PIC X.
           02 FILLER REDEFINES TUSUF.
               03 TUSUA                 PIC X.
           02 TUSUI                     PIC X(8).

           02 TFECL                     PIC S9(4) COMP.
           02 TFECF                     PIC X.
           02 FILLER REDEFINES TFECF.
               03 TFECA                 PIC X.
           02 TFECI                     PIC X(8).

           02 THORL                     PIC S9(4) COMP.
           02 THORF                     PIC X.
           02 FILLER REDEFINES THORF.
               03 THORA                 PIC X.
           02 THORI                     PIC X(6).

           02 TMOTL                     PIC S9(4) COMP.
           02 TMOTF                     PIC X.
           02 FILLER REDEFINES TMOTF.
               03 TMOTA                 PIC X.
           02 TMOTI                     PIC X(60).

           02 UACCL                     PIC S9(4) COMP.
           02 UACCF                     PIC X.
           02 FILLER REDEFINES UACCF.
               03 UACCA                 PIC X.
           02 UACCI                     PIC X(1).

           02 UANTL                     PIC S9(4) COMP.
           02 UANTF                     PIC X.
           02 FILLER REDEFINES UANTF.
               03 UANTA                 PIC X.
           02 UANTI                     PIC X(1).

           02 UNUEL                     PIC S9(4) COMP.
           02 UNUEF                     PIC X.
           02 FILLER REDEFINES UNUEF.
               03 UNUEA                 PIC X.
           02 UNUEI                     PIC X(1).

           02 UUSUL                     PIC S9(4) COMP.
           02 UUSUF                     PIC X.
           02 FILLER REDEFINES UUSUF.
               03 UUSUA                 PIC X.
           02 UUSUI                     PIC X(8).

           02 UFECL                     PIC S9(4) COMP.
           02 UFECF                     PIC X.
           02 FILLER REDEFINES UFECF.
               03 UFECA                 PIC X.
           02 UFECI                     PIC X(8).

           02 UHORL                     PIC S9(4) COMP.
           02 UHORF                     PIC X.
           02 FILLER REDEFINES UHORF.
               03 UHORA                 PIC X.
           02 UHORI                     PIC X(6).

           02 UMOTL                     PIC S9(4) COMP.
           02 UMOTF                     PIC X.
           02 FILLER REDEFINES UMOTF.
               03 UMOTA                 PIC X.
           02 UMOTI                     PIC X(60).

           02 MSGSL                     PIC S9(4) COMP.
           02 MSGSF                     PIC X.
           02 FILLER REDEFINES MSGSF.
               03 MSGSA                 PIC X.
           02 MSGSI                     PIC X(60).

       01 PE3M0133O REDEFINES PE3M0133I.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(3).
           02 PROGO                     PIC X(8).
           02 FILLER                    PIC X(3).
           02 FECHO                     PIC X(10).
           02 FILLER                    PIC X(3).
           02 CICLO                     PIC X(2).
           02 FILLER                    PIC X(3).
           02 ACCIO                     PIC X(1).
           02 FILLER                    PIC X(3).
           02 MOTIO                     PIC X(60).
           02 FILLER                    PIC X(3).
           02 RESTO                     PIC X(1).
           02 FILLER                    PIC X(3).
           02 RTXTO                     PIC X(12).
           02 FILLER                    PIC X(3).
           02 RFINO                     PIC X(8).
           02 FILLER                    PIC X(3).
           02 RHINO                     PIC X(6).
           02 FILLER                    PIC X(3).
           02 RFFIO                     PIC X(8).
           02 FILLER                    PIC X(3).
           02 RHFIO                     PIC X(6).
           02 FILLER                    PIC X(3).
           02 TESTO                     PIC X(1).
           02 FILLER                    PIC X(3).
           02 TTXTO                     PIC X(9).
           02 FILLER                    PIC X(3).
           02 TUSUO                     PIC X(8).
           02 FILLER                    PIC X(3).
           02 TFECO                     PIC X(8).
           02 FILLER                    PIC X(3).
           02 THORO                     PIC X(6).
           02 FILLER                    PIC X(3).
           02 TMOTO                     PIC X(60).
           02 FILLER                    PIC X(3).
           02 UACCO                     PIC X(1).
           02 FILLER                    PIC X(3).
           02 UANTO                     PIC X(1).
           02 FILLER                    PIC X(3).
           02 UNUEO                     PIC X(1).
           02 FILLER                    PIC X(3).
           02 UUSUO                     PIC X(8).
           02 FILLER                    PIC X(3).
           02 UFECO                     PIC X(8).
           02 FILLER                    PIC X(3).
           02 UHORO                     PIC X(6).
           02 FILLER                    PIC X(3).
           02 UMOTO                     PIC X(60).
           02 FILLER                    PIC X(3).
           02 MSGSO                     PIC X(60).
