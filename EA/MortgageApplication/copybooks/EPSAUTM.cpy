      *****************************************************************
      *    EPSAUTM - SYMBOLIC MAP FOR MAPSET EPSAUT, MAP EPSAUT1      *
      *    OPERATOR AUTHORITY MAINTENANCE SCREEN - THE OPERATOR ID,   *
      *    NAME AND SUPERVISOR FLAG, ONE Y/N FLAG PER MENU FUNCTION,  *
      *    THE ACTION CODE, WHO LAST CHANGED THE RECORD AND WHEN, AND *
      *    THE MESSAGE LINE.  DRIVEN BY EPSCAUT.                      *
      *-----------------------------------------------------------   *
      *    MOD LOG                                                    *
      *    2026  DEV   ORIGINAL MAP - OPERATOR/FLAGS/ACTION           *
      *    2026  DEV   ADDED AUAPY - AUTOPAY ENROLLMENT FLAG          *
      *    2026  DEV   ADDED AUHLD - ACCOUNT HOLD MAINTENANCE FLAG    *
      *****************************************************************
       01  EPSAUTI.
           02  FILLER                      PIC X(12).
           02  OPERIDL                     PIC S9(4) COMP.
           02  OPERIDF                     PIC X.
           02  FILLER REDEFINES OPERIDF.
               03  OPERIDA                 PIC X.
           02  OPERIDI                     PIC X(08).
           02  OPNAMEL                     PIC S9(4) COMP.
           02  OPNAMEF                     PIC X.
           02  FILLER REDEFINES OPNAMEF.
               03  OPNAMEA                 PIC X.
           02  OPNAMEI                     PIC X(30).
           02  SUPVL                       PIC S9(4) COMP.
           02  SUPVF                       PIC X.
           02  FILLER REDEFINES SUPVF.
               03  SUPVA                   PIC X.
           02  SUPVI                       PIC X(01).
           02  AUPMTL                      PIC S9(4) COMP.
           02  AUPMTF                      PIC X.
           02  FILLER REDEFINES AUPMTF.
               03  AUPMTA                  PIC X.
           02  AUPMTI                      PIC X(01).
           02  AUHISTL                     PIC S9(4) COMP.
           02  AUHISTF                     PIC X.
           02  FILLER REDEFINES AUHISTF.
               03  AUHISTA                 PIC X.
           02  AUHISTI                     PIC X(01).
           02  AUREVL                      PIC S9(4) COMP.
           02  AUREVF                      PIC X.
           02  FILLER REDEFINES AUREVF.
               03  AUREVA                  PIC X.
           02  AUREVI                      PIC X(01).
           02  AUPAYEL                     PIC S9(4) COMP.
           02  AUPAYEF                     PIC X.
           02  FILLER REDEFINES AUPAYEF.
               03  AUPAYEA                 PIC X.
           02  AUPAYEI                     PIC X(01).
           02  AUNADL                      PIC S9(4) COMP.
           02  AUNADF                      PIC X.
           02  FILLER REDEFINES AUNADF.
               03  AUNADA                  PIC X.
           02  AUNADI                      PIC X(01).
           02  AUPOQL                      PIC S9(4) COMP.
           02  AUPOQF                      PIC X.
           02  FILLER REDEFINES AUPOQF.
               03  AUPOQA                  PIC X.
           02  AUPOQI                      PIC X(01).
           02  AUMNTL                      PIC S9(4) COMP.
           02  AUMNTF                      PIC X.
           02  FILLER REDEFINES AUMNTF.
               03  AUMNTA                  PIC X.
           02  AUMNTI                      PIC X(01).
           02  AUAPYL                      PIC S9(4) COMP.
           02  AUAPYF                      PIC X.
           02  FILLER REDEFINES AUAPYF.
               03  AUAPYA                  PIC X.
           02  AUAPYI                      PIC X(01).
           02  AUHLDL                      PIC S9(4) COMP.
           02  AUHLDF                      PIC X.
           02  FILLER REDEFINES AUHLDF.
               03  AUHLDA                  PIC X.
           02  AUHLDI                      PIC X(01).
           02  ACTIONL                     PIC S9(4) COMP.
           02  ACTIONF                     PIC X.
           02  FILLER REDEFINES ACTIONF.
               03  ACTIONA                 PIC X.
           02  ACTIONI                     PIC X(01).
           02  LSTCHGL                     PIC S9(4) COMP.
           02  LSTCHGF                     PIC X.
           02  FILLER REDEFINES LSTCHGF.
               03  LSTCHGA                 PIC X.
           02  LSTCHGI                     PIC X(08).
           02  LSTDTL                      PIC S9(4) COMP.
           02  LSTDTF                      PIC X.
           02  FILLER REDEFINES LSTDTF.
               03  LSTDTA                  PIC X.
           02  LSTDTI                      PIC X(08).
           02  MSGL                        PIC S9(4) COMP.
           02  MSGF                        PIC X.
           02  FILLER REDEFINES MSGF.
               03  MSGA                    PIC X.
           02  MSGI                        PIC X(60).
       01  EPSAUTO REDEFINES EPSAUTI.
           02  FILLER                      PIC X(12).
           02  FILLER                      PIC X(3).
           02  OPERIDO                     PIC X(08).
           02  FILLER                      PIC X(3).
           02  OPNAMEO                     PIC X(30).
           02  FILLER                      PIC X(3).
           02  SUPVO                       PIC X(01).
           02  FILLER                      PIC X(3).
           02  AUPMTO                      PIC X(01).
           02  FILLER                      PIC X(3).
           02  AUHISTO                     PIC X(01).
           02  FILLER                      PIC X(3).
           02  AUREVO                      PIC X(01).
           02  FILLER                      PIC X(3).
           02  AUPAYEO                     PIC X(01).
           02  FILLER                      PIC X(3).
           02  AUNADO                      PIC X(01).
           02  FILLER                      PIC X(3).
           02  AUPOQO                      PIC X(01).
           02  FILLER                      PIC X(3).
           02  AUMNTO                      PIC X(01).
           02  FILLER                      PIC X(3).
           02  AUAPYO                      PIC X(01).
           02  FILLER                      PIC X(3).
           02  AUHLDO                      PIC X(01).
           02  FILLER                      PIC X(3).
           02  ACTIONO                     PIC X(01).
           02  FILLER                      PIC X(3).
           02  LSTCHGO                     PIC X(08).
           02  FILLER                      PIC X(3).
           02  LSTDTO                      PIC X(08).
           02  FILLER                      PIC X(3).
           02  MSGO                        PIC X(60).
