      *****************************************************************
      *    EPSAPYM - SYMBOLIC MAP FOR MAPSET EPSAPY, MAP EPSAPY1      *
      *    BORROWER AUTOPAY ENROLLMENT SCREEN - ACCOUNT NUMBER (THE   *
      *    FILE KEY), BANK ROUTING NUMBER, BANK ACCOUNT NUMBER AND    *
      *    TYPE (C=CHECKING, S=SAVINGS), DRAFT DAY, ENROLLMENT STATUS *
      *    (A=ACTIVE, S=SUSPENDED, C=CANCELLED), THE RETURN COUNT,    *
      *    LAST DRAFT DATE AND LAST RETURN CODE (DISPLAY ONLY), THE   *
      *    ENROLLED DATE, AN ACTION CODE (A=ADD, C=CHANGE,            *
      *    I=INQUIRE) AND THE MESSAGE LINE.  DRIVEN BY EPSCAPY.       *
      *-----------------------------------------------------------   *
      *    MOD LOG                                                    *
      *    2026  DEV   ORIGINAL MAP - KEY/BANK/DRAFT/ACTION/MESSAGE   *
      *****************************************************************
       01  EPSAPYI.
           02  FILLER                      PIC X(12).
           02  ACCTNL                      PIC S9(4) COMP.
           02  ACCTNF                      PIC X.
           02  FILLER REDEFINES ACCTNF.
               03  ACCTNA                  PIC X.
           02  ACCTNI                      PIC X(10).
           02  ROUTEL                      PIC S9(4) COMP.
           02  ROUTEF                      PIC X.
           02  FILLER REDEFINES ROUTEF.
               03  ROUTEA                  PIC X.
           02  ROUTEI                      PIC X(09).
           02  BANKACL                     PIC S9(4) COMP.
           02  BANKACF                     PIC X.
           02  FILLER REDEFINES BANKACF.
               03  BANKACA                 PIC X.
           02  BANKACI                     PIC X(17).
           02  ACCTYPL                     PIC S9(4) COMP.
           02  ACCTYPF                     PIC X.
           02  FILLER REDEFINES ACCTYPF.
               03  ACCTYPA                 PIC X.
           02  ACCTYPI                     PIC X(01).
           02  DRAFTDL                     PIC S9(4) COMP.
           02  DRAFTDF                     PIC X.
           02  FILLER REDEFINES DRAFTDF.
               03  DRAFTDA                 PIC X.
           02  DRAFTDI                     PIC X(02).
           02  APSTATL                     PIC S9(4) COMP.
           02  APSTATF                     PIC X.
           02  FILLER REDEFINES APSTATF.
               03  APSTATA                 PIC X.
           02  APSTATI                     PIC X(01).
           02  RETCNTL                     PIC S9(4) COMP.
           02  RETCNTF                     PIC X.
           02  FILLER REDEFINES RETCNTF.
               03  RETCNTA                 PIC X.
           02  RETCNTI                     PIC X(02).
           02  LSTDRFL                     PIC S9(4) COMP.
           02  LSTDRFF                     PIC X.
           02  FILLER REDEFINES LSTDRFF.
               03  LSTDRFA                 PIC X.
           02  LSTDRFI                     PIC X(08).
           02  LSTRCL                      PIC S9(4) COMP.
           02  LSTRCF                      PIC X.
           02  FILLER REDEFINES LSTRCF.
               03  LSTRCA                  PIC X.
           02  LSTRCI                      PIC X(03).
           02  ENRDTL                      PIC S9(4) COMP.
           02  ENRDTF                      PIC X.
           02  FILLER REDEFINES ENRDTF.
               03  ENRDTA                  PIC X.
           02  ENRDTI                      PIC X(08).
           02  ACTIONL                     PIC S9(4) COMP.
           02  ACTIONF                     PIC X.
           02  FILLER REDEFINES ACTIONF.
               03  ACTIONA                 PIC X.
           02  ACTIONI                     PIC X(01).
           02  MSGL                        PIC S9(4) COMP.
           02  MSGF                        PIC X.
           02  FILLER REDEFINES MSGF.
               03  MSGA                    PIC X.
           02  MSGI                        PIC X(60).
       01  EPSAPYO REDEFINES EPSAPYI.
           02  FILLER                      PIC X(12).
           02  FILLER                      PIC X(3).
           02  ACCTNO                      PIC X(10).
           02  FILLER                      PIC X(3).
           02  ROUTEO                      PIC X(09).
           02  FILLER                      PIC X(3).
           02  BANKACO                     PIC X(17).
           02  FILLER                      PIC X(3).
           02  ACCTYPO                     PIC X(01).
           02  FILLER                      PIC X(3).
           02  DRAFTDO                     PIC X(02).
           02  FILLER                      PIC X(3).
           02  APSTATO                     PIC X(01).
           02  FILLER                      PIC X(3).
           02  RETCNTO                     PIC X(02).
           02  FILLER                      PIC X(3).
           02  LSTDRFO                     PIC X(08).
           02  FILLER                      PIC X(3).
           02  LSTRCO                      PIC X(03).
           02  FILLER                      PIC X(3).
           02  ENRDTO                      PIC X(08).
           02  FILLER                      PIC X(3).
           02  ACTIONO                     PIC X(01).
           02  FILLER                      PIC X(3).
           02  MSGO                        PIC X(60).
