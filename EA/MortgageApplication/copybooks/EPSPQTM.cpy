      *****************************************************************
      *    EPSPQTM - SYMBOLIC MAP FOR MAPSET EPSPQT, MAP EPSPQT1      *
      *    PAYOFF QUOTE SCREEN - ACCOUNT NUMBER AND GOOD-THROUGH DATE *
      *    KEYED BY THE OPERATOR; CUSTOMER NAME, PRINCIPAL BALANCE,   *
      *    INTEREST ACCRUED ON FILE AND ITS THROUGH DATE, PER-DIEM    *
      *    DAYS AND INTEREST TO THE GOOD-THROUGH DATE, LATE FEE DUE,  *
      *    SUSPENSE HELD AND THE PAYOFF AMOUNT RETURNED, PLUS THE     *
      *    MESSAGE LINE.  DRIVEN BY EPSCPQT.                          *
      *-----------------------------------------------------------   *
      *    MOD LOG                                                    *
      *    2026  DEV   ORIGINAL MAP - KEY/QUOTE FIGURES/MESSAGE       *
      *****************************************************************
       01  EPSPQTI.
           02  FILLER                      PIC X(12).
           02  ACCTNL                      PIC S9(4) COMP.
           02  ACCTNF                      PIC X.
           02  FILLER REDEFINES ACCTNF.
               03  ACCTNA                  PIC X.
           02  ACCTNI                      PIC X(10).
           02  GTDATEL                     PIC S9(4) COMP.
           02  GTDATEF                     PIC X.
           02  FILLER REDEFINES GTDATEF.
               03  GTDATEA                 PIC X.
           02  GTDATEI                     PIC X(08).
           02  CUSTNML                     PIC S9(4) COMP.
           02  CUSTNMF                     PIC X.
           02  FILLER REDEFINES CUSTNMF.
               03  CUSTNMA                 PIC X.
           02  CUSTNMI                     PIC X(30).
           02  CURBALL                     PIC S9(4) COMP.
           02  CURBALF                     PIC X.
           02  FILLER REDEFINES CURBALF.
               03  CURBALA                 PIC X.
           02  CURBALI                     PIC X(12).
           02  ACCINTL                     PIC S9(4) COMP.
           02  ACCINTF                     PIC X.
           02  FILLER REDEFINES ACCINTF.
               03  ACCINTA                 PIC X.
           02  ACCINTI                     PIC X(12).
           02  ACCTHRL                     PIC S9(4) COMP.
           02  ACCTHRF                     PIC X.
           02  FILLER REDEFINES ACCTHRF.
               03  ACCTHRA                 PIC X.
           02  ACCTHRI                     PIC X(08).
           02  INTDAYL                     PIC S9(4) COMP.
           02  INTDAYF                     PIC X.
           02  FILLER REDEFINES INTDAYF.
               03  INTDAYA                 PIC X.
           02  INTDAYI                     PIC X(04).
           02  PERDML                      PIC S9(4) COMP.
           02  PERDMF                      PIC X.
           02  FILLER REDEFINES PERDMF.
               03  PERDMA                  PIC X.
           02  PERDMI                      PIC X(12).
           02  LATEFEL                     PIC S9(4) COMP.
           02  LATEFEF                     PIC X.
           02  FILLER REDEFINES LATEFEF.
               03  LATEFEA                 PIC X.
           02  LATEFEI                     PIC X(12).
           02  SUSPNL                      PIC S9(4) COMP.
           02  SUSPNF                      PIC X.
           02  FILLER REDEFINES SUSPNF.
               03  SUSPNA                  PIC X.
           02  SUSPNI                      PIC X(12).
           02  PAYOFFL                     PIC S9(4) COMP.
           02  PAYOFFF                     PIC X.
           02  FILLER REDEFINES PAYOFFF.
               03  PAYOFFA                 PIC X.
           02  PAYOFFI                     PIC X(12).
           02  MSGL                        PIC S9(4) COMP.
           02  MSGF                        PIC X.
           02  FILLER REDEFINES MSGF.
               03  MSGA                    PIC X.
           02  MSGI                        PIC X(60).
       01  EPSPQTO REDEFINES EPSPQTI.
           02  FILLER                      PIC X(12).
           02  FILLER                      PIC X(3).
           02  ACCTNO                      PIC X(10).
           02  FILLER                      PIC X(3).
           02  GTDATEO                     PIC X(08).
           02  FILLER                      PIC X(3).
           02  CUSTNMO                     PIC X(30).
           02  FILLER                      PIC X(3).
           02  CURBALO                     PIC X(12).
           02  FILLER                      PIC X(3).
           02  ACCINTO                     PIC X(12).
           02  FILLER                      PIC X(3).
           02  ACCTHRO                     PIC X(08).
           02  FILLER                      PIC X(3).
           02  INTDAYO                     PIC X(04).
           02  FILLER                      PIC X(3).
           02  PERDMO                      PIC X(12).
           02  FILLER                      PIC X(3).
           02  LATEFEO                     PIC X(12).
           02  FILLER                      PIC X(3).
           02  SUSPNO                      PIC X(12).
           02  FILLER                      PIC X(3).
           02  PAYOFFO                     PIC X(12).
           02  FILLER                      PIC X(3).
           02  MSGO                        PIC X(60).
