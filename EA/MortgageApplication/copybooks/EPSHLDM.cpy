      *****************************************************************
      *    EPSHLDM - SYMBOLIC MAP FOR MAPSET EPSHLD, MAP EPSHLD1      *
      *    ACCOUNT HOLD MAINTENANCE SCREEN - ACCOUNT NUMBER (THE KEY),*
      *    BORROWER NAME (DISPLAY ONLY), HOLD CODE (B=BANKRUPTCY,     *
      *    F=FORECLOSURE, L=LITIGATION), HOLD REASON, EFFECTIVE DATE, *
      *    SUPERVISOR POSTING OVERRIDE (Y/N), THE OPERATOR WHO SET    *
      *    THE HOLD AND THE DATE AND OPERATOR OF THE LAST RELEASE     *
      *    (DISPLAY ONLY), AN ACTION CODE (S=SET, C=CHANGE, R=RELEASE,*
      *    I=INQUIRE) AND THE MESSAGE LINE.  DRIVEN BY EPSCHLD.       *
      *-----------------------------------------------------------   *
      *    MOD LOG                                                    *
      *    2026  DEV   ORIGINAL MAP - KEY/HOLD/RELEASE/ACTION/MESSAGE *
      *****************************************************************
       01  EPSHLDI.
           02  FILLER                      PIC X(12).
           02  ACCTNL                      PIC S9(4) COMP.
           02  ACCTNF                      PIC X.
           02  FILLER REDEFINES ACCTNF.
               03  ACCTNA                  PIC X.
           02  ACCTNI                      PIC X(10).
           02  CUSTNML                     PIC S9(4) COMP.
           02  CUSTNMF                     PIC X.
           02  FILLER REDEFINES CUSTNMF.
               03  CUSTNMA                 PIC X.
           02  CUSTNMI                     PIC X(30).
           02  HLDCDL                      PIC S9(4) COMP.
           02  HLDCDF                      PIC X.
           02  FILLER REDEFINES HLDCDF.
               03  HLDCDA                  PIC X.
           02  HLDCDI                      PIC X(01).
           02  REASONL                     PIC S9(4) COMP.
           02  REASONF                     PIC X.
           02  FILLER REDEFINES REASONF.
               03  REASONA                 PIC X.
           02  REASONI                     PIC X(30).
           02  EFFDTL                      PIC S9(4) COMP.
           02  EFFDTF                      PIC X.
           02  FILLER REDEFINES EFFDTF.
               03  EFFDTA                  PIC X.
           02  EFFDTI                      PIC X(08).
           02  OVRDL                       PIC S9(4) COMP.
           02  OVRDF                       PIC X.
           02  FILLER REDEFINES OVRDF.
               03  OVRDA                   PIC X.
           02  OVRDI                       PIC X(01).
           02  HLDOPRL                     PIC S9(4) COMP.
           02  HLDOPRF                     PIC X.
           02  FILLER REDEFINES HLDOPRF.
               03  HLDOPRA                 PIC X.
           02  HLDOPRI                     PIC X(08).
           02  RELDTL                      PIC S9(4) COMP.
           02  RELDTF                      PIC X.
           02  FILLER REDEFINES RELDTF.
               03  RELDTA                  PIC X.
           02  RELDTI                      PIC X(08).
           02  RELOPRL                     PIC S9(4) COMP.
           02  RELOPRF                     PIC X.
           02  FILLER REDEFINES RELOPRF.
               03  RELOPRA                 PIC X.
           02  RELOPRI                     PIC X(08).
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
       01  EPSHLDO REDEFINES EPSHLDI.
           02  FILLER                      PIC X(12).
           02  FILLER                      PIC X(3).
           02  ACCTNO                      PIC X(10).
           02  FILLER                      PIC X(3).
           02  CUSTNMO                     PIC X(30).
           02  FILLER                      PIC X(3).
           02  HLDCDO                      PIC X(01).
           02  FILLER                      PIC X(3).
           02  REASONO                     PIC X(30).
           02  FILLER                      PIC X(3).
           02  EFFDTO                      PIC X(08).
           02  FILLER                      PIC X(3).
           02  OVRDO                       PIC X(01).
           02  FILLER                      PIC X(3).
           02  HLDOPRO                     PIC X(08).
           02  FILLER                      PIC X(3).
           02  RELDTO                      PIC X(08).
           02  FILLER                      PIC X(3).
           02  RELOPRO                     PIC X(08).
           02  FILLER                      PIC X(3).
           02  ACTIONO                     PIC X(01).
           02  FILLER                      PIC X(3).
           02  MSGO                        PIC X(60).
