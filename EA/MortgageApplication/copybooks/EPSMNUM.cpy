      *****************************************************************
      *    EPSMNUM - SYMBOLIC MAP FOR MAPSET EPSMNU, MAP EPSMNU1      *
      *    MAIN MENU SCREEN - THE SIGNED-ON OPERATOR ID AND NAME, TEN *
      *    FUNCTION LINES (ONLY THOSE THE OPERATOR IS AUTHORIZED FOR  *
      *    ARE FILLED IN), THE SELECTION KEYED AND THE MESSAGE LINE.  *
      *    DRIVEN BY EPSMENU.                                         *
      *-----------------------------------------------------------   *
      *    MOD LOG                                                    *
      *    2026  DEV   ORIGINAL MAP - OPERATOR/FUNCTIONS/SELECTION    *
      *****************************************************************
       01  EPSMNUI.
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
           02  OPT01L                      PIC S9(4) COMP.
           02  OPT01F                      PIC X.
           02  FILLER REDEFINES OPT01F.
               03  OPT01A                  PIC X.
           02  OPT01I                      PIC X(40).
           02  OPT02L                      PIC S9(4) COMP.
           02  OPT02F                      PIC X.
           02  FILLER REDEFINES OPT02F.
               03  OPT02A                  PIC X.
           02  OPT02I                      PIC X(40).
           02  OPT03L                      PIC S9(4) COMP.
           02  OPT03F                      PIC X.
           02  FILLER REDEFINES OPT03F.
               03  OPT03A                  PIC X.
           02  OPT03I                      PIC X(40).
           02  OPT04L                      PIC S9(4) COMP.
           02  OPT04F                      PIC X.
           02  FILLER REDEFINES OPT04F.
               03  OPT04A                  PIC X.
           02  OPT04I                      PIC X(40).
           02  OPT05L                      PIC S9(4) COMP.
           02  OPT05F                      PIC X.
           02  FILLER REDEFINES OPT05F.
               03  OPT05A                  PIC X.
           02  OPT05I                      PIC X(40).
           02  OPT06L                      PIC S9(4) COMP.
           02  OPT06F                      PIC X.
           02  FILLER REDEFINES OPT06F.
               03  OPT06A                  PIC X.
           02  OPT06I                      PIC X(40).
           02  OPT07L                      PIC S9(4) COMP.
           02  OPT07F                      PIC X.
           02  FILLER REDEFINES OPT07F.
               03  OPT07A                  PIC X.
           02  OPT07I                      PIC X(40).
           02  OPT08L                      PIC S9(4) COMP.
           02  OPT08F                      PIC X.
           02  FILLER REDEFINES OPT08F.
               03  OPT08A                  PIC X.
           02  OPT08I                      PIC X(40).
           02  OPT09L                      PIC S9(4) COMP.
           02  OPT09F                      PIC X.
           02  FILLER REDEFINES OPT09F.
               03  OPT09A                  PIC X.
           02  OPT09I                      PIC X(40).
           02  OPT10L                      PIC S9(4) COMP.
           02  OPT10F                      PIC X.
           02  FILLER REDEFINES OPT10F.
               03  OPT10A                  PIC X.
           02  OPT10I                      PIC X(40).
           02  SELECTL                     PIC S9(4) COMP.
           02  SELECTF                     PIC X.
           02  FILLER REDEFINES SELECTF.
               03  SELECTA                 PIC X.
           02  SELECTI                     PIC X(02).
           02  MSGL                        PIC S9(4) COMP.
           02  MSGF                        PIC X.
           02  FILLER REDEFINES MSGF.
               03  MSGA                    PIC X.
           02  MSGI                        PIC X(60).
       01  EPSMNUO REDEFINES EPSMNUI.
           02  FILLER                      PIC X(12).
           02  FILLER                      PIC X(3).
           02  OPERIDO                     PIC X(08).
           02  FILLER                      PIC X(3).
           02  OPNAMEO                     PIC X(30).
           02  FILLER                      PIC X(3).
           02  OPT01O                      PIC X(40).
           02  FILLER                      PIC X(3).
           02  OPT02O                      PIC X(40).
           02  FILLER                      PIC X(3).
           02  OPT03O                      PIC X(40).
           02  FILLER                      PIC X(3).
           02  OPT04O                      PIC X(40).
           02  FILLER                      PIC X(3).
           02  OPT05O                      PIC X(40).
           02  FILLER                      PIC X(3).
           02  OPT06O                      PIC X(40).
           02  FILLER                      PIC X(3).
           02  OPT07O                      PIC X(40).
           02  FILLER                      PIC X(3).
           02  OPT08O                      PIC X(40).
           02  FILLER                      PIC X(3).
           02  OPT09O                      PIC X(40).
           02  FILLER                      PIC X(3).
           02  OPT10O                      PIC X(40).
           02  FILLER                      PIC X(3).
           02  SELECTO                     PIC X(02).
           02  FILLER                      PIC X(3).
           02  MSGO                        PIC X(60).
