      *****************************************************************
      *    EPSMNCOM - EPSMENU COMMUNICATION AREA                      *
      *    COMMAREA PASSED BETWEEN PSEUDO-CONVERSATIONAL INVOCATIONS  *
      *    OF TRANSACTION EPSM (PROGRAM EPSMENU, THE MAIN MENU).      *
      *    COPIED INTO WORKING-STORAGE (AS THE BUILD-UP AREA) AND     *
      *    INTO THE LINKAGE SECTION (AS DFHCOMMAREA).  THE OPERATOR'S *
      *    AUTHORITY IS NOT CARRIED HERE - IT IS RE-READ ON EVERY     *
      *    SELECTION SO A REVOKE TAKES EFFECT AT ONCE.                *
      *-----------------------------------------------------------   *
      *    MOD LOG                                                    *
      *    2026  DEV   ORIGINAL COMMAREA - OPERATOR/MESSAGE           *
      *****************************************************************
           05  EPSMNCOM-OPERATOR-ID            PIC X(08).
           05  EPSMNCOM-TERM-ID                PIC X(04).
           05  EPSMNCOM-TRAN-ID                PIC X(04).
           05  EPSMNCOM-SAVE-LENGTH            PIC 9(04)     COMP.
      *
      *    RESPONSE / MESSAGE AREA
      *
           05  EPSMNCOM-RETURN-CODE            PIC X(02).
               88  EPSMNCOM-RC-OK                VALUE '00'.
               88  EPSMNCOM-RC-INVALID-FLD       VALUE '10'.
               88  EPSMNCOM-RC-NOT-AUTHORIZED    VALUE '20'.
               88  EPSMNCOM-RC-FILE-ERROR        VALUE '30'.
           05  EPSMNCOM-MESSAGE                PIC X(60).
