      *****************************************************************
      *    EPSHLCOM - EPSCHLD COMMUNICATION AREA                      *
      *    COMMAREA PASSED BETWEEN PSEUDO-CONVERSATIONAL INVOCATIONS  *
      *    OF TRANSACTION EPSL (PROGRAM EPSCHLD, THE ACCOUNT HOLD     *
      *    MAINTENANCE SCREEN).  COPIED INTO WORKING-STORAGE (AS THE  *
      *    BUILD-UP AREA) AND INTO THE LINKAGE SECTION (AS            *
      *    DFHCOMMAREA).                                              *
      *-----------------------------------------------------------   *
      *    MOD LOG                                                    *
      *    2026  DEV   ORIGINAL COMMAREA - KEY/ACTION/MESSAGE         *
      *****************************************************************
           05  EPSHLCOM-ACCOUNT-NUMBER         PIC 9(10).
           05  EPSHLCOM-TERM-ID                PIC X(04).
           05  EPSHLCOM-TRAN-ID                PIC X(04).
           05  EPSHLCOM-SAVE-LENGTH            PIC 9(04)     COMP.
      *
      *    RESPONSE / MESSAGE AREA
      *
           05  EPSHLCOM-RETURN-CODE            PIC X(02).
               88  EPSHLCOM-RC-OK                VALUE '00'.
               88  EPSHLCOM-RC-INVALID-FLD       VALUE '10'.
               88  EPSHLCOM-RC-NOT-FOUND         VALUE '20'.
               88  EPSHLCOM-RC-NOT-AUTHORIZED    VALUE '22'.
               88  EPSHLCOM-RC-FILE-ERROR        VALUE '30'.
               88  EPSHLCOM-RC-SQL-ERROR         VALUE '31'.
           05  EPSHLCOM-MESSAGE                PIC X(60).
