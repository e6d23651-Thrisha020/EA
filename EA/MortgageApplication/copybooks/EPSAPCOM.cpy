      *****************************************************************
      *    EPSAPCOM - EPSCAPY COMMUNICATION AREA                      *
      *    COMMAREA PASSED BETWEEN PSEUDO-CONVERSATIONAL INVOCATIONS  *
      *    OF TRANSACTION EPSD (PROGRAM EPSCAPY, THE BORROWER AUTOPAY *
      *    ENROLLMENT SCREEN).  COPIED INTO WORKING-STORAGE (AS THE   *
      *    BUILD-UP AREA) AND INTO THE LINKAGE SECTION (AS            *
      *    DFHCOMMAREA).                                              *
      *-----------------------------------------------------------   *
      *    MOD LOG                                                    *
      *    2026  DEV   ORIGINAL COMMAREA - KEY/ACTION/MESSAGE         *
      *****************************************************************
           05  EPSAPCOM-ACCOUNT-NUMBER         PIC 9(10).
           05  EPSAPCOM-TERM-ID                PIC X(04).
           05  EPSAPCOM-TRAN-ID                PIC X(04).
           05  EPSAPCOM-SAVE-LENGTH            PIC 9(04)     COMP.
      *
      *    RESPONSE / MESSAGE AREA
      *
           05  EPSAPCOM-RETURN-CODE            PIC X(02).
               88  EPSAPCOM-RC-OK                VALUE '00'.
               88  EPSAPCOM-RC-INVALID-FLD       VALUE '10'.
               88  EPSAPCOM-RC-NOT-FOUND         VALUE '20'.
               88  EPSAPCOM-RC-DUPLICATE         VALUE '21'.
               88  EPSAPCOM-RC-FILE-ERROR        VALUE '30'.
           05  EPSAPCOM-MESSAGE                PIC X(60).
