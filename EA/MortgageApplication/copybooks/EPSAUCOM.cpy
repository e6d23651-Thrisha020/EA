      *****************************************************************
      *    EPSAUCOM - EPSCAUT COMMUNICATION AREA                      *
      *    COMMAREA PASSED BETWEEN PSEUDO-CONVERSATIONAL INVOCATIONS  *
      *    OF TRANSACTION EPSA (PROGRAM EPSCAUT, THE OPERATOR         *
      *    AUTHORITY MAINTENANCE SCREEN).  COPIED INTO WORKING-       *
      *    STORAGE (AS THE BUILD-UP AREA) AND INTO THE LINKAGE        *
      *    SECTION (AS DFHCOMMAREA).                                  *
      *-----------------------------------------------------------   *
      *    MOD LOG                                                    *
      *    2026  DEV   ORIGINAL COMMAREA - KEY/ACTION/MESSAGE         *
      *****************************************************************
           05  EPSAUCOM-OPERATOR-ID            PIC X(08).
           05  EPSAUCOM-TERM-ID                PIC X(04).
           05  EPSAUCOM-TRAN-ID                PIC X(04).
           05  EPSAUCOM-SAVE-LENGTH            PIC 9(04)     COMP.
      *
      *    RESPONSE / MESSAGE AREA
      *
           05  EPSAUCOM-RETURN-CODE            PIC X(02).
               88  EPSAUCOM-RC-OK                VALUE '00'.
               88  EPSAUCOM-RC-INVALID-FLD       VALUE '10'.
               88  EPSAUCOM-RC-NOT-FOUND         VALUE '20'.
               88  EPSAUCOM-RC-DUPLICATE         VALUE '21'.
               88  EPSAUCOM-RC-NOT-AUTHORIZED    VALUE '22'.
               88  EPSAUCOM-RC-FILE-ERROR        VALUE '30'.
           05  EPSAUCOM-MESSAGE                PIC X(60).
