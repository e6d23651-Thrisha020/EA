      *****************************************************************
      *    EPSPQCOM - EPSCPQT COMMUNICATION AREA                      *
      *    COMMAREA PASSED BETWEEN PSEUDO-CONVERSATIONAL INVOCATIONS  *
      *    OF TRANSACTION EPSQ (PROGRAM EPSCPQT, THE PAYOFF QUOTE     *
      *    SCREEN).  COPIED INTO WORKING-STORAGE (AS THE BUILD-UP     *
      *    AREA) AND INTO THE LINKAGE SECTION (AS DFHCOMMAREA).  THE  *
      *    LAST QUOTE COMPUTED IS CARRIED HERE SO PF4 PRINTS EXACTLY  *
      *    THE FIGURES THE OPERATOR WAS SHOWN AND THE QUOTE LOG HOLDS.*
      *-----------------------------------------------------------   *
      *    MOD LOG                                                    *
      *    2026  DEV   ORIGINAL COMMAREA - KEY/QUOTE/MESSAGE          *
      *****************************************************************
           05  EPSPQCOM-ACCOUNT-NUMBER         PIC 9(10).
           05  EPSPQCOM-TERM-ID                PIC X(04).
           05  EPSPQCOM-TRAN-ID                PIC X(04).
           05  EPSPQCOM-SAVE-LENGTH            PIC 9(04)     COMP.
           05  EPSPQCOM-STATE                  PIC X(01).
               88  EPSPQCOM-STATE-INIT           VALUE ' '.
               88  EPSPQCOM-STATE-QUOTED         VALUE 'Q'.
      *
      *    THE QUOTE - GOOD THROUGH THE DATE KEYED, AS OF THE DATE
      *    IT WAS GIVEN
      *
           05  EPSPQCOM-QUOTE.
               10  EPSPQCOM-CUSTOMER-NAME      PIC X(30).
               10  EPSPQCOM-QUOTE-DATE         PIC X(08).
               10  EPSPQCOM-GOOD-THRU-DATE     PIC X(08).
               10  EPSPQCOM-PRINCIPAL          PIC 9(10)V99.
               10  EPSPQCOM-ACCRUED-INT        PIC 9(10)V99.
               10  EPSPQCOM-PERDIEM-DAYS       PIC S9(05)     COMP-3.
               10  EPSPQCOM-PERDIEM-INT        PIC 9(10)V99.
               10  EPSPQCOM-LATE-FEE           PIC 9(08)V99.
               10  EPSPQCOM-SUSPENSE           PIC 9(08)V99.
               10  EPSPQCOM-PAYOFF-AMOUNT      PIC 9(10)V99.
      *
      *    RESPONSE / MESSAGE AREA
      *
           05  EPSPQCOM-RETURN-CODE            PIC X(02).
               88  EPSPQCOM-RC-OK                VALUE '00'.
               88  EPSPQCOM-RC-INVALID-FLD       VALUE '10'.
               88  EPSPQCOM-RC-NOT-FOUND         VALUE '20'.
               88  EPSPQCOM-RC-PAID-OFF          VALUE '22'.
               88  EPSPQCOM-RC-FILE-ERROR        VALUE '30'.
               88  EPSPQCOM-RC-SQL-ERROR         VALUE '31'.
           05  EPSPQCOM-MESSAGE                PIC X(60).
