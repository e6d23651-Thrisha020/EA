      *                SPLIT FOR A SUSPENSE RELEASE.  BOARDING AND    *
      *                RATE CHANGE MIRROR IT UP, THE NIGHTLY SYNC     *
      *                CARRIES IT DOWN                                *
      *    2026  DEV   ADDED LOAN-STATUS AND PAID-OFF-DATE, SET BY    *
      *                THE NIGHTLY PAID-IN-FULL CLOSE-OUT (EPSPIFCO)  *
      *                WHEN THE BALANCE REACHES ZERO - THE ACCRUAL,   *
      *                AGING AND DISBURSEMENT RUNS SKIP A PAID-OFF    *
      *                LOAN.  RECORD GROWS TO 220 WITH A TRAILING     *
      *                RESERVE FILLER; SPACE IN THE STATUS BYTE       *
      *                READS AS ACTIVE                                *
      *    2026  DEV   ADDED ORIG-BALANCE, TERM-MONTHS AND BOARDED-   *
      *                DATE IN THE RESERVE FILLER, SET BY THE         *
      *                BOARDING RUN (EPSLBRD) FOR THE MONTHLY CREDIT  *
      *                BUREAU FILE (EPSCRBR).  LOANS BOARDED BEFORE   *
      *                THE CHANGE CARRY SPACES THERE - READERS TREAT  *
      *                NON-NUMERIC AS NOT ON FILE                     *
      *    2026  DEV   ADDED ORIG-PROP-VALUE (SET AT BOARDING) AND    *
      *                MI-STATUS IN THE RESERVE FILLER FOR THE        *
      *                MONTHLY LTV REVIEW (EPSPMIT) - 'N' ONCE THE    *
      *                80% NOTICE HAS GONE OUT, 'T' ONCE MORTGAGE     *
      *                INSURANCE IS TERMINATED AT 78%.  NON-NUMERIC   *
      *                VALUE READS AS NOT ON FILE                     *
      *    2026  DEV   ADDED HOLD-CODE AND HOLD-OVERRIDE IN THE       *
      *                RESERVE FILLER - THE LEGAL HOLD SET AND        *
      *                RELEASED ONLINE (EPSCHLD) ON THE DB2 ROW AND   *
      *                CARRIED DOWN BY THE NIGHTLY SYNC.  SPACE IS NO *
      *                HOLD.  A HELD ACCOUNT IS AGED WITHOUT LATE     *
      *                FEES OR NOTICES, ITS PAYMENTS ARE ROUTED TO    *
      *                SPECIAL HANDLING UNLESS A SUPERVISOR HAS SET   *
      *                THE OVERRIDE, NO AUTOPAY DRAFT IS TAKEN, AND   *
      *                ESCROW DISBURSES ONLY UNDER A BANKRUPTCY OR    *
      *                FORECLOSURE HOLD.  REASON, EFFECTIVE DATE AND  *
      *                OPERATOR STAY ON THE DB2 ROW                   *
      *****************************************************************
       01  EPSMMST-RECORD.
           05  EPSMMST-ACCOUNT-NUMBER          PIC 9(10).
           05  EPSMMST-LATE-FEE-DUE            PIC 9(8)V99.
           05  EPSMMST-ACCRUAL-THRU-DATE       PIC X(08).
           05  EPSMMST-SUSPENSE-AMOUNT         PIC 9(8)V99.
           05  EPSMMST-LOAN-STATUS             PIC X(01).
               88  EPSMMST-LOAN-ACTIVE           VALUE 'A' ' '.
               88  EPSMMST-PAID-IN-FULL          VALUE 'P'.
           05  EPSMMST-PAID-OFF-DATE           PIC X(08).
           05  EPSMMST-ORIG-BALANCE            PIC 9(10)V99.
           05  EPSMMST-TERM-MONTHS             PIC 9(03).
           05  EPSMMST-BOARDED-DATE            PIC X(08).
           05  EPSMMST-ORIG-PROP-VALUE         PIC 9(10)V99.
           05  EPSMMST-MI-STATUS               PIC X(01).
               88  EPSMMST-MI-NOTICE-SENT        VALUE 'N'.
               88  EPSMMST-MI-TERMINATED         VALUE 'T'.
           05  EPSMMST-HOLD-CODE               PIC X(01).
               88  EPSMMST-ON-HOLD               VALUE 'B' 'F' 'L'.
               88  EPSMMST-HOLD-BANKRUPTCY       VALUE 'B'.
               88  EPSMMST-HOLD-FORECLOSURE      VALUE 'F'.
               88  EPSMMST-HOLD-LITIGATION       VALUE 'L'.
               88  EPSMMST-HOLD-ESCROW-OK        VALUE 'B' 'F'.
           05  EPSMMST-HOLD-OVERRIDE           PIC X(01).
               88  EPSMMST-POSTING-OVERRIDE      VALUE 'Y'.
           05  FILLER                          PIC X(02).
