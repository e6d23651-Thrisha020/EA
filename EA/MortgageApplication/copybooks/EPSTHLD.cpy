      *****************************************************************
      *    EPSTHLD - TELLER HELD-PAYMENT RECORD                       *
      *    ONE RECORD PER PAYMENT KEYED AT THE TELLER SCREEN          *
      *    (EPSCMORT) FOR AN ACCOUNT UNDER A LEGAL HOLD WITH NO       *
      *    POSTING OVERRIDE, WRITTEN TO THE TELLER HELD-PAYMENT ESDS  *
      *    (EPS.MORTGAGE.VTLRHELD) IN PLACE OF POSTING IT.  IT IS THE *
      *    ONLINE COUNTERPART OF THE LOCKBOX HELD-PAYMENT QUEUE       *
      *    (LBXHELD, WRITTEN BY EPSLBXP): SPECIAL HANDLING WORKS BOTH *
      *    WITH LEGAL, AND A PAYMENT CLEARED TO POST IS KEYED AGAIN   *
      *    ONCE THE OVERRIDE IS SET.  THE AMOUNTS ARE AS THE TELLER   *
      *    KEYED THEM; THE HOLD CODE IS THE ONE IN FORCE WHEN THE     *
      *    PAYMENT WAS TAKEN.                                         *
      *-----------------------------------------------------------   *
      *    MOD LOG                                                    *
      *    2026  DEV   ORIGINAL RECORD LAYOUT                         *
      *****************************************************************
       01  EPSTHLD-RECORD.
           05  EPSTHLD-TIMESTAMP.
               10  EPSTHLD-QUEUED-DATE     PIC X(08).
               10  EPSTHLD-QUEUED-TIME     PIC X(06).
           05  EPSTHLD-OPERATOR-ID         PIC X(08).
           05  EPSTHLD-TERM-ID             PIC X(04).
           05  EPSTHLD-TRAN-ID             PIC X(04).
           05  EPSTHLD-ACCOUNT-NUMBER      PIC 9(10).
           05  EPSTHLD-HOLD-CODE           PIC X(01).
               88  EPSTHLD-BANKRUPTCY        VALUE 'B'.
               88  EPSTHLD-FORECLOSURE       VALUE 'F'.
               88  EPSTHLD-LITIGATION        VALUE 'L'.
           05  EPSTHLD-PAYMENT-AMOUNT      PIC 9(10)V99.
           05  EPSTHLD-PRINCIPAL-AMOUNT    PIC 9(10)V99.
           05  FILLER                      PIC X(15).
