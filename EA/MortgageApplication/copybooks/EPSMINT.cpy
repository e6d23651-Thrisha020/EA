      *****************************************************************
      *    EPSMINT - MAIL-READY MORTGAGE INSURANCE NOTICE RECORD      *
      *    ONE RECORD PER NOTICE WRITTEN BY THE MONTHLY LTV REVIEW    *
      *    (EPSPMIT): TYPE 'R' WHEN THE LOAN FIRST REACHES 80% OF     *
      *    ORIGINAL PROPERTY VALUE (THE BORROWER MAY ASK TO CANCEL    *
      *    THE INSURANCE), TYPE 'T' WHEN IT REACHES 78% AND THE       *
      *    INSURANCE IS TERMINATED AUTOMATICALLY.  CARRIES THE        *
      *    BORROWER MAILING ADDRESS BLOCK FROM THE NAME-AND-ADDRESS   *
      *    FILE (EPSNMAD) - SPACES WHEN NO ADDRESS IS ON FILE - SO    *
      *    THE FILE GOES STRAIGHT TO STATEMENT RENDERING/MAILING.     *
      *    ON A TERMINATION THE ANNUAL PREMIUM DROPPED AND THE NEW    *
      *    MONTHLY ESCROW PAYMENT ARE FILLED IN; ON AN 80% NOTICE     *
      *    THEY ARE THE CURRENT PREMIUM AND ESCROW PAYMENT.           *
      *-----------------------------------------------------------   *
      *    MOD LOG                                                    *
      *    2026  DEV   ORIGINAL RECORD LAYOUT                         *
      *****************************************************************
       01  EPSMINT-NOTICE-LINE.
           02  MIN-ACCOUNT-NUMBER          PIC 9(10).
           02  FILLER                      PIC X(02) VALUE SPACES.
           02  MIN-CUSTOMER-NAME           PIC X(30).
           02  FILLER                      PIC X(02) VALUE SPACES.
           02  MIN-ADDR-LINE-1             PIC X(30).
           02  FILLER                      PIC X(02) VALUE SPACES.
           02  MIN-ADDR-LINE-2             PIC X(30).
           02  FILLER                      PIC X(02) VALUE SPACES.
           02  MIN-CITY                    PIC X(20).
           02  FILLER                      PIC X(02) VALUE SPACES.
           02  MIN-STATE                   PIC X(02).
           02  FILLER                      PIC X(02) VALUE SPACES.
           02  MIN-ZIP                     PIC X(09).
           02  FILLER                      PIC X(02) VALUE SPACES.
           02  MIN-NOTICE-TYPE             PIC X(01).
               88  MIN-CANCEL-ELIGIBLE       VALUE 'R'.
               88  MIN-TERMINATED            VALUE 'T'.
           02  FILLER                      PIC X(02) VALUE SPACES.
           02  MIN-LTV-PERCENT             PIC ZZ9.99.
           02  FILLER                      PIC X(02) VALUE SPACES.
           02  MIN-CURRENT-BALANCE         PIC Z,ZZZ,ZZ9.99.
           02  FILLER                      PIC X(02) VALUE SPACES.
           02  MIN-ORIG-PROP-VALUE         PIC Z,ZZZ,ZZ9.99.
           02  FILLER                      PIC X(02) VALUE SPACES.
           02  MIN-ANNUAL-PREMIUM          PIC Z,ZZZ,ZZ9.99.
           02  FILLER                      PIC X(02) VALUE SPACES.
           02  MIN-ESCROW-PMT-AMT          PIC Z,ZZZ,ZZ9.99.
           02  FILLER                      PIC X(02) VALUE SPACES.
           02  MIN-NOTICE-DATE             PIC X(08).
           02  FILLER                      PIC X(20) VALUE SPACES.
