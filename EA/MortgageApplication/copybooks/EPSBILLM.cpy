      *****************************************************************
      *    EPSBILLM - MAIL-READY MONTHLY BILLING STATEMENT RECORD     *
      *    ONE RECORD PER STATEMENT WRITTEN BY THE DAILY STATEMENT    *
      *    RUN (EPSBILL), CUT A FIXED NUMBER OF DAYS AHEAD OF THE     *
      *    INSTALLMENT DUE DATE.  CARRIES THE BORROWER MAILING        *
      *    ADDRESS BLOCK FROM THE NAME-AND-ADDRESS FILE (EPSNMAD) -   *
      *    SPACES WHEN NO ADDRESS IS ON FILE - THE INSTALLMENT SPLIT  *
      *    INTO PRINCIPAL, INTEREST AND ESCROW, ANY LATE FEE AND      *
      *    PAST-DUE AMOUNT LESS THE SUSPENSE HELD, THE CURRENT        *
      *    PRINCIPAL AND ESCROW BALANCES, UP TO SIX PAYMENT-ARCHIVE   *
      *    (MORTPMTA) ITEMS FOR THE CYCLE, AND THE REMITTANCE COUPON. *
      *    BIL-COUPON-LINE IS THE LOCKBOX PAYMENT RECORD (EPSLBXPM)   *
      *    FIELD FOR FIELD - THE PROCESSOR SCANS IT BACK, FILLS IN    *
      *    THE REMIT DATE AND ITS BATCH, AND CORRECTS THE PAYMENT     *
      *    AMOUNT WHEN THE BORROWER SENDS A DIFFERENT SUM.  THE       *
      *    COUPON AMOUNT IS NOT THE TOTAL DUE - IT IS WHAT THE        *
      *    PROCESSOR APPLIES AS ONE PAYMENT: ONE INSTALLMENT'S        *
      *    PRINCIPAL AND INTEREST PLUS THE LATE FEE, LESS THE         *
      *    SUSPENSE ONLY WHEN NO FEE IS OWED AND LESS THAN AN         *
      *    INSTALLMENT IS HELD.  ESCROW AND PAST-DUE INSTALLMENTS     *
      *    APPEAR IN THE TOTAL DUE ONLY.                              *
      *    A STATEMENT OF TYPE 'I' IS FOR INFORMATION ONLY - THE      *
      *    LOAN IS UNDER A BANKRUPTCY HOLD, SO RENDERING PRINTS THE   *
      *    BANKRUPTCY DISCLAIMER IN PLACE OF A DEMAND FOR PAYMENT     *
      *    AND THE COUPON LINE IS SPACES.  BIL-HOLD-CODE CARRIES ANY  *
      *    OTHER LEGAL HOLD FOR THE MAIL HOUSE'S SORT.                *
      *-----------------------------------------------------------   *
      *    MOD LOG                                                    *
      *    2026  DEV   ORIGINAL RECORD LAYOUT                         *
      *    2026  DEV   COUPON AMOUNT LIMITED TO WHAT EPSLBXP APPLIES  *
      *****************************************************************
       01  EPSBILL-STMT-LINE.
           02  BIL-ACCOUNT-NUMBER          PIC 9(10).
           02  FILLER                      PIC X(02) VALUE SPACES.
           02  BIL-CUSTOMER-NAME           PIC X(30).
           02  FILLER                      PIC X(02) VALUE SPACES.
           02  BIL-ADDR-LINE-1             PIC X(30).
           02  FILLER                      PIC X(02) VALUE SPACES.
           02  BIL-ADDR-LINE-2             PIC X(30).
           02  FILLER                      PIC X(02) VALUE SPACES.
           02  BIL-CITY                    PIC X(20).
           02  FILLER                      PIC X(02) VALUE SPACES.
           02  BIL-STATE                   PIC X(02).
           02  FILLER                      PIC X(02) VALUE SPACES.
           02  BIL-ZIP                     PIC X(09).
           02  FILLER                      PIC X(02) VALUE SPACES.
           02  BIL-STATEMENT-DATE          PIC X(08).
           02  FILLER                      PIC X(02) VALUE SPACES.
           02  BIL-DUE-DATE                PIC X(08).
           02  FILLER                      PIC X(02) VALUE SPACES.
           02  BIL-STMT-TYPE               PIC X(01).
               88  BIL-REGULAR               VALUE 'R'.
               88  BIL-INFORMATIONAL         VALUE 'I'.
           02  FILLER                      PIC X(02) VALUE SPACES.
           02  BIL-HOLD-CODE               PIC X(01).
           02  FILLER                      PIC X(02) VALUE SPACES.
      *
      *    THE INSTALLMENT DUE ON BIL-DUE-DATE AND THE AMOUNT TO PAY.
      *    TOTAL DUE = INSTALLMENT + LATE FEE + PAST DUE - SUSPENSE,
      *    NEVER BELOW ZERO.
      *
           02  BIL-PRINCIPAL-DUE           PIC Z,ZZZ,ZZ9.99.
           02  FILLER                      PIC X(02) VALUE SPACES.
           02  BIL-INTEREST-DUE            PIC Z,ZZZ,ZZ9.99.
           02  FILLER                      PIC X(02) VALUE SPACES.
           02  BIL-ESCROW-DUE              PIC Z,ZZZ,ZZ9.99.
           02  FILLER                      PIC X(02) VALUE SPACES.
           02  BIL-INSTALLMENT-DUE         PIC Z,ZZZ,ZZ9.99.
           02  FILLER                      PIC X(02) VALUE SPACES.
           02  BIL-LATE-FEE-DUE            PIC Z,ZZZ,ZZ9.99.
           02  FILLER                      PIC X(02) VALUE SPACES.
           02  BIL-PAST-DUE-COUNT          PIC ZZ9.
           02  FILLER                      PIC X(02) VALUE SPACES.
           02  BIL-PAST-DUE-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           02  FILLER                      PIC X(02) VALUE SPACES.
           02  BIL-SUSPENSE-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           02  FILLER                      PIC X(02) VALUE SPACES.
           02  BIL-TOTAL-DUE               PIC Z,ZZZ,ZZ9.99.
           02  FILLER                      PIC X(02) VALUE SPACES.
      *
      *    BALANCES AS OF THE STATEMENT DATE.
      *
           02  BIL-PRINCIPAL-BALANCE       PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER                      PIC X(02) VALUE SPACES.
           02  BIL-ESCROW-BALANCE          PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER                      PIC X(02) VALUE SPACES.
      *
      *    THE CYCLE'S ARCHIVED PAYMENT ACTIVITY, OLDEST FIRST -
      *    PAYMENTS, AUTOPAY DRAFTS AND (NEGATIVE) REVERSALS AND
      *    RETURNS.  MORE-ACTIVITY IS 'Y' WHEN THE CYCLE HAD MORE
      *    ITEMS THAN THE STATEMENT HOLDS.
      *
           02  BIL-CYCLE-START             PIC X(08).
           02  FILLER                      PIC X(02) VALUE SPACES.
           02  BIL-CYCLE-END               PIC X(08).
           02  FILLER                      PIC X(02) VALUE SPACES.
           02  BIL-ACTIVITY-COUNT          PIC 9(01).
           02  FILLER                      PIC X(02) VALUE SPACES.
           02  BIL-MORE-ACTIVITY           PIC X(01).
           02  FILLER                      PIC X(02) VALUE SPACES.
           02  BIL-ACTIVITY                OCCURS 6 TIMES.
               03  BIL-ACT-DATE            PIC X(08).
               03  FILLER                  PIC X(01).
               03  BIL-ACT-TRAN-ID         PIC X(04).
               03  FILLER                  PIC X(01).
               03  BIL-ACT-AMOUNT          PIC -,---,--9.99.
               03  FILLER                  PIC X(01).
               03  BIL-ACT-PRINCIPAL       PIC -,---,--9.99.
               03  FILLER                  PIC X(01).
               03  BIL-ACT-INTEREST        PIC -,---,--9.99.
               03  FILLER                  PIC X(01).
               03  BIL-ACT-FEE             PIC -,---,--9.99.
      *
      *    REMITTANCE COUPON - THE EPSLBXPM LAYOUT.  THE PAYMENT
      *    AMOUNT IS THE SINGLE PAYMENT DESCRIBED ABOVE, NOT THE
      *    TOTAL DUE.
      *
           02  BIL-COUPON-LINE.
               03  BIL-CPN-ACCOUNT-NUMBER  PIC 9(10).
               03  BIL-CPN-REMIT-DATE      PIC X(08).
               03  BIL-CPN-PAYMENT-AMOUNT  PIC 9(10)V99.
               03  BIL-CPN-PRINCIPAL-AMOUNT
                                           PIC 9(10)V99.
               03  BIL-CPN-LOCKBOX-BATCH   PIC X(08).
               03  FILLER                  PIC X(10).
