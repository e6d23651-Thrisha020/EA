      *-----------------------------------------------------------   *
      *    MOD LOG                                                    *
      *    2026  DEV   ORIGINAL RECORD LAYOUT                         *
      *    2026  DEV   ADDED ORIG-PROP-VALUE - THE APPRAISED VALUE AT *
      *                ORIGINATION, CARRIED TO THE MASTER FOR THE     *
      *                MONTHLY LTV / MORTGAGE INSURANCE REVIEW        *
      *****************************************************************
       01  EPSNEWLN-RECORD.
           05  EPSNEWLN-ACCOUNT-NUMBER     PIC 9(10).
           05  EPSNEWLN-TERM-MONTHS        PIC 9(03).
           05  EPSNEWLN-FIRST-PMT-DATE     PIC X(08).
           05  EPSNEWLN-ESCROW-PMT-AMT     PIC 9(10)V99.
           05  EPSNEWLN-ORIG-PROP-VALUE    PIC 9(10)V99.
           05  FILLER                      PIC X(18).
