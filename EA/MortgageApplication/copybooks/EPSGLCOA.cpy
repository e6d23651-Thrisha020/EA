      *****************************************************************
      *    EPSGLCOA - GL CHART-OF-ACCOUNTS MAPPING RECORD             *
      *    ONE RECORD PER GL ACTIVITY CODE (SEE EPSGLACT) ON THE      *
      *    CHART-OF-ACCOUNTS PARAMETER DATASET (EPS.MORTGAGE.GLCOA),  *
      *    GIVING THE GL ACCOUNT THE CODE'S DAILY TOTAL IS DEBITED    *
      *    TO AND THE ONE IT IS CREDITED TO.  THE DATASET IS PLAIN    *
      *    80-BYTE CARD IMAGES SO FINANCE CAN MAINTAIN IT IN AN       *
      *    EDITOR - THE FIELDS ARE SPACED APART FOR THAT, AND A       *
      *    RECORD WITH AN ASTERISK IN COLUMN 1 IS A COMMENT.  A CODE  *
      *    WITH NO RECORD HERE, OR WITH EITHER ACCOUNT BLANK, KEEPS   *
      *    THE JOURNAL FROM BEING RELEASED UNTIL THE CHART IS FIXED.  *
      *-----------------------------------------------------------   *
      *    MOD LOG                                                    *
      *    2026  DEV   ORIGINAL RECORD LAYOUT                         *
      *****************************************************************
       01  EPSGLCOA-RECORD.
           05  EPSGLCOA-ACTIVITY-CODE      PIC X(02).
               88  EPSGLCOA-COMMENT          VALUE '* ' '**'.
           05  FILLER                      PIC X(01).
           05  EPSGLCOA-DEBIT-ACCOUNT      PIC X(10).
           05  FILLER                      PIC X(01).
           05  EPSGLCOA-CREDIT-ACCOUNT     PIC X(10).
           05  FILLER                      PIC X(01).
           05  EPSGLCOA-DESCRIPTION        PIC X(30).
           05  FILLER                      PIC X(25).
