      *-----------------------------------------------------------   *
      *    MOD LOG                                                    *
      *    2026  DEV   ORIGINAL RECORD LAYOUT                         *
      *    2026  DEV   THE BILLING STATEMENT COUPON LINE (EPSBILLM)   *
      *                IS CUT TO THIS LAYOUT - KEEP THE TWO IN STEP   *
      *****************************************************************
       01  EPSLBXPM-RECORD.
           05  EPSLBXPM-ACCOUNT-NUMBER     PIC 9(10).
