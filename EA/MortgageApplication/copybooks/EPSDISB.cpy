      *    ONE RECORD PER ESCROW DRAW THE SCHEDULED DISBURSEMENT RUN  *
      *    (EPSESCDB) MAKES - HANDED TO THE CHECK/ACH DISBURSEMENT    *
      *    SYSTEM, WHICH CUTS THE CHECK OR ORIGINATES THE ACH FROM    *
      *    THE PAY METHOD ON THE RECORD.  THE PAID-IN-FULL CLOSE-OUT  *
      *    (EPSPIFCO) ADDS ONE RECORD PER LOAN IT CLOSES, PAYEE TYPE  *
      *    RF, REFUNDING THE ESCROW LEFT ON THE LOAN BY CHECK TO THE  *
      *    BORROWER.                                                  *
      *-----------------------------------------------------------   *
      *    MOD LOG                                                    *
      *    2026  DEV   ORIGINAL RECORD LAYOUT                         *
      *    2026  DEV   PAYEE TYPE RF - ESCROW REFUND ON A PAID-OFF    *
      *                LOAN, WRITTEN BY EPSPIFCO                      *
      *****************************************************************
       01  EPSDISB-RECORD.
           05  EPSDISB-ACCOUNT-NUMBER      PIC 9(10).
