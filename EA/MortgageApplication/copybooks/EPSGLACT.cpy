      *****************************************************************
      *    EPSGLACT - GENERAL LEDGER ACTIVITY RECORD                  *
      *    ONE RECORD PER MONEY MOVEMENT THE PAYMENT FEED DOES NOT    *
      *    CARRY TO THE GENERAL LEDGER, WRITTEN TO THE GL-ACTIVITY    *
      *    ESDS (EPS.MORTGAGE.VGLACT) BY THE PROGRAM THAT MOVED THE   *
      *    MONEY - ONLINE IN THE SAME UNIT OF WORK AS THE UPDATE,     *
      *    BATCH BY EXTENDING THE FILE.  WRITTEN BY:                  *
      *      IA  EPSPRDI   INTEREST ACCRUED                           *
      *      LF  EPSDLQRP  LATE FEE ASSESSED                          *
      *      ED  EPSESCDB  ESCROW DRAWN FOR A DISBURSEMENT            *
      *      ER  EPSDSBRC  RETURNED DRAW RE-CREDITED TO ESCROW        *
      *      SH  EPSLBXP   SHORT PAYMENT HELD IN SUSPENSE             *
      *          EPSCMORT                                             *
      *      SR  EPSLBXP   SCHEDULED PAYMENT RELEASED FROM SUSPENSE   *
      *          EPSCMORT                                             *
      *          EPSACHD   (SUSPENSE RELEASED TOWARD A DRAFT)         *
      *      SH  EPSACHR   ALSO - A RETURNED DRAFT'S RELEASE PUT BACK *
      *      RP  EPSCREV   REVERSAL - PRINCIPAL RESTORED              *
      *      RI  EPSCREV   REVERSAL - INTEREST BACKED OUT             *
      *      RF  EPSCREV   REVERSAL - LATE FEE PUT BACK DUE           *
      *          (RP/RI/RF ALSO EPSACHR - RETURNED AUTOPAY DRAFT)     *
      *      LB  EPSLBRD   LOAN BOARDED - PRINCIPAL ON THE BOOK       *
      *      EC  EPSLBRD   ESCROW CONTRIBUTED (OPENING DEPOSIT AT     *
      *          EPSCMORT  BOARDING, TELLER-KEYED ESCROW INCREASE)    *
      *      EA  EPSCMORT  ESCROW ADJUSTED DOWN BY THE TELLER         *
      *      EF  EPSPIFCO  ESCROW REFUNDED AT PAID-IN-FULL CLOSE-OUT  *
      *    THE AMOUNT IS ALWAYS THE SIZE OF THE MOVEMENT - THE CODE   *
      *    SAYS WHICH WAY IT WENT.  THE NIGHTLY EPSGLJE JOB SORTS     *
      *    THE DAY'S RECORDS INTO THE GLACT GENERATION, SUMMARISES    *
      *    THEM INTO THE BALANCED JOURNAL FOR THE GL AND EMPTIES THE  *
      *    ESDS FOR THE NEXT DAY.  THE MONTH-END ROLL-FORWARD         *
      *    (EPSMEND) PROVES THE BOOK AGAINST THE MONTH'S GLACT        *
      *    GENERATIONS.                                               *
      *-----------------------------------------------------------   *
      *    MOD LOG                                                    *
      *    2026  DEV   ORIGINAL RECORD LAYOUT                         *
      *    2026  DEV   LB/EC/EA/EF ADDED SO BOARDING AND EVERY ESCROW *
      *                MOVEMENT REACH THE GL AND THE MONTH-END PROOF  *
      *    2026  DEV   EPSACHR WRITES RP/RI/RF FOR A RETURNED DRAFT   *
      *    2026  DEV   EPSACHD WRITES SR, EPSACHR SH, FOR SUSPENSE    *
      *                A DRAFT RELEASES AND A RETURN RESTORES         *
      *****************************************************************
       01  EPSGLACT-RECORD.
           05  EPSGLACT-ACTIVITY-DATE      PIC X(08).
           05  EPSGLACT-ACTIVITY-CODE      PIC X(02).
               88  EPSGLACT-INTEREST-ACCRUED VALUE 'IA'.
               88  EPSGLACT-LATE-FEE         VALUE 'LF'.
               88  EPSGLACT-ESCROW-DRAWN     VALUE 'ED'.
               88  EPSGLACT-ESCROW-RECREDIT  VALUE 'ER'.
               88  EPSGLACT-SUSPENSE-HELD    VALUE 'SH'.
               88  EPSGLACT-SUSPENSE-RELEASE VALUE 'SR'.
               88  EPSGLACT-REV-PRINCIPAL    VALUE 'RP'.
               88  EPSGLACT-REV-INTEREST     VALUE 'RI'.
               88  EPSGLACT-REV-FEE          VALUE 'RF'.
               88  EPSGLACT-LOAN-BOARDED     VALUE 'LB'.
               88  EPSGLACT-ESCROW-CONTRIB   VALUE 'EC'.
               88  EPSGLACT-ESCROW-ADJ-DOWN  VALUE 'EA'.
               88  EPSGLACT-ESCROW-REFUNDED  VALUE 'EF'.
           05  EPSGLACT-PROGRAM            PIC X(08).
           05  EPSGLACT-ACCOUNT-NUMBER     PIC 9(10).
           05  EPSGLACT-AMOUNT             PIC S9(10)V99.
           05  FILLER                      PIC X(40).
