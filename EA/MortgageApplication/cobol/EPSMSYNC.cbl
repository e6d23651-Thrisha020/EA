001000*THE MATCHING KSDS RECORD, PRESERVING THE FIELDS ONLY BATCH
001100*MAINTAINS (THE RATE, ACCRUED INTEREST AND ACCRUAL-THRU-
001110*DATE).
001120*THE LEGAL HOLD CODE AND ITS SUPERVISOR POSTING OVERRIDE,
001130*SET AND RELEASED ONLINE, ARE CARRIED DOWN THE SAME WAY SO
001140*EVERY NIGHTLY RUN SEES THE HOLD.
001200*AN ACCOUNT ON DB2 BUT NOT YET ON THE KSDS - A LOAN BOOKED
001300*ONLINE DURING THE DAY - IS ADDED WITH ITS BATCH-ONLY FIELDS
001400*ZEROED FOR LOAN SETUP TO COMPLETE.  THE BATCH POSTING AND
002494*                 TELLER PATH NEEDS THE SCHEDULED PRINCIPAL
002496*                 FOR A SUSPENSE RELEASE, AND BOARDING AND
002498*                 RATE CHANGE MIRROR THEIR UPDATES BACK UP.
002499*2026-10-15  DEV  A NEWLY ADDED ACCOUNT STARTS AS AN ACTIVE
002500*                 LOAN - THE LOAN STATUS IS SET ONLY BY THE
002501*                 PAID-IN-FULL CLOSE-OUT (EPSPIFCO).
002502*2026-10-15  DEV  CARRY THE LEGAL HOLD CODE AND THE HOLD
002503*                 POSTING OVERRIDE DOWN AS WELL - THE AGING,
002504*                 POSTING, AUTOPAY AND DISBURSEMENT RUNS ALL
002505*                 HONOUR THE HOLD.
002590*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-FLEX-ES.
007711       PRINCIPAL_AMOUNT                DECIMAL(12,2) NOT NULL,
007720       LATE_FEE_DUE                   DECIMAL(10,2) NOT NULL,
007730       NEXT_PMT_DATE                  CHAR(8)       NOT NULL,
007740       SUSPENSE_AMT                   DECIMAL(10,2) NOT NULL,
007750       HOLD_CODE                      CHAR(1)       NOT NULL,
007760       HOLD_OVERRIDE                  CHAR(1)       NOT NULL
007800     ) END-EXEC.
007900*
008000 01  W-SYNC-ROW.
008720     05  W-SYNC-LATE-FEE-DUE             PIC S9(8)V99 COMP-3.
008730     05  W-SYNC-NEXT-PMT-DATE            PIC X(08).
008740     05  W-SYNC-SUSPENSE-AMT             PIC S9(8)V99 COMP-3.
008750     05  W-SYNC-HOLD-CODE                PIC X(01).
008760     05  W-SYNC-HOLD-OVERRIDE            PIC X(01).
008800*
008900     EXEC SQL DECLARE SYNCCSR CURSOR FOR
009000         SELECT ACCOUNT_NUMBER, CUSTOMER_NAME, CURRENT_BALANCE,
009100                ESCROW_BALANCE, ESCROW_DISB_AMT, ESCROW_PMT_AMT,
009200                LAST_PMT_DATE, PAYMENT_AMOUNT,
009210                PRINCIPAL_AMOUNT, LATE_FEE_DUE,
009220                NEXT_PMT_DATE, SUSPENSE_AMT,
009230                HOLD_CODE, HOLD_OVERRIDE
009300           FROM MORTMAST
009400     END-EXEC.
009500*
014100               :W-SYNC-LAST-PMT-DATE, :W-SYNC-PAYMENT-AMOUNT,
014105               :W-SYNC-PRINCIPAL-AMOUNT,
014110               :W-SYNC-LATE-FEE-DUE, :W-SYNC-NEXT-PMT-DATE,
014120               :W-SYNC-SUSPENSE-AMT,
014130               :W-SYNC-HOLD-CODE, :W-SYNC-HOLD-OVERRIDE
014200     END-EXEC.
014300     IF SQLCODE = 100
014400         MOVE 'Y' TO W-FETCH-EOF-SWITCH
019020     MOVE W-SYNC-LATE-FEE-DUE TO EPSMMST-LATE-FEE-DUE.
019030     MOVE W-SYNC-NEXT-PMT-DATE TO EPSMMST-NEXT-PMT-DATE.
019040     MOVE W-SYNC-SUSPENSE-AMT TO EPSMMST-SUSPENSE-AMOUNT.
019050     MOVE W-SYNC-HOLD-CODE TO EPSMMST-HOLD-CODE.
019060     MOVE W-SYNC-HOLD-OVERRIDE TO EPSMMST-HOLD-OVERRIDE.
019100     REWRITE EPSMMST-RECORD.
019200     IF MORTMAST-OK
019300         ADD 1 TO W-RECORDS-UPDATED
021520     MOVE W-SYNC-LATE-FEE-DUE TO EPSMMST-LATE-FEE-DUE.
021530     MOVE W-SYNC-NEXT-PMT-DATE TO EPSMMST-NEXT-PMT-DATE.
021540     MOVE W-SYNC-SUSPENSE-AMT TO EPSMMST-SUSPENSE-AMOUNT.
021550     MOVE W-SYNC-HOLD-CODE TO EPSMMST-HOLD-CODE.
021560     MOVE W-SYNC-HOLD-OVERRIDE TO EPSMMST-HOLD-OVERRIDE.
021700     MOVE W-SYNC-PRINCIPAL-AMOUNT TO EPSMMST-PRINCIPAL-AMOUNT.
021800     MOVE ZERO TO EPSMMST-INTEREST-RATE.
021900     MOVE ZERO TO EPSMMST-ACCRUED-INTEREST.
022200     MOVE SPACES TO EPSMMST-ACCRUAL-THRU-DATE.
022210     SET EPSMMST-LOAN-ACTIVE TO TRUE.
022220     MOVE SPACES TO EPSMMST-PAID-OFF-DATE.
022300     WRITE EPSMMST-RECORD.
022400     IF MORTMAST-OK
022500         ADD 1 TO W-RECORDS-ADDED
