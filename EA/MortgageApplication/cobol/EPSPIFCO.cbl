000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EPSPIFCO.
000300*THIS PROGRAM IS THE NIGHTLY PAID-IN-FULL CLOSE-OUT.  IT READS
000400*THE MORTGAGE MASTER IN KEY ORDER AND CLOSES OUT EVERY LOAN
000500*WHOSE CURRENT BALANCE HAS REACHED ZERO AND THAT IS NOT YET
000600*MARKED PAID IN FULL.  FOR EACH SUCH LOAN IT SENDS WHATEVER
000700*IS LEFT IN ESCROW BACK TO THE BORROWER AS A REFUND RECORD ON
000800*THE DAY'S DISBOUT FILE (PAYEE TYPE RF, BY CHECK TO THE
000900*BORROWER NAME), DELETES THE ACCOUNT'S ESCROW PAYEES FROM THE
001000*PAYEE KSDS SO NO TAX OR INSURANCE BILL IS EVER DRAWN AGAIN,
001100*ZEROES THE ESCROW FIELDS, AND MARKS THE LOAN PAID IN FULL
001200*WITH THE PAID-OFF DATE ON BOTH THE KSDS AND THE DB2 MORTMAST
001300*ROW.  THE ACCRUAL (EPSPRDI), AGING (EPSDLQRP) AND ESCROW
001400*DISBURSEMENT (EPSESCDB) RUNS SKIP A LOAN ONCE IT CARRIES THE
001500*PAID-IN-FULL STATUS.  A ZERO-BALANCE ACCOUNT THAT HAS NEVER
001600*TAKEN A PAYMENT IS STILL AWAITING LOAN SETUP AND IS LEFT
001700*ALONE.  THE STATUS IS THE RERUN GUARD - A RESUBMIT AFTER AN
001800*ABEND PASSES OVER EVERY LOAN ALREADY CLOSED AND NEVER
001900*REFUNDS ESCROW TWICE.  EVERY LOAN CLOSED IS PRINTED ON THE
002000*CLOSE-OUT REGISTER, WITH ANY SUSPENSE STILL HELD FLAGGED FOR
002100*THE PAYOFF DESK TO RETURN BY HAND.
002200*
002300 AUTHOR.     DEV TEAM.
002400 INSTALLATION. EPSDEMOS.
002500 DATE-WRITTEN. 10/15/2026.
002600 DATE-COMPILED.
002700*
002800*MODIFICATION HISTORY.
002900*2026-10-15  DEV  ORIGINAL PAID-IN-FULL CLOSE-OUT RUN.
002910*2026-10-15  DEV  THE ESCROW REFUNDED ON EACH LOAN CLOSED IS
002920*                 JOURNALLED FOR THE GL (EF) SO THE MONTH-END
002930*                 ESCROW ROLL-FORWARD ACCOUNTS FOR IT.
003000*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-FLEX-ES.
003400 OBJECT-COMPUTER. IBM-FLEX-ES.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT BUSDATE ASSIGN TO BUSDATE
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS W-BUSDATE-STATUS.
004000     SELECT CTLOUT ASSIGN TO CTLOUT
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS W-CTLOUT-STATUS.
004300     SELECT MORTMAST ASSIGN TO MORTMAST
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS EPSMMST-ACCOUNT-NUMBER
004700         FILE STATUS IS W-MORTMAST-STATUS.
004800     SELECT PAYEEIN ASSIGN TO PAYEEIN
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS EPSPAYEE-KEY
005200         FILE STATUS IS W-PAYEEIN-STATUS.
005300     SELECT DISBOUT ASSIGN TO DISBOUT
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS W-DISBOUT-STATUS.
005600     SELECT PIFREG ASSIGN TO PIFREG
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS W-PIFREG-STATUS.
005810     SELECT GLACT ASSIGN TO GLACT
005820         ORGANIZATION IS SEQUENTIAL
005830         FILE STATUS IS W-GLACT-STATUS.
005900*
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  MORTMAST.
006300 COPY EPSMMST.
006400*
006500 FD  PAYEEIN.
006600 COPY EPSPAYEE.
006700*
006800 FD  DISBOUT
006900     LABEL RECORDS ARE STANDARD
007000     RECORDING MODE IS F.
007100 COPY EPSDISB.
007200*
007300 FD  PIFREG
007400     LABEL RECORDS ARE STANDARD
007500     RECORDING MODE IS F.
007600 01  PIFREG-LINE                     PIC X(80).
007700*
007800 FD  BUSDATE
007900     LABEL RECORDS ARE STANDARD
008000     RECORDING MODE IS F.
008100 COPY EPSBDATE.
008200*
008300 FD  CTLOUT
008400     LABEL RECORDS ARE STANDARD
008500     RECORDING MODE IS F.
008600 COPY EPSCTLR.
008700*
008710 FD  GLACT.
008720 COPY EPSGLACT.
008730*
008800 WORKING-STORAGE SECTION.
008900*BUSINESS DATE FOR THE RUN - READ FROM THE BUSDATE CONTROL
009000*DATASET, NEVER FROM THE SYSTEM CLOCK.
009100 01  W-RUN-DATE-CCYYMMDD             PIC X(08).
009200 01  W-BUSDATE-STATUS                PIC X(02).
009300     88  BUSDATE-OK                    VALUE '00'.
009400 01  W-CTLOUT-STATUS                 PIC X(02).
009500     88  CTLOUT-OK                     VALUE '00'.
009600*
009700 01  W-MORTMAST-STATUS               PIC X(02).
009800     88  MORTMAST-OK                   VALUE '00'.
009900 01  W-PAYEEIN-STATUS                PIC X(02).
010000     88  PAYEEIN-OK                    VALUE '00'.
010100 01  W-DISBOUT-STATUS                PIC X(02).
010200     88  DISBOUT-OK                    VALUE '00'.
010300 01  W-PIFREG-STATUS                 PIC X(02).
010400     88  PIFREG-OK                     VALUE '00'.
010410 01  W-GLACT-STATUS                  PIC X(02).
010420     88  GLACT-OK                      VALUE '00'.
010500*
010600 01  W-SWITCHES.
010700     05  W-EOF-SWITCH                 PIC X(01) VALUE 'N'.
010800         88  END-OF-MORTMAST            VALUE 'Y'.
010900     05  W-PAYEE-DONE-SWITCH          PIC X(01) VALUE 'N'.
011000         88  PAYEES-DONE                VALUE 'Y'.
011100*
011200 01  W-COUNTERS                      COMP.
011300     05  W-RECORDS-READ               PIC 9(07) VALUE ZERO.
011400     05  W-LOANS-CLOSED               PIC 9(07) VALUE ZERO.
011500     05  W-REFUNDS-WRITTEN            PIC 9(07) VALUE ZERO.
011600     05  W-PAYEES-RETIRED             PIC 9(07) VALUE ZERO.
011700     05  W-SUSPENSE-HELD              PIC 9(07) VALUE ZERO.
011800     05  W-ACCT-PAYEES                PIC 9(07) VALUE ZERO.
011900*
012000*ESCROW REFUNDED ON THE LOANS CLOSED, AND THE AMOUNT TOTAL OF
012100*THE REFUND RECORDS ACTUALLY WRITTEN - THE TWO MUST AGREE.
012200 01  W-TOT-REFUNDED                  PIC 9(13)V99 COMP-3
012300                                         VALUE ZERO.
012400 01  W-TOT-DISBOUT                   PIC 9(13)V99 COMP-3
012500                                         VALUE ZERO.
012600*
012700*THE ACCOUNT BEING CLOSED - THE PAYEE BROWSE STOPS AT THE
012800*FIRST KEY FOR ANY OTHER ACCOUNT.
012900 77  W-CLOSE-ACCOUNT                 PIC 9(10) VALUE ZERO.
013000 77  W-REFUND-AMOUNT                 PIC 9(10)V99 VALUE ZERO.
013100*
013200 01  W-HEADING-LINE                  PIC X(80) VALUE
013300     'ACCOUNT     CUSTOMER NAME                   REFUND  PAYEES
013400-    '  NOTE'.
013500*
013600 01  W-REGISTER-LINE.
013700     05  W-REG-ACCOUNT                PIC 9(10).
013800     05  FILLER                       PIC X(02) VALUE SPACES.
013900     05  W-REG-NAME                   PIC X(30).
014000     05  FILLER                       PIC X(02) VALUE SPACES.
014100     05  W-REG-REFUND                 PIC Z,ZZZ,ZZ9.99.
014200     05  FILLER                       PIC X(02) VALUE SPACES.
014300     05  W-REG-PAYEES                 PIC ZZ9.
014400     05  FILLER                       PIC X(02) VALUE SPACES.
014500     05  W-REG-NOTE                   PIC X(17).
014600*
014700 01  W-SUMMARY-LINE.
014800     05  W-SUM-LABEL                  PIC X(25).
014900     05  W-SUM-COUNT                  PIC ZZZ,ZZ9.
015000     05  FILLER                       PIC X(03) VALUE SPACES.
015100     05  W-SUM-AMOUNT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
015200*
015300 01  SQL-ERROR-MSG.
015400     03  FILLER              PIC X(11)      VALUE 'SQL ERROR: '.
015500     03  SQL-ERROR-CODE      PIC S9(5) DISPLAY
015600                                 SIGN LEADING SEPARATE.
015700*
015800     EXEC SQL
015900         INCLUDE SQLCA
016000     END-EXEC.
016100*
016200*    THE DB2 MORTGAGE MASTER - THE ONLINE VIEW OF THE SAME
016300*    ACCOUNT THE VSAM MASTER CARRIES.  THE CLOSE-OUT IS
016400*    MIRRORED TO IT SO THE TELLER AND PAYOFF SCREENS SEE THE
016500*    LOAN AS PAID IN FULL WITH ITS ESCROW REFUNDED.
016600*
016700     EXEC SQL DECLARE MORTMAST TABLE
016800     ( ACCOUNT_NUMBER                 DECIMAL(10,0) NOT NULL,
016900       CUSTOMER_NAME                  CHAR(30)      NOT NULL,
017000       CURRENT_BALANCE                DECIMAL(12,2) NOT NULL,
017100       ESCROW_BALANCE                 DECIMAL(12,2) NOT NULL,
017200       ESCROW_DISB_AMT                DECIMAL(12,2) NOT NULL,
017300       ESCROW_PMT_AMT                 DECIMAL(12,2) NOT NULL,
017400       LAST_PMT_DATE                  CHAR(8)       NOT NULL,
017500       PAYMENT_AMOUNT                 DECIMAL(12,2) NOT NULL,
017600       PRINCIPAL_AMOUNT               DECIMAL(12,2) NOT NULL,
017700       LATE_FEE_DUE                   DECIMAL(10,2) NOT NULL,
017800       NEXT_PMT_DATE                  CHAR(8)       NOT NULL,
017900       SUSPENSE_AMT                   DECIMAL(10,2) NOT NULL,
018000       LOAN_STATUS                    CHAR(1)       NOT NULL,
018100       PAID_OFF_DATE                  CHAR(8)       NOT NULL
018200     ) END-EXEC.
018300*
018400 01  W-DB2-MAST-REC.
018500     05  W-DB2-ACCOUNT-NUMBER            PIC S9(10) COMP-3.
018600     05  W-DB2-LOAN-STATUS               PIC X(01).
018700     05  W-DB2-PAID-OFF-DATE             PIC X(08).
018800*
018900 PROCEDURE DIVISION.
019000*****************************************************************
019100*0000-MAINLINE
019200*CLOSE OUT EVERY LOAN PAID DOWN TO ZERO AND PRINT THE REGISTER.
019300*****************************************************************
019400 0000-MAINLINE.
019500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019600     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
019700         UNTIL END-OF-MORTMAST.
019800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019900     STOP RUN.
020000*
020100*****************************************************************
020200*1000-INITIALIZE
020300*THE DISBOUT FILE IS TODAY'S GENERATION, ALREADY WRITTEN BY
020400*EPSESCDB - THE REFUNDS ARE ADDED TO THE END OF IT SO THE
020500*DISBURSEMENT SYSTEM AND THE SETTLEMENT MATCH (EPSDSBRC) SEE
020600*ONE FILE FOR THE DAY.
020700*****************************************************************
020800 1000-INITIALIZE.
020900     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
020910     OPEN EXTEND GLACT.
020920     IF NOT GLACT-OK
020930         DISPLAY 'EPSPIFCO - GLACT OPEN FAILED, STATUS '
020940             W-GLACT-STATUS
020950         MOVE 16 TO RETURN-CODE
020960         STOP RUN
020970     END-IF.
021000     OPEN I-O MORTMAST PAYEEIN
021100         EXTEND DISBOUT
021200         OUTPUT PIFREG.
021300     IF NOT MORTMAST-OK OR NOT PAYEEIN-OK
021400         OR NOT DISBOUT-OK OR NOT PIFREG-OK
021500         DISPLAY 'EPSPIFCO - OPEN FAILED, MORTMAST '
021600             W-MORTMAST-STATUS ' PAYEEIN ' W-PAYEEIN-STATUS
021700             ' DISBOUT ' W-DISBOUT-STATUS
021800             ' PIFREG ' W-PIFREG-STATUS
021900         MOVE 'Y' TO W-EOF-SWITCH
022000     ELSE
022100         MOVE W-HEADING-LINE TO PIFREG-LINE
022200         WRITE PIFREG-LINE
022300     END-IF.
022400 1000-EXIT.
022500     EXIT.
022600*
022700*****************************************************************
022800*1050-GET-BUSINESS-DATE
022900*THE WHOLE NIGHTLY STREAM PROCESSES UNDER THE ONE BUSINESS
023000*DATE ON THE BUSDATE CONTROL DATASET, ADVANCED BY EPSBDROL
023100*ONLY AT A CLEAN END OF DAY - A STREAM THAT SLIPS PAST
023200*MIDNIGHT, OR A RERUN THE NEXT MORNING, STILL PROCESSES
023300*UNDER THE RIGHT DATE.  NO USABLE DATE MEANS NO RUN - THE
023400*JOB ENDS WITH RC 16 AND THE SCHEDULER HOLDS THE STREAM.
023500*****************************************************************
023600 1050-GET-BUSINESS-DATE.
023700     OPEN INPUT BUSDATE.
023800     IF NOT BUSDATE-OK
023900         DISPLAY 'EPSPIFCO - BUSDATE OPEN FAILED, STATUS '
024000             W-BUSDATE-STATUS
024100         MOVE 16 TO RETURN-CODE
024200         STOP RUN
024300     END-IF.
024400     READ BUSDATE
024500         AT END
024600             DISPLAY 'EPSPIFCO - BUSDATE DATASET IS EMPTY'
024700             MOVE 16 TO RETURN-CODE
024800             STOP RUN
024900     END-READ.
025000     IF EPSBDAT-BUSINESS-DATE IS NOT NUMERIC
025100         DISPLAY 'EPSPIFCO - BUSDATE DATE IS NOT NUMERIC: '
025200             EPSBDAT-BUSINESS-DATE
025300         MOVE 16 TO RETURN-CODE
025400         STOP RUN
025500     END-IF.
025600     MOVE EPSBDAT-BUSINESS-DATE TO W-RUN-DATE-CCYYMMDD.
025700     CLOSE BUSDATE.
025800 1050-EXIT.
025900     EXIT.
026000*
026100*****************************************************************
026200*2000-PROCESS-RECORD
026300*READ THE NEXT ACCOUNT AND CLOSE IT OUT IF IT HAS PAID DOWN
026400*TO ZERO.  A LOAN ALREADY CLOSED, ONE STILL CARRYING A
026500*BALANCE, AND ONE THAT HAS NEVER TAKEN A PAYMENT (STILL IN
026600*LOAN SETUP) ARE ALL PASSED OVER.
026700*****************************************************************
026800 2000-PROCESS-RECORD.
026900     READ MORTMAST
027000         AT END
027100             MOVE 'Y' TO W-EOF-SWITCH
027200             GO TO 2000-EXIT
027300     END-READ.
027400     ADD 1 TO W-RECORDS-READ.
027500     IF EPSMMST-PAID-IN-FULL
027600         GO TO 2000-EXIT
027700     END-IF.
027800     IF EPSMMST-CURRENT-BALANCE > ZERO
027900         GO TO 2000-EXIT
028000     END-IF.
028100     IF EPSMMST-LAST-PMT-DATE = SPACES OR LOW-VALUES
028200         OR EPSMMST-LAST-PMT-DATE = ZEROS
028300         GO TO 2000-EXIT
028400     END-IF.
028500     PERFORM 3000-CLOSE-OUT-LOAN THRU 3000-EXIT.
028600 2000-EXIT.
028700     EXIT.
028800*
028900*****************************************************************
029000*3000-CLOSE-OUT-LOAN
029100*REFUND THE ESCROW LEFT ON THE ACCOUNT, RETIRE ITS PAYEES,
029200*MARK THE LOAN PAID IN FULL ON THE KSDS AND MIRROR THE CLOSE
029300*TO DB2.  THE MASTER IS REWRITTEN FIRST - ONCE THE STATUS IS
029400*ON FILE A RERUN CAN NEVER REFUND THE SAME ESCROW AGAIN.
029500*****************************************************************
029600 3000-CLOSE-OUT-LOAN.
029700     MOVE EPSMMST-ACCOUNT-NUMBER TO W-CLOSE-ACCOUNT.
029800     MOVE EPSMMST-ESCROW-BALANCE TO W-REFUND-AMOUNT.
029900     MOVE ZERO TO EPSMMST-ESCROW-BALANCE.
030000     MOVE ZERO TO EPSMMST-ESCROW-DISB-AMT.
030100     MOVE ZERO TO EPSMMST-ESCROW-PMT-AMT.
030200     SET EPSMMST-PAID-IN-FULL TO TRUE.
030300     MOVE W-RUN-DATE-CCYYMMDD TO EPSMMST-PAID-OFF-DATE.
030400     REWRITE EPSMMST-RECORD.
030500     IF NOT MORTMAST-OK
030600         DISPLAY 'EPSPIFCO - REWRITE FAILED FOR ACCOUNT '
030700             EPSMMST-ACCOUNT-NUMBER ' STATUS ' W-MORTMAST-STATUS
030800         GO TO 3000-EXIT
030900     END-IF.
031000     ADD 1 TO W-LOANS-CLOSED.
031100     IF W-REFUND-AMOUNT > ZERO
031200         PERFORM 4000-WRITE-REFUND THRU 4000-EXIT
031300     END-IF.
031400     PERFORM 5000-RETIRE-PAYEES THRU 5000-EXIT.
031500     PERFORM 6000-SYNC-DB2-MASTER THRU 6000-EXIT.
031600     PERFORM 7000-WRITE-REGISTER THRU 7000-EXIT.
031700 3000-EXIT.
031800     EXIT.
031900*
032000*****************************************************************
032100*4000-WRITE-REFUND
032200*HAND THE ESCROW LEFT ON THE LOAN TO THE DISBURSEMENT SYSTEM
032300*AS A CHECK TO THE BORROWER - PAYEE TYPE RF, DUE AND DISBURSED
032400*TODAY.
032500*****************************************************************
032600 4000-WRITE-REFUND.
032700     MOVE SPACES TO EPSDISB-RECORD.
032800     MOVE EPSMMST-ACCOUNT-NUMBER TO EPSDISB-ACCOUNT-NUMBER.
032900     MOVE 'C' TO EPSDISB-PAY-METHOD.
033000     MOVE 'RF' TO EPSDISB-PAYEE-TYPE.
033100     MOVE EPSMMST-CUSTOMER-NAME TO EPSDISB-PAYEE-NAME.
033200     MOVE W-REFUND-AMOUNT TO EPSDISB-AMOUNT.
033300     MOVE W-RUN-DATE-CCYYMMDD TO EPSDISB-DUE-DATE.
033400     MOVE W-RUN-DATE-CCYYMMDD TO EPSDISB-DISB-DATE.
033500     WRITE EPSDISB-RECORD.
033600     IF NOT DISBOUT-OK
033700         DISPLAY 'EPSPIFCO - DISBOUT WRITE FAILED, STATUS '
033800             W-DISBOUT-STATUS
033900     ELSE
034000         ADD 1 TO W-REFUNDS-WRITTEN
034100         ADD EPSDISB-AMOUNT TO W-TOT-DISBOUT
034200     END-IF.
034300     ADD W-REFUND-AMOUNT TO W-TOT-REFUNDED.
034310     PERFORM 4100-WRITE-GL-ACTIVITY THRU 4100-EXIT.
034400 4000-EXIT.
034500     EXIT.
034600*
034604*****************************************************************
034608*4100-WRITE-GL-ACTIVITY
034612*ONE ESCROW-REFUNDED RECORD FOR THE GENERAL LEDGER JOURNAL - THE
034616*ESCROW TAKEN OFF THE MASTER, WHETHER OR NOT THE REFUND RECORD
034620*REACHED DISBOUT (A FAILED WRITE IS ON THE JOB LOG AND THE
034624*REGISTER TOTALS DISAGREE).
034628*****************************************************************
034632 4100-WRITE-GL-ACTIVITY.
034636     MOVE SPACES TO EPSGLACT-RECORD.
034640     MOVE W-RUN-DATE-CCYYMMDD TO EPSGLACT-ACTIVITY-DATE.
034644     SET EPSGLACT-ESCROW-REFUNDED TO TRUE.
034648     MOVE 'EPSPIFCO' TO EPSGLACT-PROGRAM.
034652     MOVE W-CLOSE-ACCOUNT TO EPSGLACT-ACCOUNT-NUMBER.
034656     MOVE W-REFUND-AMOUNT TO EPSGLACT-AMOUNT.
034660     WRITE EPSGLACT-RECORD.
034664     IF NOT GLACT-OK
034668         DISPLAY 'EPSPIFCO - GLACT WRITE FAILED FOR ACCOUNT '
034672             W-CLOSE-ACCOUNT ' STATUS ' W-GLACT-STATUS
034676     END-IF.
034680 4100-EXIT.
034684     EXIT.
034688*
034700*****************************************************************
034800*5000-RETIRE-PAYEES
034900*POSITION ON THE FIRST PAYEE KEY FOR THE ACCOUNT AND DELETE
035000*EVERY PAYEE UNTIL THE KEY MOVES ON TO ANOTHER ACCOUNT.
035100*****************************************************************
035200 5000-RETIRE-PAYEES.
035300     MOVE ZERO TO W-ACCT-PAYEES.
035400     MOVE 'N' TO W-PAYEE-DONE-SWITCH.
035500     MOVE LOW-VALUES TO EPSPAYEE-KEY.
035600     MOVE W-CLOSE-ACCOUNT TO EPSPAYEE-ACCOUNT-NUMBER.
035700     START PAYEEIN KEY IS NOT LESS THAN EPSPAYEE-KEY
035800         INVALID KEY
035900             GO TO 5000-EXIT
036000     END-START.
036100     PERFORM 5100-DELETE-NEXT-PAYEE THRU 5100-EXIT
036200         UNTIL PAYEES-DONE.
036300 5000-EXIT.
036400     EXIT.
036500*
036600 5100-DELETE-NEXT-PAYEE.
036700     READ PAYEEIN NEXT RECORD
036800         AT END
036900             MOVE 'Y' TO W-PAYEE-DONE-SWITCH
037000             GO TO 5100-EXIT
037100     END-READ.
037200     IF EPSPAYEE-ACCOUNT-NUMBER NOT = W-CLOSE-ACCOUNT
037300         MOVE 'Y' TO W-PAYEE-DONE-SWITCH
037400         GO TO 5100-EXIT
037500     END-IF.
037600     DELETE PAYEEIN RECORD.
037700     IF PAYEEIN-OK
037800         ADD 1 TO W-ACCT-PAYEES
037900         ADD 1 TO W-PAYEES-RETIRED
038000     ELSE
038100         DISPLAY 'EPSPIFCO - PAYEE DELETE FAILED FOR ACCOUNT '
038200             W-CLOSE-ACCOUNT ' STATUS ' W-PAYEEIN-STATUS
038300         MOVE 'Y' TO W-PAYEE-DONE-SWITCH
038400     END-IF.
038500 5100-EXIT.
038600     EXIT.
038700*
038800*****************************************************************
038900*6000-SYNC-DB2-MASTER
039000*MIRROR THE CLOSE-OUT TO THE DB2 MORTMAST ROW - STATUS,
039100*PAID-OFF DATE AND THE ZEROED ESCROW FIELDS.
039200*****************************************************************
039300 6000-SYNC-DB2-MASTER.
039400     MOVE EPSMMST-ACCOUNT-NUMBER TO W-DB2-ACCOUNT-NUMBER.
039500     MOVE EPSMMST-LOAN-STATUS TO W-DB2-LOAN-STATUS.
039600     MOVE EPSMMST-PAID-OFF-DATE TO W-DB2-PAID-OFF-DATE.
039700     EXEC SQL
039800         UPDATE MORTMAST
039900            SET LOAN_STATUS     = :W-DB2-LOAN-STATUS,
040000                PAID_OFF_DATE   = :W-DB2-PAID-OFF-DATE,
040100                ESCROW_BALANCE  = 0,
040200                ESCROW_DISB_AMT = 0,
040300                ESCROW_PMT_AMT  = 0
040400          WHERE ACCOUNT_NUMBER = :W-DB2-ACCOUNT-NUMBER
040500     END-EXEC.
040600     IF SQLCODE NOT = 0
040700         MOVE SQLCODE TO SQL-ERROR-CODE
040800         DISPLAY 'EPSPIFCO - DB2 MASTER UPDATE FAILED FOR '
040900             'ACCOUNT ' EPSMMST-ACCOUNT-NUMBER ' '
041000             SQL-ERROR-MSG
041100         GO TO 6000-EXIT
041200     END-IF.
041300     EXEC SQL
041400         COMMIT
041500     END-EXEC.
041600     IF SQLCODE NOT = 0
041700         MOVE SQLCODE TO SQL-ERROR-CODE
041800         DISPLAY 'EPSPIFCO - COMMIT FAILED, ' SQL-ERROR-MSG
041900     END-IF.
042000 6000-EXIT.
042100     EXIT.
042200*
042300*****************************************************************
042400*7000-WRITE-REGISTER
042500*ONE LINE PER LOAN CLOSED.  SUSPENSE STILL HELD ON A PAID-OFF
042600*LOAN BELONGS TO THE BORROWER AND IS FLAGGED FOR THE PAYOFF
042700*DESK.
042800*****************************************************************
042900 7000-WRITE-REGISTER.
043000     MOVE SPACES TO W-REGISTER-LINE.
043100     MOVE EPSMMST-ACCOUNT-NUMBER TO W-REG-ACCOUNT.
043200     MOVE EPSMMST-CUSTOMER-NAME TO W-REG-NAME.
043300     MOVE W-REFUND-AMOUNT TO W-REG-REFUND.
043400     MOVE W-ACCT-PAYEES TO W-REG-PAYEES.
043500     IF EPSMMST-SUSPENSE-AMOUNT IS NUMERIC
043600         AND EPSMMST-SUSPENSE-AMOUNT > ZERO
043700         ADD 1 TO W-SUSPENSE-HELD
043800         MOVE 'SUSPENSE HELD' TO W-REG-NOTE
043900     END-IF.
044000     MOVE W-REGISTER-LINE TO PIFREG-LINE.
044100     WRITE PIFREG-LINE.
044200 7000-EXIT.
044300     EXIT.
044400*
044500*****************************************************************
044600*9000-TERMINATE
044700*PRINT THE REGISTER TOTALS AND CLOSE THE FILES.
044800*****************************************************************
044900 9000-TERMINATE.
045000     MOVE SPACES TO W-SUMMARY-LINE.
045100     MOVE 'ACCOUNTS READ          :' TO W-SUM-LABEL.
045200     MOVE W-RECORDS-READ TO W-SUM-COUNT.
045300     MOVE ZERO TO W-SUM-AMOUNT.
045400     MOVE W-SUMMARY-LINE TO PIFREG-LINE.
045500     WRITE PIFREG-LINE.
045600     MOVE SPACES TO W-SUMMARY-LINE.
045700     MOVE 'LOANS CLOSED PAID-OFF  :' TO W-SUM-LABEL.
045800     MOVE W-LOANS-CLOSED TO W-SUM-COUNT.
045900     MOVE W-TOT-REFUNDED TO W-SUM-AMOUNT.
046000     MOVE W-SUMMARY-LINE TO PIFREG-LINE.
046100     WRITE PIFREG-LINE.
046200     MOVE SPACES TO W-SUMMARY-LINE.
046300     MOVE 'ESCROW REFUNDS WRITTEN :' TO W-SUM-LABEL.
046400     MOVE W-REFUNDS-WRITTEN TO W-SUM-COUNT.
046500     MOVE W-TOT-DISBOUT TO W-SUM-AMOUNT.
046600     MOVE W-SUMMARY-LINE TO PIFREG-LINE.
046700     WRITE PIFREG-LINE.
046800     MOVE SPACES TO W-SUMMARY-LINE.
046900     MOVE 'PAYEES RETIRED         :' TO W-SUM-LABEL.
047000     MOVE W-PAYEES-RETIRED TO W-SUM-COUNT.
047100     MOVE ZERO TO W-SUM-AMOUNT.
047200     MOVE W-SUMMARY-LINE TO PIFREG-LINE.
047300     WRITE PIFREG-LINE.
047400     MOVE SPACES TO W-SUMMARY-LINE.
047500     MOVE 'SUSPENSE STILL HELD    :' TO W-SUM-LABEL.
047600     MOVE W-SUSPENSE-HELD TO W-SUM-COUNT.
047700     MOVE ZERO TO W-SUM-AMOUNT.
047800     MOVE W-SUMMARY-LINE TO PIFREG-LINE.
047900     WRITE PIFREG-LINE.
048000     PERFORM 9100-WRITE-CONTROL THRU 9100-EXIT.
048100     CLOSE MORTMAST PAYEEIN DISBOUT PIFREG GLACT.
048200     DISPLAY 'EPSPIFCO - ACCOUNTS READ     : ' W-RECORDS-READ.
048300     DISPLAY 'EPSPIFCO - LOANS CLOSED      : ' W-LOANS-CLOSED.
048400     DISPLAY 'EPSPIFCO - REFUNDS WRITTEN   : ' W-REFUNDS-WRITTEN.
048500     DISPLAY 'EPSPIFCO - TOTAL REFUNDED    : ' W-TOT-REFUNDED.
048600     DISPLAY 'EPSPIFCO - PAYEES RETIRED    : ' W-PAYEES-RETIRED.
048700     DISPLAY 'EPSPIFCO - SUSPENSE HELD     : ' W-SUSPENSE-HELD.
048800 9000-EXIT.
048900     EXIT.
049000*
049100*****************************************************************
049200*9100-WRITE-CONTROL
049300*WRITE THIS RUN'S STANDARD CONTROL RECORD TO THE SHARED EODCTL
049400*FILE FOR THE MORNING BALANCING STEP (EPSEODBL).
049500*****************************************************************
049600 9100-WRITE-CONTROL.
049700     OPEN EXTEND CTLOUT.
049800     IF NOT CTLOUT-OK
049900         DISPLAY 'EPSPIFCO - CTLOUT OPEN FAILED, STATUS '
050000             W-CTLOUT-STATUS
050100         GO TO 9100-EXIT
050200     END-IF.
050300     MOVE SPACES TO EPSCTLR-RECORD.
050400     MOVE 'EPSPIFCO' TO EPSCTLR-PROGRAM.
050500     MOVE W-RUN-DATE-CCYYMMDD TO EPSCTLR-RUN-DATE.
050600     MOVE W-LOANS-CLOSED TO EPSCTLR-COUNT-1.
050700     MOVE W-REFUNDS-WRITTEN TO EPSCTLR-COUNT-2.
050800     MOVE W-TOT-REFUNDED TO EPSCTLR-AMOUNT-1.
050900     MOVE W-TOT-DISBOUT TO EPSCTLR-AMOUNT-2.
051000     WRITE EPSCTLR-RECORD.
051100     IF NOT CTLOUT-OK
051200         DISPLAY 'EPSPIFCO - CTLOUT WRITE FAILED, STATUS '
051300             W-CTLOUT-STATUS
051400     END-IF.
051500     CLOSE CTLOUT.
051600 9100-EXIT.
051700     EXIT.
