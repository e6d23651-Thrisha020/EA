000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EPSACHR.
000300*THIS PROGRAM IS THE NIGHTLY AUTOPAY RETURNS RUN.  IT READS THE
000400*RETURN FILE THE ORIGINATING BANK SENDS BACK (EPSACHF LAYOUT -
000500*EACH RETURNED DEBIT ENTRY FOLLOWED BY ITS '99' ADDENDA CARRYING
000600*THE RETURN REASON AND THE ORIGINAL TRACE NUMBER) AND BACKS OUT
000700*EVERY RETURNED AUTOPAY DRAFT EXACTLY AS THE DRAFT RUN (EPSACHD)
000800*POSTED IT - THE PRINCIPAL GOES BACK ON THE BALANCE, A LATE FEE
000900*THE DRAFT COLLECTED GOES BACK ON LATE-FEE-DUE, AND THE
001000*NEXT-PAYMENT DATE STEPS BACK THE MONTH THE DRAFT ADVANCED IT,
001010*AND ANY SUSPENSE THE DRAFT RUN RELEASED TOWARD THE PAYMENT
001020*GOES BACK IN SUSPENSE - THE BANK RETURNED ONLY WHAT IT DREW -
001100*ON THE VSAM MASTER AND THE DB2 ROW ALIKE.  THE OFFSETTING
001200*NEGATIVE MORTPMT ROW AND THE REVERSAL GL-ACTIVITY RECORDS ARE
001300*THE SAME ONES THE SUPERVISOR REVERSAL SCREEN (EPSCREV) WRITES,
001400*SO THE EXTRACT, THE RECONCILIATION, THE GL JOURNAL AND THE
001500*MONTH-END ROLL-FORWARD ALL SEE THE RETURN.  THE RETURN IS
001600*COUNTED ON THE ENROLLMENT; A SECOND RETURN, OR ANY RETURN
001700*REASON THAT SAYS THE BANK ACCOUNT CAN NO LONGER BE DRAFTED,
001800*SUSPENDS THE ENROLLMENT UNTIL SERVICING REINSTATES IT ON THE
001900*ENROLLMENT SCREEN (EPSCAPY).  A RETURN THAT DOES NOT MATCH THE
002000*LAST DRAFT ON THE ENROLLMENT IS LISTED FOR SERVICING TO REVERSE
002100*BY HAND THROUGH EPSCREV.
002200*
002300 AUTHOR.     DEV TEAM.
002400 INSTALLATION. EPSDEMOS.
002500 DATE-WRITTEN. 10/15/2026.
002600 DATE-COMPILED.
002700*
002800*MODIFICATION HISTORY.
002900*2026-10-15  DEV  ORIGINAL AUTOPAY RETURNS RUN.
002910*2026-10-15  DEV  PUT BACK IN SUSPENSE WHAT THE DRAFT RUN
002920*                 RELEASED TOWARD A RETURNED DRAFT (JOURNALLED
002930*                 SH, MIRRORED TO DB2) AND REVERSE THE WHOLE
002940*                 PAYMENT APPLIED.  A FAILED ENROLLMENT PUT-BACK
002950*                 IS REPORTED AND ENDS THE STEP RC 8.
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
004300     SELECT ACHRET ASSIGN TO ACHRET
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS W-ACHRET-STATUS.
004600     SELECT AUTOPAY ASSIGN TO AUTOPAY
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS EPSAPEN-ACCOUNT-NUMBER
005000         FILE STATUS IS W-AUTOPAY-STATUS.
005100     SELECT MORTMAST ASSIGN TO MORTMAST
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS EPSMMST-ACCOUNT-NUMBER
005500         FILE STATUS IS W-MORTMAST-STATUS.
005600     SELECT GLACT ASSIGN TO GLACT
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS W-GLACT-STATUS.
005900     SELECT RETRPT ASSIGN TO RETRPT
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS W-RETRPT-STATUS.
006200*
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  ACHRET
006600     LABEL RECORDS ARE STANDARD
006700     RECORDING MODE IS F.
006800 COPY EPSACHF.
006900*
007000 FD  AUTOPAY.
007100 COPY EPSAPEN.
007200*
007300 FD  MORTMAST.
007400 COPY EPSMMST.
007500*
007600 FD  GLACT
007660     LABEL RECORDS ARE STANDARD
007720     RECORDING MODE IS F.
007780 COPY EPSGLACT.
007840*
007900 FD  RETRPT
008000     LABEL RECORDS ARE STANDARD
008100     RECORDING MODE IS F.
008200 01  RETRPT-LINE                     PIC X(80).
008300*
008400 FD  BUSDATE
008500     LABEL RECORDS ARE STANDARD
008600     RECORDING MODE IS F.
008700 COPY EPSBDATE.
008800*
008900 FD  CTLOUT
009000     LABEL RECORDS ARE STANDARD
009100     RECORDING MODE IS F.
009200 COPY EPSCTLR.
009300*
009400 WORKING-STORAGE SECTION.
009500*BUSINESS DATE FOR THE RUN - READ FROM THE BUSDATE CONTROL
009600*DATASET, NEVER FROM THE SYSTEM CLOCK.  IT DATES THE RETURN ON
009700*THE ENROLLMENT, THE NEGATIVE MORTPMT ROW AND THE GL ACTIVITY.
009800 01  W-RUN-DATE-CCYYMMDD             PIC X(08).
009900*
010000 01  W-BUSDATE-STATUS                PIC X(02).
010100     88  BUSDATE-OK                    VALUE '00'.
010200 01  W-CTLOUT-STATUS                 PIC X(02).
010300     88  CTLOUT-OK                     VALUE '00'.
010400 01  W-ACHRET-STATUS                 PIC X(02).
010500     88  ACHRET-OK                     VALUE '00'.
010600 01  W-AUTOPAY-STATUS                PIC X(02).
010700     88  AUTOPAY-OK                    VALUE '00'.
010800 01  W-MORTMAST-STATUS               PIC X(02).
010900     88  MORTMAST-OK                   VALUE '00'.
011000 01  W-GLACT-STATUS                  PIC X(02).
011100     88  GLACT-OK                      VALUE '00'.
011200 01  W-RETRPT-STATUS                 PIC X(02).
011300     88  RETRPT-OK                     VALUE '00'.
011400*
011500 01  W-SWITCHES.
011600     05  W-EOF-SWITCH                 PIC X(01) VALUE 'N'.
011700         88  END-OF-ACHRET              VALUE 'Y'.
011800     05  W-PENDING-SWITCH             PIC X(01) VALUE 'N'.
011900         88  ENTRY-PENDING              VALUE 'Y'.
012000     05  W-MAST-FOUND-SWITCH          PIC X(01) VALUE 'N'.
012100         88  MASTER-FOUND               VALUE 'Y'.
012200     05  W-SUSPEND-SWITCH             PIC X(01) VALUE 'N'.
012300         88  ENROLLMENT-SUSPENDED       VALUE 'Y'.
012400*
012500 01  W-COUNTERS                      COMP.
012600     05  W-RECORDS-READ               PIC 9(07) VALUE ZERO.
012700     05  W-RETURNS-READ               PIC 9(07) VALUE ZERO.
012800     05  W-RETURNS-BACKED-OUT         PIC 9(07) VALUE ZERO.
012900     05  W-ALREADY-BACKED-OUT         PIC 9(07) VALUE ZERO.
013000     05  W-RETURNS-UNMATCHED          PIC 9(07) VALUE ZERO.
013100     05  W-ENROLLMENTS-SUSPENDED      PIC 9(07) VALUE ZERO.
013200     05  W-PMT-ROWS-INSERTED          PIC 9(07) VALUE ZERO.
013300*
013400 01  W-TOT-BACKED-OUT                PIC 9(11)V99 COMP-3
013500                                         VALUE ZERO.
013600 01  W-TOT-UNMATCHED                 PIC 9(11)V99 COMP-3
013700                                         VALUE ZERO.
013800*
013900*THE RETURNED ENTRY, HELD UNTIL ITS ADDENDA IS READ.  THE
014000*INDIVIDUAL ID CARRIES THE MORTGAGE ACCOUNT NUMBER THE DRAFT
014100*RUN PUT THERE.
014200 01  W-RET-ID-WORK                   PIC X(15).
014300 01  W-RET-ID-PARTS REDEFINES W-RET-ID-WORK.
014400     05  W-RET-ACCOUNT                PIC 9(10).
014500     05  FILLER                       PIC X(05).
014600 77  W-RET-AMOUNT                    PIC 9(08)V99.
014700 77  W-RET-NAME                      PIC X(22).
014710*THE PAYMENT THE DRAFT POSTED - THE SUM DRAWN FROM THE BANK PLUS
014720*THE SUSPENSE RELEASED WITH IT.
014730 77  W-APPLIED-AMOUNT                PIC 9(10)V99 VALUE ZERO.
014800*
014900*RETURN REASONS THAT MEAN THE BANK ACCOUNT CANNOT BE DRAFTED
015000*AGAIN - CLOSED, NOT FOUND, INVALID, AUTHORIZATION REVOKED OR
015100*DISPUTED, PAYMENT STOPPED, FROZEN, NON-TRANSACTION ACCOUNT.
015200*ANY OTHER REASON SUSPENDS THE ENROLLMENT ONLY ONCE THE RETURN
015300*COUNT REACHES THE LIMIT.
015400 01  W-RETURN-REASON                 PIC X(03).
015500     88  RETURN-STOPS-AUTOPAY          VALUE 'R02' 'R03' 'R04'
015600                                             'R07' 'R08' 'R10'
015700                                             'R16' 'R20'.
015800 77  W-RETURN-LIMIT                  PIC 9(02) VALUE 2.
015900*
016000*THE ENROLLMENT AS IT STOOD BEFORE THE RETURN - PUT BACK IF THE
016100*MASTER CANNOT BE REWRITTEN, SO THE RETURN IS LISTED INSTEAD OF
016200*HALF APPLIED.
016300 01  W-SAVE-ENROLLMENT               PIC X(160).
016400*
016500 01  W-NEXT-DATE-PARTS.
016600     05  W-NEXT-CCYY                  PIC 9(04).
016700     05  W-NEXT-MM                    PIC 9(02).
016800     05  W-NEXT-DD                    PIC 9(02).
016900 77  W-DAYS-IN-MONTH                 PIC 9(02).
017000 77  W-LEAP-QUOTIENT                 PIC 9(04).
017100 77  W-LEAP-REMAINDER                PIC 9(04).
017200*
017300 01  SQL-ERROR-MSG.
017400     03  FILLER              PIC X(11)      VALUE 'SQL ERROR: '.
017500     03  SQL-ERROR-CODE      PIC S9(5) DISPLAY
017600                                 SIGN LEADING SEPARATE.
017700*
017800     EXEC SQL
017900         INCLUDE SQLCA
018000     END-EXEC.
018100*
018200*    THE DB2 MORTGAGE MASTER - EVERY RETURN BACKED OUT HERE IS
018300*    MIRRORED TO IT THE WAY EPSCREV BACKS OUT A REVERSAL, SO THE
018400*    TELLER SCREEN SEES THE RETURN THE NEXT MORNING.
018500*
018600     EXEC SQL DECLARE MORTMAST TABLE
018700     ( ACCOUNT_NUMBER                 DECIMAL(10,0) NOT NULL,
018800       CUSTOMER_NAME                  CHAR(30)      NOT NULL,
018900       CURRENT_BALANCE                DECIMAL(12,2) NOT NULL,
019000       ESCROW_BALANCE                 DECIMAL(12,2) NOT NULL,
019100       ESCROW_DISB_AMT                DECIMAL(12,2) NOT NULL,
019200       ESCROW_PMT_AMT                 DECIMAL(12,2) NOT NULL,
019300       LAST_PMT_DATE                  CHAR(8)       NOT NULL,
019400       PAYMENT_AMOUNT                 DECIMAL(12,2) NOT NULL,
019500       PRINCIPAL_AMOUNT               DECIMAL(12,2) NOT NULL,
019600       LATE_FEE_DUE                   DECIMAL(10,2) NOT NULL,
019700       NEXT_PMT_DATE                  CHAR(8)       NOT NULL,
019800       SUSPENSE_AMT                   DECIMAL(10,2) NOT NULL
019900     ) END-EXEC.
020000*
020100 01  W-DB2-MAST-REC.
020200     05  W-DB2-ACCOUNT-NUMBER            PIC S9(10) COMP-3.
020300     05  W-DB2-PRINCIPAL                 PIC S9(10)V99 COMP-3.
020400     05  W-DB2-LATE-FEE                  PIC S9(8)V99 COMP-3.
020500     05  W-DB2-NEXT-DATE                 PIC X(08).
020510     05  W-DB2-SUSPENSE                  PIC S9(8)V99 COMP-3.
020600*
020700*    THE DB2 POSTED-PAYMENT TABLE - THE RETURN IS LOGGED AS THE
020800*    SAME OFFSETTING NEGATIVE ROW EPSCREV INSERTS FOR A REVERSAL.
020900*
021000     EXEC SQL DECLARE MORTPMT TABLE
021100     ( PMT_ACCOUNT_NUMBER             DECIMAL(10,0) NOT NULL,
021200       PMT_TRAN_DATE                  CHAR(8)       NOT NULL,
021300       PMT_AMOUNT                     DECIMAL(12,2) NOT NULL,
021400       PMT_INTEREST                   DECIMAL(12,2) NOT NULL,
021500       PMT_FEE_APPLIED                DECIMAL(10,2) NOT NULL,
021600       PMT_TRAN_ID                    CHAR(4)       NOT NULL,
021700       PMT_TERM_ID                    CHAR(4)       NOT NULL
021800     ) END-EXEC.
021900*
022000 01  W-PMTLOG-REC.
022100     05  W-PMTLOG-ACCOUNT-NUMBER         PIC S9(10) COMP-3.
022200     05  W-PMTLOG-TRAN-DATE              PIC X(08).
022300     05  W-PMTLOG-AMOUNT                 PIC S9(10)V99 COMP-3.
022400     05  W-PMTLOG-INTEREST               PIC S9(10)V99 COMP-3.
022500     05  W-PMTLOG-FEE                    PIC S9(8)V99 COMP-3.
022600     05  W-PMTLOG-TRAN-ID                PIC X(04).
022700     05  W-PMTLOG-TERM-ID                PIC X(04).
022800*
022900*TRAN/TERM ID STAMPED ON THE NEGATIVE ROW SO THE BACK OFFICE CAN
023000*TELL A RETURNED DRAFT FROM A SUPERVISOR REVERSAL IN MORTPMT.
023100 77  W-ACH-TRAN-ID                   PIC X(04) VALUE 'ACHR'.
023200 77  W-ACH-TERM-ID                   PIC X(04) VALUE 'BTCH'.
023300*
023400 01  W-HEADING-LINE.
023500     05  FILLER                       PIC X(40) VALUE
023600         'EPSACHR - AUTOPAY RETURNS REGISTER      '.
023700     05  W-HDG-DATE                   PIC X(08).
023800     05  FILLER                       PIC X(32) VALUE SPACES.
023900*
024000 01  W-COLUMN-LINE                   PIC X(80) VALUE
024100     'ACCOUNT     CUSTOMER NAME                        AMOUNT  RSN
024200-    '  ACTION'.
024300*
024400 01  W-DETAIL-LINE.
024500     05  W-DTL-ACCOUNT                PIC 9(10).
024600     05  FILLER                       PIC X(02) VALUE SPACES.
024700     05  W-DTL-NAME                   PIC X(28).
024800     05  FILLER                       PIC X(02) VALUE SPACES.
024900     05  W-DTL-AMOUNT                 PIC ZZ,ZZZ,ZZ9.99.
025000     05  FILLER                       PIC X(02) VALUE SPACES.
025100     05  W-DTL-REASON                 PIC X(03).
025200     05  FILLER                       PIC X(02) VALUE SPACES.
025300     05  W-DTL-ACTION                 PIC X(18).
025400*
025500 01  W-SUMMARY-LINE.
025600     05  W-SUM-LABEL                  PIC X(25).
025700     05  W-SUM-COUNT                  PIC ZZZ,ZZ9.
025800     05  FILLER                       PIC X(48) VALUE SPACES.
025900*
026000 01  W-BLANK-LINE                    PIC X(80) VALUE SPACES.
026100*
026200 PROCEDURE DIVISION.
026300*****************************************************************
026400*0000-MAINLINE
026500*BACK OUT OR LIST EVERY RETURN ON THE BANK'S FILE.
026600*****************************************************************
026700 0000-MAINLINE.
026800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026900     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
027000         UNTIL END-OF-ACHRET.
027100     IF ENTRY-PENDING
027200         PERFORM 3900-NO-ADDENDA THRU 3900-EXIT
027300     END-IF.
027400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
027500     STOP RUN.
027600*
027700*****************************************************************
027800*1000-INITIALIZE
027900*****************************************************************
028000 1000-INITIALIZE.
028100     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
028200     OPEN EXTEND GLACT.
028300     IF NOT GLACT-OK
028400         DISPLAY 'EPSACHR - GLACT OPEN FAILED, STATUS '
028500             W-GLACT-STATUS
028600         MOVE 16 TO RETURN-CODE
028700         STOP RUN
028800     END-IF.
028900     OPEN INPUT ACHRET.
029000     OPEN I-O AUTOPAY MORTMAST.
029100     OPEN OUTPUT RETRPT.
029200     IF NOT ACHRET-OK OR NOT AUTOPAY-OK
029300         OR NOT MORTMAST-OK OR NOT RETRPT-OK
029400         DISPLAY 'EPSACHR - OPEN FAILED, ACHRET '
029500             W-ACHRET-STATUS ' AUTOPAY ' W-AUTOPAY-STATUS
029600             ' MORTMAST ' W-MORTMAST-STATUS ' RETRPT '
029700             W-RETRPT-STATUS
029800         MOVE 16 TO RETURN-CODE
029900         STOP RUN
030000     END-IF.
030100     MOVE W-RUN-DATE-CCYYMMDD TO W-HDG-DATE.
030200     MOVE W-HEADING-LINE TO RETRPT-LINE.
030300     WRITE RETRPT-LINE.
030400     MOVE W-COLUMN-LINE TO RETRPT-LINE.
030500     WRITE RETRPT-LINE.
030600 1000-EXIT.
030700     EXIT.
030800*
030900*****************************************************************
031000*1050-GET-BUSINESS-DATE
031100*THE WHOLE NIGHTLY STREAM PROCESSES UNDER THE ONE BUSINESS
031200*DATE ON THE BUSDATE CONTROL DATASET, ADVANCED BY EPSBDROL
031300*ONLY AT A CLEAN END OF DAY - A STREAM THAT SLIPS PAST
031400*MIDNIGHT, OR A RERUN THE NEXT MORNING, STILL PROCESSES
031500*UNDER THE RIGHT DATE.  NO USABLE DATE MEANS NO RUN - THE
031600*JOB ENDS WITH RC 16 AND THE SCHEDULER HOLDS THE STREAM.
031700*****************************************************************
031800 1050-GET-BUSINESS-DATE.
031900     OPEN INPUT BUSDATE.
032000     IF NOT BUSDATE-OK
032100         DISPLAY 'EPSACHR - BUSDATE OPEN FAILED, STATUS '
032200             W-BUSDATE-STATUS
032300         MOVE 16 TO RETURN-CODE
032400         STOP RUN
032500     END-IF.
032600     READ BUSDATE
032700         AT END
032800             DISPLAY 'EPSACHR - BUSDATE DATASET IS EMPTY'
032900             MOVE 16 TO RETURN-CODE
033000             STOP RUN
033100     END-READ.
033200     IF EPSBDAT-BUSINESS-DATE IS NOT NUMERIC
033300         DISPLAY 'EPSACHR - BUSDATE DATE IS NOT NUMERIC: '
033400             EPSBDAT-BUSINESS-DATE
033500         MOVE 16 TO RETURN-CODE
033600         STOP RUN
033700     END-IF.
033800     MOVE EPSBDAT-BUSINESS-DATE TO W-RUN-DATE-CCYYMMDD.
033900     CLOSE BUSDATE.
034000 1050-EXIT.
034100     EXIT.
034200*
034300*****************************************************************
034400*2000-PROCESS-RECORD
034500*A RETURNED ENTRY IS HELD UNTIL ITS '99' ADDENDA ARRIVES; THE
034600*HEADER AND CONTROL RECORDS ARE PASSED OVER.  AN ENTRY NOT
034700*FOLLOWED BY ITS ADDENDA CANNOT BE MATCHED AND IS LISTED.
034800*****************************************************************
034900 2000-PROCESS-RECORD.
035000     READ ACHRET
035100         AT END
035200             MOVE 'Y' TO W-EOF-SWITCH
035300             GO TO 2000-EXIT
035400     END-READ.
035500     ADD 1 TO W-RECORDS-READ.
035600     EVALUATE TRUE
035700         WHEN ACH-ENTRY-DETAIL
035800             IF ENTRY-PENDING
035900                 PERFORM 3900-NO-ADDENDA THRU 3900-EXIT
036000             END-IF
036100             ADD 1 TO W-RETURNS-READ
036200             MOVE AED-INDIVIDUAL-ID TO W-RET-ID-WORK
036300             MOVE AED-AMOUNT TO W-RET-AMOUNT
036400             MOVE AED-INDIVIDUAL-NAME TO W-RET-NAME
036500             MOVE 'Y' TO W-PENDING-SWITCH
036600         WHEN ACH-ADDENDA
036700             IF ENTRY-PENDING AND ARA-RETURN-ADDENDA
036800                 MOVE 'N' TO W-PENDING-SWITCH
036900                 PERFORM 3000-PROCESS-RETURN THRU 3000-EXIT
037000             END-IF
037100         WHEN OTHER
037200             IF ENTRY-PENDING
037300                 PERFORM 3900-NO-ADDENDA THRU 3900-EXIT
037400             END-IF
037500     END-EVALUATE.
037600 2000-EXIT.
037700     EXIT.
037800*
037900*****************************************************************
038000*3000-PROCESS-RETURN
038100*THE RETURN MUST NAME AN AUTOPAY ACCOUNT WHOSE LAST DRAFT
038200*CARRIED THE ORIGINAL TRACE NUMBER, FOR THE SAME AMOUNT, AND
038300*STILL STANDS POSTED.  ONE ALREADY MARKED RETURNED UNDER THAT
038400*TRACE IS A RERUN AND IS PASSED OVER.  ANYTHING ELSE IS LISTED
038500*FOR SERVICING TO REVERSE BY HAND.
038600*****************************************************************
038700 3000-PROCESS-RETURN.
038800     MOVE ARA-RETURN-REASON TO W-RETURN-REASON.
038900     MOVE 'N' TO W-MAST-FOUND-SWITCH.
039000     MOVE W-RET-NAME TO W-DTL-NAME.
039100     IF W-RET-ACCOUNT IS NOT NUMERIC
039200         MOVE 'BAD ACCOUNT ID' TO W-DTL-ACTION
039300         PERFORM 6000-LIST-UNMATCHED THRU 6000-EXIT
039400         GO TO 3000-EXIT
039500     END-IF.
039600     MOVE W-RET-ACCOUNT TO EPSAPEN-ACCOUNT-NUMBER.
039700     READ AUTOPAY
039800         INVALID KEY
039900             MOVE 'NOT ENROLLED' TO W-DTL-ACTION
040000             PERFORM 6000-LIST-UNMATCHED THRU 6000-EXIT
040100             GO TO 3000-EXIT
040200     END-READ.
040300     IF EPSAPEN-LAST-TRACE = ARA-ORIGINAL-TRACE
040400         AND EPSAPEN-DRAFT-RETURNED
040500         ADD 1 TO W-ALREADY-BACKED-OUT
040600         MOVE 'ALREADY BACKED OUT' TO W-DTL-ACTION
040700         PERFORM 6100-LIST-RETURN THRU 6100-EXIT
040800         GO TO 3000-EXIT
040900     END-IF.
041000     IF EPSAPEN-LAST-TRACE NOT = ARA-ORIGINAL-TRACE
041100         OR NOT EPSAPEN-DRAFT-POSTED
041200         MOVE 'NOT THE LAST DRAFT' TO W-DTL-ACTION
041300         PERFORM 6000-LIST-UNMATCHED THRU 6000-EXIT
041400         GO TO 3000-EXIT
041500     END-IF.
041600     IF W-RET-AMOUNT NOT = EPSAPEN-LAST-AMOUNT
041700         MOVE 'AMOUNT MISMATCH' TO W-DTL-ACTION
041800         PERFORM 6000-LIST-UNMATCHED THRU 6000-EXIT
041900         GO TO 3000-EXIT
042000     END-IF.
042100     MOVE EPSAPEN-ACCOUNT-NUMBER TO EPSMMST-ACCOUNT-NUMBER.
042200     READ MORTMAST
042300         INVALID KEY
042400             MOVE 'NOT ON LOAN MASTER' TO W-DTL-ACTION
042500             PERFORM 6000-LIST-UNMATCHED THRU 6000-EXIT
042600             GO TO 3000-EXIT
042700     END-READ.
042800     MOVE 'Y' TO W-MAST-FOUND-SWITCH.
042900     MOVE EPSMMST-CUSTOMER-NAME TO W-DTL-NAME.
043000     PERFORM 4000-BACK-OUT-DRAFT THRU 4000-EXIT.
043100 3000-EXIT.
043200     EXIT.
043300*
043400 3900-NO-ADDENDA.
043500     MOVE 'N' TO W-PENDING-SWITCH.
043600     MOVE 'N' TO W-MAST-FOUND-SWITCH.
043700     MOVE SPACES TO W-RETURN-REASON.
043800     MOVE W-RET-NAME TO W-DTL-NAME.
043900     MOVE 'NO RETURN ADDENDA' TO W-DTL-ACTION.
044000     PERFORM 6000-LIST-UNMATCHED THRU 6000-EXIT.
044100 3900-EXIT.
044200     EXIT.
044300*
044400*****************************************************************
044500*4000-BACK-OUT-DRAFT
044600*THE ENROLLMENT IS REWRITTEN FIRST - THE DRAFT MARKED RETURNED,
044700*THE RETURN COUNTED, AND THE ENROLLMENT SUSPENDED WHEN THE
044800*REASON OR THE COUNT CALLS FOR IT - SO A RERUN KNOWS THE RETURN
044900*WAS TAKEN.  THEN THE MASTER: PRINCIPAL BACK ON THE BALANCE,
045000*THE FEE BACK ON LATE-FEE-DUE, THE SUSPENSE RELEASED WITH THE
045010*DRAFT BACK IN SUSPENSE, AND THE NEXT-PAYMENT DATE BACK ONE
045100*MONTH WHEN THE PAYMENT COVERED THE SCHEDULED ONE.  IF THE
045200*MASTER CANNOT BE REWRITTEN THE ENROLLMENT IS PUT BACK.  THE
045300*BACK-OUT IS MIRRORED TO DB2, LOGGED AS A NEGATIVE MORTPMT ROW,
045400*JOURNALLED FOR THE GL AND COMMITTED ONE RETURN AT A TIME.
045500*****************************************************************
045600 4000-BACK-OUT-DRAFT.
045610*A DRAFT POSTED BEFORE THE SUSPENSE RELEASE WAS RECORDED
045620*CARRIES SPACES THERE - NOTHING WAS RELEASED WITH IT.
045630     IF EPSAPEN-LAST-SUSPENSE IS NOT NUMERIC
045640         MOVE ZERO TO EPSAPEN-LAST-SUSPENSE
045650     END-IF.
045660     COMPUTE W-APPLIED-AMOUNT =
045670         EPSAPEN-LAST-AMOUNT + EPSAPEN-LAST-SUSPENSE.
045700     MOVE EPSAPEN-RECORD TO W-SAVE-ENROLLMENT.
045800     MOVE 'N' TO W-SUSPEND-SWITCH.
045900     SET EPSAPEN-DRAFT-RETURNED TO TRUE.
046000     MOVE W-RUN-DATE-CCYYMMDD TO EPSAPEN-LAST-RETURN-DATE.
046100     MOVE W-RETURN-REASON TO EPSAPEN-LAST-RETURN-CODE.
046200     IF EPSAPEN-RETURN-COUNT IS NOT NUMERIC
046300         MOVE ZERO TO EPSAPEN-RETURN-COUNT
046400     END-IF.
046500     IF EPSAPEN-RETURN-COUNT < 99
046600         ADD 1 TO EPSAPEN-RETURN-COUNT
046700     END-IF.
046800     IF EPSAPEN-ACTIVE
046900         IF RETURN-STOPS-AUTOPAY
047000             OR EPSAPEN-RETURN-COUNT NOT < W-RETURN-LIMIT
047100             SET EPSAPEN-SUSPENDED TO TRUE
047200             MOVE W-RUN-DATE-CCYYMMDD TO EPSAPEN-STATUS-DATE
047300             MOVE 'Y' TO W-SUSPEND-SWITCH
047400         END-IF
047500     END-IF.
047600     REWRITE EPSAPEN-RECORD.
047700     IF NOT AUTOPAY-OK
047800         DISPLAY 'EPSACHR - AUTOPAY REWRITE FAILED FOR ACCOUNT '
047900             EPSAPEN-ACCOUNT-NUMBER ' STATUS ' W-AUTOPAY-STATUS
048000         MOVE 'AUTOPAY REWRT FAIL' TO W-DTL-ACTION
048100         PERFORM 6000-LIST-UNMATCHED THRU 6000-EXIT
048200         GO TO 4000-EXIT
048300     END-IF.
048400     ADD EPSAPEN-LAST-PRINCIPAL TO EPSMMST-CURRENT-BALANCE.
048500     ADD EPSAPEN-LAST-FEE TO EPSMMST-LATE-FEE-DUE.
048510     IF EPSMMST-SUSPENSE-AMOUNT IS NOT NUMERIC
048520         MOVE ZERO TO EPSMMST-SUSPENSE-AMOUNT
048530     END-IF.
048540     ADD EPSAPEN-LAST-SUSPENSE TO EPSMMST-SUSPENSE-AMOUNT.
048600     IF EPSMMST-PAYMENT-AMOUNT > ZERO
048700         AND W-APPLIED-AMOUNT NOT < EPSMMST-PAYMENT-AMOUNT
048800         PERFORM 4100-ROLL-BACK-NEXT-DATE THRU 4100-EXIT
048900     END-IF.
049000     REWRITE EPSMMST-RECORD.
049100     IF NOT MORTMAST-OK
049200         DISPLAY 'EPSACHR - REWRITE FAILED FOR ACCOUNT '
049300             EPSMMST-ACCOUNT-NUMBER ' STATUS ' W-MORTMAST-STATUS
049400         MOVE W-SAVE-ENROLLMENT TO EPSAPEN-RECORD
049500         REWRITE EPSAPEN-RECORD
049510         IF NOT AUTOPAY-OK
049520             DISPLAY 'EPSACHR - AUTOPAY PUT-BACK FAILED FOR '
049530                 'ACCOUNT ' EPSAPEN-ACCOUNT-NUMBER ' STATUS '
049540                 W-AUTOPAY-STATUS
049550             MOVE 8 TO RETURN-CODE
049560         END-IF
049600         MOVE 'MASTER REWRT FAIL' TO W-DTL-ACTION
049700         PERFORM 6000-LIST-UNMATCHED THRU 6000-EXIT
049800         GO TO 4000-EXIT
049900     END-IF.
050000     PERFORM 5200-SYNC-DB2-MASTER THRU 5200-EXIT.
050100     PERFORM 5500-LOG-RETURN THRU 5500-EXIT.
050200     PERFORM 5600-JOURNAL-RETURN THRU 5600-EXIT.
050300     PERFORM 5800-COMMIT-WORK THRU 5800-EXIT.
050400     ADD 1 TO W-RETURNS-BACKED-OUT.
050500     ADD EPSAPEN-LAST-AMOUNT TO W-TOT-BACKED-OUT.
050600     IF ENROLLMENT-SUSPENDED
050700         ADD 1 TO W-ENROLLMENTS-SUSPENDED
050800         MOVE 'BACKED OUT/SUSPEND' TO W-DTL-ACTION
050900     ELSE
051000         MOVE 'BACKED OUT' TO W-DTL-ACTION
051100     END-IF.
051200     PERFORM 6100-LIST-RETURN THRU 6100-EXIT.
051300 4000-EXIT.
051400     EXIT.
051500*
051600*****************************************************************
051700*4100-ROLL-BACK-NEXT-DATE
051800*PUT THE NEXT-PAYMENT DATE BACK THE MONTH THE DRAFT ADVANCED
051900*IT, DAY CLAMPED TO THE TARGET MONTH'S LENGTH - THE SAME
052000*ARITHMETIC EPSCREV USES FOR A REVERSAL.
052100*****************************************************************
052200 4100-ROLL-BACK-NEXT-DATE.
052300     IF EPSMMST-NEXT-PMT-DATE = SPACES OR LOW-VALUES
052400         OR EPSMMST-NEXT-PMT-DATE IS NOT NUMERIC
052500         GO TO 4100-EXIT
052600     END-IF.
052700     MOVE EPSMMST-NEXT-PMT-DATE TO W-NEXT-DATE-PARTS.
052800     IF W-NEXT-MM > 01
052900         SUBTRACT 1 FROM W-NEXT-MM
053000     ELSE
053100         MOVE 12 TO W-NEXT-MM
053200         SUBTRACT 1 FROM W-NEXT-CCYY
053300     END-IF.
053400     PERFORM 4200-SET-DAYS-IN-MONTH THRU 4200-EXIT.
053500     IF W-NEXT-DD > W-DAYS-IN-MONTH
053600         MOVE W-DAYS-IN-MONTH TO W-NEXT-DD
053700     END-IF.
053800     MOVE W-NEXT-DATE-PARTS TO EPSMMST-NEXT-PMT-DATE.
053900 4100-EXIT.
054000     EXIT.
054100*
054200 4200-SET-DAYS-IN-MONTH.
054300     EVALUATE W-NEXT-MM
054400         WHEN 01
054500         WHEN 03
054600         WHEN 05
054700         WHEN 07
054800         WHEN 08
054900         WHEN 10
055000         WHEN 12
055100             MOVE 31 TO W-DAYS-IN-MONTH
055200         WHEN 02
055300             PERFORM 4300-FEBRUARY-DAYS THRU 4300-EXIT
055400         WHEN OTHER
055500             MOVE 30 TO W-DAYS-IN-MONTH
055600     END-EVALUATE.
055700 4200-EXIT.
055800     EXIT.
055900*
056000 4300-FEBRUARY-DAYS.
056100     MOVE 28 TO W-DAYS-IN-MONTH.
056200     DIVIDE W-NEXT-CCYY BY 4 GIVING W-LEAP-QUOTIENT
056300         REMAINDER W-LEAP-REMAINDER.
056400     IF W-LEAP-REMAINDER NOT = ZERO
056500         GO TO 4300-EXIT
056600     END-IF.
056700     DIVIDE W-NEXT-CCYY BY 100 GIVING W-LEAP-QUOTIENT
056800         REMAINDER W-LEAP-REMAINDER.
056900     IF W-LEAP-REMAINDER NOT = ZERO
057000         MOVE 29 TO W-DAYS-IN-MONTH
057100         GO TO 4300-EXIT
057200     END-IF.
057300     DIVIDE W-NEXT-CCYY BY 400 GIVING W-LEAP-QUOTIENT
057400         REMAINDER W-LEAP-REMAINDER.
057500     IF W-LEAP-REMAINDER = ZERO
057600         MOVE 29 TO W-DAYS-IN-MONTH
057700     END-IF.
057800 4300-EXIT.
057900     EXIT.
058000*
058100*****************************************************************
058200*5200-SYNC-DB2-MASTER
058300*MIRROR THE BACK-OUT TO THE DB2 MORTMAST ROW SO THE ONLINE
058400*BALANCE AND THE VSAM MASTER STAY IN STEP.
058500*****************************************************************
058600 5200-SYNC-DB2-MASTER.
058700     MOVE EPSMMST-ACCOUNT-NUMBER TO W-DB2-ACCOUNT-NUMBER.
058800     MOVE EPSAPEN-LAST-PRINCIPAL TO W-DB2-PRINCIPAL.
058900     MOVE EPSMMST-LATE-FEE-DUE TO W-DB2-LATE-FEE.
059000     MOVE EPSMMST-NEXT-PMT-DATE TO W-DB2-NEXT-DATE.
059010     MOVE EPSMMST-SUSPENSE-AMOUNT TO W-DB2-SUSPENSE.
059100     EXEC SQL
059200         UPDATE MORTMAST
059300            SET CURRENT_BALANCE =
059400                    CURRENT_BALANCE + :W-DB2-PRINCIPAL,
059500                LATE_FEE_DUE     = :W-DB2-LATE-FEE,
059600                NEXT_PMT_DATE    = :W-DB2-NEXT-DATE,
059610                SUSPENSE_AMT     = :W-DB2-SUSPENSE
059700          WHERE ACCOUNT_NUMBER  = :W-DB2-ACCOUNT-NUMBER
059800     END-EXEC.
059900     IF SQLCODE NOT = 0
060000         MOVE SQLCODE TO SQL-ERROR-CODE
060100         DISPLAY 'EPSACHR - DB2 MASTER UPDATE FAILED FOR '
060200             'ACCOUNT ' EPSMMST-ACCOUNT-NUMBER ' '
060300             SQL-ERROR-MSG
060400     END-IF.
060500 5200-EXIT.
060600     EXIT.
060700*
060800*****************************************************************
060900*5500-LOG-RETURN
061000*INSERT THE OFFSETTING NEGATIVE MORTPMT ROW - AMOUNT, INTEREST
061100*AND FEE OF THE PAYMENT THE DRAFT POSTED, SIGN TURNED - DATED
061110*TODAY.
061200*****************************************************************
061300 5500-LOG-RETURN.
061400     MOVE EPSMMST-ACCOUNT-NUMBER TO W-PMTLOG-ACCOUNT-NUMBER.
061500     MOVE W-RUN-DATE-CCYYMMDD TO W-PMTLOG-TRAN-DATE.
061600     COMPUTE W-PMTLOG-AMOUNT = ZERO - W-APPLIED-AMOUNT.
061700     COMPUTE W-PMTLOG-INTEREST = ZERO - EPSAPEN-LAST-INTEREST.
061800     COMPUTE W-PMTLOG-FEE = ZERO - EPSAPEN-LAST-FEE.
061900     MOVE W-ACH-TRAN-ID TO W-PMTLOG-TRAN-ID.
062000     MOVE W-ACH-TERM-ID TO W-PMTLOG-TERM-ID.
062100     EXEC SQL
062200         INSERT INTO MORTPMT
062300             (PMT_ACCOUNT_NUMBER, PMT_TRAN_DATE, PMT_AMOUNT,
062400              PMT_INTEREST, PMT_FEE_APPLIED, PMT_TRAN_ID,
062500              PMT_TERM_ID)
062600         VALUES
062700             (:W-PMTLOG-ACCOUNT-NUMBER, :W-PMTLOG-TRAN-DATE,
062800              :W-PMTLOG-AMOUNT, :W-PMTLOG-INTEREST,
062900              :W-PMTLOG-FEE,
063000              :W-PMTLOG-TRAN-ID, :W-PMTLOG-TERM-ID)
063100     END-EXEC.
063200     IF SQLCODE = 0
063300         ADD 1 TO W-PMT-ROWS-INSERTED
063400     ELSE
063500         MOVE SQLCODE TO SQL-ERROR-CODE
063600         DISPLAY 'EPSACHR - MORTPMT INSERT FAILED FOR ACCOUNT '
063700             EPSMMST-ACCOUNT-NUMBER ' ' SQL-ERROR-MSG
063800     END-IF.
063900 5500-EXIT.
064000     EXIT.
064100*
064200*****************************************************************
064300*5600-JOURNAL-RETURN / 5700-WRITE-GL-ACTIVITY
064400*ONE GL-ACTIVITY RECORD FOR EACH NON-ZERO PORTION BACKED OUT -
064500*PRINCIPAL RESTORED, INTEREST BACKED OUT, LATE FEE PUT BACK
064600*DUE - UNDER THE REVERSAL CODES EPSCREV USES, AND THE SUSPENSE
064610*RELEASED WITH THE DRAFT AS HELD AGAIN.
064700*****************************************************************
064800 5600-JOURNAL-RETURN.
064900     IF EPSAPEN-LAST-PRINCIPAL NOT = ZERO
065000         MOVE SPACES TO EPSGLACT-RECORD
065100         SET EPSGLACT-REV-PRINCIPAL TO TRUE
065200         MOVE EPSAPEN-LAST-PRINCIPAL TO EPSGLACT-AMOUNT
065300         PERFORM 5700-WRITE-GL-ACTIVITY THRU 5700-EXIT
065400     END-IF.
065500     IF EPSAPEN-LAST-INTEREST NOT = ZERO
065600         MOVE SPACES TO EPSGLACT-RECORD
065700         SET EPSGLACT-REV-INTEREST TO TRUE
065800         MOVE EPSAPEN-LAST-INTEREST TO EPSGLACT-AMOUNT
065900         PERFORM 5700-WRITE-GL-ACTIVITY THRU 5700-EXIT
066000     END-IF.
066100     IF EPSAPEN-LAST-FEE NOT = ZERO
066200         MOVE SPACES TO EPSGLACT-RECORD
066300         SET EPSGLACT-REV-FEE TO TRUE
066400         MOVE EPSAPEN-LAST-FEE TO EPSGLACT-AMOUNT
066500         PERFORM 5700-WRITE-GL-ACTIVITY THRU 5700-EXIT
066600     END-IF.
066610     IF EPSAPEN-LAST-SUSPENSE NOT = ZERO
066620         MOVE SPACES TO EPSGLACT-RECORD
066630         SET EPSGLACT-SUSPENSE-HELD TO TRUE
066640         MOVE EPSAPEN-LAST-SUSPENSE TO EPSGLACT-AMOUNT
066650         PERFORM 5700-WRITE-GL-ACTIVITY THRU 5700-EXIT
066660     END-IF.
066700 5600-EXIT.
066800     EXIT.
066900*
067000 5700-WRITE-GL-ACTIVITY.
067100     MOVE W-RUN-DATE-CCYYMMDD TO EPSGLACT-ACTIVITY-DATE.
067200     MOVE 'EPSACHR' TO EPSGLACT-PROGRAM.
067300     MOVE EPSMMST-ACCOUNT-NUMBER TO EPSGLACT-ACCOUNT-NUMBER.
067400     WRITE EPSGLACT-RECORD.
067500     IF NOT GLACT-OK
067600         DISPLAY 'EPSACHR - GLACT WRITE FAILED FOR ACCOUNT '
067700             EPSMMST-ACCOUNT-NUMBER ' STATUS ' W-GLACT-STATUS
067800     END-IF.
067900 5700-EXIT.
068000     EXIT.
068100*
068200*****************************************************************
068300*5800-COMMIT-WORK
068400*****************************************************************
068500 5800-COMMIT-WORK.
068600     EXEC SQL
068700         COMMIT
068800     END-EXEC.
068900     IF SQLCODE NOT = 0
069000         MOVE SQLCODE TO SQL-ERROR-CODE
069100         DISPLAY 'EPSACHR - COMMIT FAILED, ' SQL-ERROR-MSG
069200     END-IF.
069300 5800-EXIT.
069400     EXIT.
069500*
069600*****************************************************************
069700*6000-LIST-UNMATCHED / 6100-LIST-RETURN
069800*THE CALLER HAS SET THE NAME AND THE ACTION.  AN UNMATCHED
069900*RETURN IS LISTED AT THE AMOUNT THE BANK RETURNED AND COUNTED
070000*FOR SERVICING TO WORK THROUGH EPSCREV.
070100*****************************************************************
070200 6000-LIST-UNMATCHED.
070300     ADD 1 TO W-RETURNS-UNMATCHED.
070400     ADD W-RET-AMOUNT TO W-TOT-UNMATCHED.
070500     PERFORM 6100-LIST-RETURN THRU 6100-EXIT.
070600 6000-EXIT.
070700     EXIT.
070800*
070900 6100-LIST-RETURN.
071000     IF W-RET-ACCOUNT IS NUMERIC
071100         MOVE W-RET-ACCOUNT TO W-DTL-ACCOUNT
071200     ELSE
071300         MOVE ZERO TO W-DTL-ACCOUNT
071400     END-IF.
071500     MOVE W-RET-AMOUNT TO W-DTL-AMOUNT.
071600     MOVE W-RETURN-REASON TO W-DTL-REASON.
071700     MOVE W-DETAIL-LINE TO RETRPT-LINE.
071800     WRITE RETRPT-LINE.
071900 6100-EXIT.
072000     EXIT.
072100*
072200*****************************************************************
072300*9000-TERMINATE
072400*PRINT THE RUN SUMMARY, WRITE THE CONTROL RECORD AND CLOSE THE
072500*FILES.
072600*****************************************************************
072700 9000-TERMINATE.
072800     MOVE W-BLANK-LINE TO RETRPT-LINE.
072900     WRITE RETRPT-LINE.
073000     MOVE 'RETURNED ENTRIES READ   :' TO W-SUM-LABEL.
073100     MOVE W-RETURNS-READ TO W-SUM-COUNT.
073200     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
073300     MOVE 'DRAFTS BACKED OUT       :' TO W-SUM-LABEL.
073400     MOVE W-RETURNS-BACKED-OUT TO W-SUM-COUNT.
073500     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
073600     MOVE 'ENROLLMENTS SUSPENDED   :' TO W-SUM-LABEL.
073700     MOVE W-ENROLLMENTS-SUSPENDED TO W-SUM-COUNT.
073800     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
073900     MOVE 'ALREADY BACKED OUT      :' TO W-SUM-LABEL.
074000     MOVE W-ALREADY-BACKED-OUT TO W-SUM-COUNT.
074100     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
074200     MOVE 'UNMATCHED (SEE EPSCREV) :' TO W-SUM-LABEL.
074300     MOVE W-RETURNS-UNMATCHED TO W-SUM-COUNT.
074400     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
074500     PERFORM 9200-WRITE-CONTROL THRU 9200-EXIT.
074600     CLOSE ACHRET AUTOPAY MORTMAST GLACT RETRPT.
074700     DISPLAY 'EPSACHR - RETURNED ENTRIES   : ' W-RETURNS-READ.
074800     DISPLAY 'EPSACHR - DRAFTS BACKED OUT  : '
074900         W-RETURNS-BACKED-OUT.
075000     DISPLAY 'EPSACHR - SUSPENDED          : '
075100         W-ENROLLMENTS-SUSPENDED.
075200     DISPLAY 'EPSACHR - UNMATCHED          : '
075300         W-RETURNS-UNMATCHED.
075400     DISPLAY 'EPSACHR - TOTAL BACKED OUT   : ' W-TOT-BACKED-OUT.
075500     DISPLAY 'EPSACHR - TOTAL UNMATCHED    : ' W-TOT-UNMATCHED.
075600 9000-EXIT.
075700     EXIT.
075800*
075900 9100-PRINT-COUNT.
076000     MOVE W-SUMMARY-LINE TO RETRPT-LINE.
076100     WRITE RETRPT-LINE.
076200 9100-EXIT.
076300     EXIT.
076400*
076500*****************************************************************
076600*9200-WRITE-CONTROL
076700*WRITE THIS RUN'S STANDARD CONTROL RECORD TO THE SHARED EODCTL
076800*FILE FOR THE MORNING BALANCING STEP (EPSEODBL).
076900*****************************************************************
077000 9200-WRITE-CONTROL.
077100     OPEN EXTEND CTLOUT.
077200     IF NOT CTLOUT-OK
077300         DISPLAY 'EPSACHR - CTLOUT OPEN FAILED, STATUS '
077400             W-CTLOUT-STATUS
077500         GO TO 9200-EXIT
077600     END-IF.
077700     MOVE SPACES TO EPSCTLR-RECORD.
077800     MOVE 'EPSACHR' TO EPSCTLR-PROGRAM.
077900     MOVE W-RUN-DATE-CCYYMMDD TO EPSCTLR-RUN-DATE.
078000     MOVE W-RETURNS-BACKED-OUT TO EPSCTLR-COUNT-1.
078100     MOVE W-PMT-ROWS-INSERTED TO EPSCTLR-COUNT-2.
078200     MOVE W-TOT-BACKED-OUT TO EPSCTLR-AMOUNT-1.
078300     MOVE W-TOT-UNMATCHED TO EPSCTLR-AMOUNT-2.
078400     WRITE EPSCTLR-RECORD.
078500     IF NOT CTLOUT-OK
078600         DISPLAY 'EPSACHR - CTLOUT WRITE FAILED, STATUS '
078700             W-CTLOUT-STATUS
078800     END-IF.
078900     CLOSE CTLOUT.
079000 9200-EXIT.
079100     EXIT.
