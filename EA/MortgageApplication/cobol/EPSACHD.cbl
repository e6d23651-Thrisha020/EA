000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EPSACHD.
000300*THIS PROGRAM IS THE NIGHTLY AUTOPAY DRAFT RUN.  IT READS THE
000400*AUTOPAY ENROLLMENT KSDS (EPSAPEN) IN ACCOUNT ORDER AND, FOR
000500*EVERY ACTIVE ENROLLMENT WHOSE NEXT PAYMENT HAS COME DUE ON THE
000600*MORTGAGE MASTER AND WHOSE DRAFT DAY HAS ARRIVED, WRITES A PPD
000700*DEBIT ENTRY TO THE OUTBOUND ACH FILE (EPSACHF) FOR THE
000800*ORIGINATING BANK AND POSTS THE PAYMENT UNDER THE SAME RULES
000900*THE LOCKBOX RUN (EPSLBXP) APPLIES - LATE FEE FIRST, THEN
001000*SCHEDULED PRINCIPAL, THE REST INTEREST, AND THE NEXT-PAYMENT
001100*DATE ROLLED ONE MONTH.  ANY SUSPENSE HELD ON THE MASTER IS
001110*RELEASED TOWARD THE PAYMENT, SO THE BANK IS ONLY ASKED FOR THE
001120*REST, AND THE RELEASE IS JOURNALLED TO THE GL-ACTIVITY FILE AS
001130*EPSLBXP JOURNALS ONE.  THE POSTING IS MIRRORED TO THE DB2
001200*MORTMAST ROW AND LOGGED TO MORTPMT SO THE OVERNIGHT EXTRACT
001300*(EPSPMTX) AND RECONCILIATION (EPSRECON) STILL BALANCE.  HOW
001400*EACH DRAFT WAS APPLIED IS KEPT ON THE ENROLLMENT SO THE
001500*RETURNS RUN (EPSACHR) CAN BACK IT OUT EXACTLY.  AN ACCOUNT IS
001600*DRAFTED AT MOST ONCE A CALENDAR MONTH.  THE DRAFT REGISTER
001700*LISTS EVERY ENTRY SENT AND EVERY ENROLLMENT THAT COULD NOT BE
001800*DRAFTED.  NO DRAFT IS EVER TAKEN ON AN ACCOUNT UNDER A LEGAL
001810*HOLD - THE BORROWER'S BANK ACCOUNT IS NOT DEBITED WHILE THE
001820*HOLD STANDS, WHATEVER OVERRIDE IS SET FOR POSTING.
001900*
002000 AUTHOR.     DEV TEAM.
002100 INSTALLATION. EPSDEMOS.
002200 DATE-WRITTEN. 10/15/2026.
002300 DATE-COMPILED.
002400*
002500*MODIFICATION HISTORY.
002600*2026-10-15  DEV  ORIGINAL AUTOPAY DRAFT RUN.
002610*2026-10-15  DEV  HONOUR THE LEGAL HOLD ON THE MASTER - A HELD
002620*                 ACCOUNT IS LISTED AS AN EXCEPTION AND NOT
002630*                 DRAFTED.
002640*2026-10-15  DEV  RELEASE THE SUSPENSE HELD TOWARD THE DRAFTED
002650*                 PAYMENT - THE DRAFT IS CUT BY IT, THE RELEASE
002660*                 KEPT ON THE ENROLLMENT AND JOURNALLED SR.  A
002670*                 FAILED ENROLLMENT PUT-BACK IS REPORTED AND ENDS
002680*                 THE STEP RC 8.
002700*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-FLEX-ES.
003100 OBJECT-COMPUTER. IBM-FLEX-ES.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT BUSDATE ASSIGN TO BUSDATE
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS W-BUSDATE-STATUS.
003700     SELECT CTLOUT ASSIGN TO CTLOUT
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS W-CTLOUT-STATUS.
004000     SELECT AUTOPAY ASSIGN TO AUTOPAY
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS EPSAPEN-ACCOUNT-NUMBER
004400         FILE STATUS IS W-AUTOPAY-STATUS.
004500     SELECT MORTMAST ASSIGN TO MORTMAST
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS EPSMMST-ACCOUNT-NUMBER
004900         FILE STATUS IS W-MORTMAST-STATUS.
005000     SELECT ACHOUT ASSIGN TO ACHOUT
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS W-ACHOUT-STATUS.
005210     SELECT GLACT ASSIGN TO GLACT
005220         ORGANIZATION IS SEQUENTIAL
005230         FILE STATUS IS W-GLACT-STATUS.
005300     SELECT ACHRPT ASSIGN TO ACHRPT
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS W-ACHRPT-STATUS.
005600*
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  AUTOPAY.
006000 COPY EPSAPEN.
006100*
006200 FD  MORTMAST.
006300 COPY EPSMMST.
006400*
006500 FD  ACHOUT
006600     LABEL RECORDS ARE STANDARD
006700     RECORDING MODE IS F.
006800 COPY EPSACHF.
006900*
006910 FD  GLACT
006928     LABEL RECORDS ARE STANDARD
006946     RECORDING MODE IS F.
006964 COPY EPSGLACT.
006982*
007000 FD  ACHRPT
007100     LABEL RECORDS ARE STANDARD
007200     RECORDING MODE IS F.
007300 01  ACHRPT-LINE                     PIC X(80).
007400*
007500 FD  BUSDATE
007600     LABEL RECORDS ARE STANDARD
007700     RECORDING MODE IS F.
007800 COPY EPSBDATE.
007900*
008000 FD  CTLOUT
008100     LABEL RECORDS ARE STANDARD
008200     RECORDING MODE IS F.
008300 COPY EPSCTLR.
008400*
008500 WORKING-STORAGE SECTION.
008600*BUSINESS DATE FOR THE RUN - READ FROM THE BUSDATE CONTROL
008700*DATASET, NEVER FROM THE SYSTEM CLOCK.  IT IS THE DRAFT DATE,
008800*THE POSTING DATE AND THE ACH EFFECTIVE ENTRY DATE.
008900 01  W-RUN-DATE-CCYYMMDD             PIC X(08).
009000*
009100 01  W-BUSDATE-STATUS                PIC X(02).
009200     88  BUSDATE-OK                    VALUE '00'.
009300 01  W-CTLOUT-STATUS                 PIC X(02).
009400     88  CTLOUT-OK                     VALUE '00'.
009500 01  W-AUTOPAY-STATUS                PIC X(02).
009600     88  AUTOPAY-OK                    VALUE '00'.
009700 01  W-MORTMAST-STATUS               PIC X(02).
009800     88  MORTMAST-OK                   VALUE '00'.
009900 01  W-ACHOUT-STATUS                 PIC X(02).
010000     88  ACHOUT-OK                     VALUE '00'.
010010 01  W-GLACT-STATUS                  PIC X(02).
010020     88  GLACT-OK                      VALUE '00'.
010100 01  W-ACHRPT-STATUS                 PIC X(02).
010200     88  ACHRPT-OK                     VALUE '00'.
010300*
010400*ORIGINATOR IDENTIFICATION - THE ROUTING, COMPANY ID AND NAMES
010500*THE ORIGINATING BANK ASSIGNED WHEN THE AUTOPAY PROGRAM WAS SET
010600*UP.  THE ODFI ID IS THE FIRST EIGHT DIGITS OF THE BANK'S
010700*ROUTING NUMBER AND PREFIXES EVERY TRACE NUMBER.
010800 01  W-ACH-CONSTANTS.
010900     05  W-ACH-IMMED-DEST             PIC X(10) VALUE
011000         ' 011000015'.
011100     05  W-ACH-IMMED-ORIGIN           PIC X(10) VALUE
011200         '1990000001'.
011300     05  W-ACH-DEST-NAME              PIC X(23) VALUE
011400         'ORIGINATING BANK'.
011500     05  W-ACH-ORIGIN-NAME            PIC X(23) VALUE
011600         'EPSDEMOS MORTGAGE SVC'.
011700     05  W-ACH-COMPANY-NAME           PIC X(16) VALUE
011800         'EPSDEMOS MTG SVC'.
011900     05  W-ACH-COMPANY-ID             PIC X(10) VALUE
012000         '1990000001'.
012100     05  W-ACH-ENTRY-DESC             PIC X(10) VALUE
012200         'MORTGAGE'.
012300     05  W-ACH-ODFI-ID                PIC 9(08) VALUE 01100001.
012400     05  W-ACH-SERVICE-CLASS          PIC 9(03) VALUE 225.
012500     05  W-ACH-BATCH-NUMBER           PIC 9(07) VALUE 1.
012600*
012700 01  W-SWITCHES.
012800     05  W-EOF-SWITCH                 PIC X(01) VALUE 'N'.
012900         88  END-OF-AUTOPAY             VALUE 'Y'.
013000     05  W-MAST-FOUND-SWITCH          PIC X(01) VALUE 'N'.
013100         88  MASTER-FOUND               VALUE 'Y'.
013200     05  W-BATCH-SWITCH               PIC X(01) VALUE 'N'.
013300         88  BATCH-OPEN                 VALUE 'Y'.
013400*
013500 01  W-COUNTERS                      COMP.
013600     05  W-ENROLLMENTS-READ           PIC 9(07) VALUE ZERO.
013700     05  W-NOT-ACTIVE                 PIC 9(07) VALUE ZERO.
013800     05  W-NOT-DUE                    PIC 9(07) VALUE ZERO.
013900     05  W-DRAFTED-THIS-MONTH         PIC 9(07) VALUE ZERO.
014000     05  W-DRAFTS-POSTED              PIC 9(07) VALUE ZERO.
014100     05  W-DRAFTS-RESENT              PIC 9(07) VALUE ZERO.
014200     05  W-EXCEPTIONS                 PIC 9(07) VALUE ZERO.
014300     05  W-PMT-ROWS-INSERTED          PIC 9(07) VALUE ZERO.
014400     05  W-ACH-RECORDS                PIC 9(07) VALUE ZERO.
014500     05  W-ACH-ENTRIES                PIC 9(07) VALUE ZERO.
014600     05  W-ACH-BLOCKS                 PIC 9(07) VALUE ZERO.
014700     05  W-ACH-FILL                   PIC 9(07) VALUE ZERO.
014800     05  W-LAST-TRACE-SEQ             PIC 9(07) VALUE ZERO.
014900*
015000 01  W-TOT-POSTED                    PIC 9(11)V99 COMP-3
015100                                         VALUE ZERO.
015200 01  W-TOT-ACH-DEBITS                PIC 9(11)V99 COMP-3
015300                                         VALUE ZERO.
015400*THE ENTRY HASH IS THE SUM OF THE EIGHT-DIGIT RDFI ROUTING
015500*PREFIXES; ONLY ITS LOW-ORDER TEN DIGITS GO ON THE CONTROLS.
015600 01  W-ENTRY-HASH                    PIC 9(12) COMP-3
015700                                         VALUE ZERO.
015800*
015900*DRAFT DATE - THE DRAFT DAY IN THE MONTH OF THE NEXT-PAYMENT
016000*DATE, BUT NEVER AHEAD OF THE NEXT-PAYMENT DATE ITSELF.  THE
016100*ENROLLMENT SCREEN HOLDS THE DRAFT DAY TO 01-28, SO IT IS A
016200*VALID DAY IN EVERY MONTH.
016300 01  W-DRAFT-DATE                    PIC X(08).
016400 01  W-DRAFT-DATE-PARTS REDEFINES W-DRAFT-DATE.
016500     05  W-DRAFT-CCYY                 PIC 9(04).
016600     05  W-DRAFT-MM                   PIC 9(02).
016700     05  W-DRAFT-DD                   PIC 9(02).
016800*
016900*TRACE NUMBER - THE ODFI ID FOLLOWED BY A SEVEN-DIGIT ENTRY
017000*SEQUENCE, UNIQUE WITHIN THE FILE.
017100 01  W-TRACE-NUMBER                  PIC 9(15).
017200 01  W-TRACE-PARTS REDEFINES W-TRACE-NUMBER.
017300     05  W-TRACE-ODFI                 PIC 9(08).
017400     05  W-TRACE-SEQ                  PIC 9(07).
017500*
017600 01  W-ROUTING-WORK                  PIC X(09).
017700 01  W-ROUTING-PARTS REDEFINES W-ROUTING-WORK.
017800     05  W-ROUTING-RDFI               PIC 9(08).
017900     05  W-ROUTING-CHECK              PIC X(01).
018000*
018100*THE LAST-DRAFT GROUP AS IT STOOD BEFORE THIS DRAFT - PUT BACK
018200*IF THE MASTER CANNOT BE REWRITTEN, SO NO ENTRY GOES TO THE
018300*BANK FOR A PAYMENT THAT DID NOT POST.
018400 01  W-SAVE-LAST-DRAFT               PIC X(80).
018500 77  W-ENTRY-NAME                    PIC X(30).
018600*
018700 01  SQL-ERROR-MSG.
018800     03  FILLER              PIC X(11)      VALUE 'SQL ERROR: '.
018900     03  SQL-ERROR-CODE      PIC S9(5) DISPLAY
019000                                 SIGN LEADING SEPARATE.
019100*
019200     EXEC SQL
019300         INCLUDE SQLCA
019400     END-EXEC.
019500*
019600*    THE DB2 MORTGAGE MASTER - EVERY DRAFT POSTED HERE IS
019700*    MIRRORED TO IT WITH THE SAME UPDATE EPSLBXP ISSUES, SO THE
019800*    TELLER SCREEN SEES THE AUTOPAY PAYMENT THE DAY IT POSTS.
019900*
020000     EXEC SQL DECLARE MORTMAST TABLE
020100     ( ACCOUNT_NUMBER                 DECIMAL(10,0) NOT NULL,
020200       CUSTOMER_NAME                  CHAR(30)      NOT NULL,
020300       CURRENT_BALANCE                DECIMAL(12,2) NOT NULL,
020400       ESCROW_BALANCE                 DECIMAL(12,2) NOT NULL,
020500       ESCROW_DISB_AMT                DECIMAL(12,2) NOT NULL,
020600       ESCROW_PMT_AMT                 DECIMAL(12,2) NOT NULL,
020700       LAST_PMT_DATE                  CHAR(8)       NOT NULL,
020800       PAYMENT_AMOUNT                 DECIMAL(12,2) NOT NULL,
020900       PRINCIPAL_AMOUNT               DECIMAL(12,2) NOT NULL,
021000       LATE_FEE_DUE                   DECIMAL(10,2) NOT NULL,
021100       NEXT_PMT_DATE                  CHAR(8)       NOT NULL,
021200       SUSPENSE_AMT                   DECIMAL(10,2) NOT NULL
021300     ) END-EXEC.
021400*
021500 01  W-DB2-MAST-REC.
021600     05  W-DB2-ACCOUNT-NUMBER            PIC S9(10) COMP-3.
021700     05  W-DB2-PRINCIPAL                 PIC S9(10)V99 COMP-3.
021800     05  W-DB2-LATE-FEE                  PIC S9(8)V99 COMP-3.
021900     05  W-DB2-NEXT-DATE                 PIC X(08).
022000     05  W-DB2-SUSPENSE                  PIC S9(8)V99 COMP-3.
022100*
022200*PAYMENT APPLICATION WORK AREA - THE SAME SERVICING ORDER AS
022300*EPSLBXP: THE OUTSTANDING LATE FEE FIRST, THEN THE SCHEDULED
022400*PRINCIPAL; WHAT REMAINS IS THE INTEREST PORTION LOGGED TO
022500*MORTPMT.  THE PAYMENT APPLIED IS THE SCHEDULED PAYMENT PLUS
022600*ANY LATE FEE DUE, SO IT ALWAYS COVERS THE SCHEDULED PAYMENT
022700*AND ROLLS THE NEXT-PAYMENT DATE.  THE SUSPENSE HELD IS
022710*RELEASED TOWARD IT AND THE DRAFT IS THE REMAINDER.
022800 77  W-FEE-APPLIED                   PIC 9(10)V99 VALUE ZERO.
022900 77  W-NET-PAYMENT                   PIC 9(10)V99 VALUE ZERO.
023000 77  W-PRINC-APPLIED                 PIC 9(10)V99 VALUE ZERO.
023100 77  W-INT-APPLIED                   PIC 9(10)V99 VALUE ZERO.
023200 01  W-NEXT-DATE-PARTS.
023300     05  W-NEXT-CCYY                  PIC 9(04).
023400     05  W-NEXT-MM                    PIC 9(02).
023500     05  W-NEXT-DD                    PIC 9(02).
023600 77  W-DAYS-IN-MONTH                 PIC 9(02).
023700 77  W-LEAP-QUOTIENT                 PIC 9(04).
023800 77  W-LEAP-REMAINDER                PIC 9(04).
023900 77  W-APPLY-AMOUNT                  PIC 9(10)V99 VALUE ZERO.
024000 77  W-APPLY-PRINCIPAL               PIC 9(10)V99 VALUE ZERO.
024010 77  W-SUSPENSE-USED                 PIC 9(08)V99 VALUE ZERO.
024020 77  W-DRAFT-AMOUNT                  PIC 9(10)V99 VALUE ZERO.
024100 01  W-EFFECTIVE-DATE                PIC X(08).
024200*
024300*    THE DB2 POSTED-PAYMENT TABLE - THE SAME TABLE EPSCMORT AND
024400*    EPSLBXP INSERT INTO, SO AUTOPAY POSTINGS FEED THE SAME
024500*    OVERNIGHT EXTRACT AND RECONCILIATION.
024600*
024700     EXEC SQL DECLARE MORTPMT TABLE
024800     ( PMT_ACCOUNT_NUMBER             DECIMAL(10,0) NOT NULL,
024900       PMT_TRAN_DATE                  CHAR(8)       NOT NULL,
025000       PMT_AMOUNT                     DECIMAL(12,2) NOT NULL,
025100       PMT_INTEREST                   DECIMAL(12,2) NOT NULL,
025200       PMT_FEE_APPLIED                DECIMAL(10,2) NOT NULL,
025300       PMT_TRAN_ID                    CHAR(4)       NOT NULL,
025400       PMT_TERM_ID                    CHAR(4)       NOT NULL
025500     ) END-EXEC.
025600*
025700 01  W-PMTLOG-REC.
025800     05  W-PMTLOG-ACCOUNT-NUMBER         PIC S9(10) COMP-3.
025900     05  W-PMTLOG-TRAN-DATE              PIC X(08).
026000     05  W-PMTLOG-AMOUNT                 PIC S9(10)V99 COMP-3.
026100     05  W-PMTLOG-INTEREST               PIC S9(10)V99 COMP-3.
026200     05  W-PMTLOG-FEE                    PIC S9(8)V99 COMP-3.
026300     05  W-PMTLOG-TRAN-ID                PIC X(04).
026400     05  W-PMTLOG-TERM-ID                PIC X(04).
026500*
026600*TRAN/TERM ID STAMPED ON AUTOPAY POSTINGS SO THE BACK OFFICE CAN
026700*TELL A DRAFT FROM A LOCKBOX OR TELLER POSTING IN MORTPMT.
026800 77  W-ACH-TRAN-ID                   PIC X(04) VALUE 'ACHD'.
026900 77  W-ACH-TERM-ID                   PIC X(04) VALUE 'BTCH'.
027000*
027100 01  W-HEADING-LINE.
027200     05  FILLER                       PIC X(40) VALUE
027300         'EPSACHD - AUTOPAY DRAFT REGISTER        '.
027400     05  W-HDG-DATE                   PIC X(08).
027500     05  FILLER                       PIC X(32) VALUE SPACES.
027600*
027700 01  W-COLUMN-LINE                   PIC X(80) VALUE
027800     'ACCOUNT     CUSTOMER NAME                          AMOUNT  A
027900-    'CTION'.
028000*
028100 01  W-DETAIL-LINE.
028200     05  W-DTL-ACCOUNT                PIC 9(10).
028300     05  FILLER                       PIC X(02) VALUE SPACES.
028400     05  W-DTL-NAME                   PIC X(30).
028500     05  FILLER                       PIC X(02) VALUE SPACES.
028600     05  W-DTL-AMOUNT                 PIC ZZ,ZZZ,ZZ9.99.
028700     05  FILLER                       PIC X(02) VALUE SPACES.
028800     05  W-DTL-ACTION                 PIC X(21).
028900*
029000 01  W-SUMMARY-LINE.
029100     05  W-SUM-LABEL                  PIC X(25).
029200     05  W-SUM-COUNT                  PIC ZZZ,ZZ9.
029300     05  FILLER                       PIC X(48) VALUE SPACES.
029400*
029500 01  W-BLANK-LINE                    PIC X(80) VALUE SPACES.
029600*
029700 PROCEDURE DIVISION.
029800*****************************************************************
029900*0000-MAINLINE
030000*DRAFT EVERY DUE ENROLLMENT, THEN CLOSE OFF THE ACH FILE.
030100*****************************************************************
030200 0000-MAINLINE.
030300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030400     PERFORM 2000-PROCESS-ENROLLMENT THRU 2000-EXIT
030500         UNTIL END-OF-AUTOPAY.
030600     PERFORM 8000-CLOSE-ACH-FILE THRU 8000-EXIT.
030700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
030800     STOP RUN.
030900*
031000*****************************************************************
031100*1000-INITIALIZE
031200*****************************************************************
031300 1000-INITIALIZE.
031400     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
031500     OPEN I-O AUTOPAY MORTMAST.
031600     OPEN OUTPUT ACHOUT ACHRPT.
031650     OPEN EXTEND GLACT.
031700     IF NOT AUTOPAY-OK OR NOT MORTMAST-OK
031800         OR NOT ACHOUT-OK OR NOT ACHRPT-OK OR NOT GLACT-OK
031900         DISPLAY 'EPSACHD - OPEN FAILED, AUTOPAY '
032000             W-AUTOPAY-STATUS ' MORTMAST ' W-MORTMAST-STATUS
032100             ' ACHOUT ' W-ACHOUT-STATUS ' ACHRPT ' W-ACHRPT-STATUS
032150             ' GLACT ' W-GLACT-STATUS
032200         MOVE 16 TO RETURN-CODE
032300         STOP RUN
032400     END-IF.
032500     MOVE W-RUN-DATE-CCYYMMDD TO W-HDG-DATE.
032600     MOVE W-HEADING-LINE TO ACHRPT-LINE.
032700     WRITE ACHRPT-LINE.
032800     MOVE W-COLUMN-LINE TO ACHRPT-LINE.
032900     WRITE ACHRPT-LINE.
033000     PERFORM 1200-WRITE-FILE-HEADER THRU 1200-EXIT.
033100 1000-EXIT.
033200     EXIT.
033300*
033400*****************************************************************
033500*1050-GET-BUSINESS-DATE
033600*THE WHOLE NIGHTLY STREAM PROCESSES UNDER THE ONE BUSINESS
033700*DATE ON THE BUSDATE CONTROL DATASET, ADVANCED BY EPSBDROL
033800*ONLY AT A CLEAN END OF DAY - A STREAM THAT SLIPS PAST
033900*MIDNIGHT, OR A RERUN THE NEXT MORNING, STILL PROCESSES
034000*UNDER THE RIGHT DATE.  NO USABLE DATE MEANS NO RUN - THE
034100*JOB ENDS WITH RC 16 AND THE SCHEDULER HOLDS THE STREAM.
034200*****************************************************************
034300 1050-GET-BUSINESS-DATE.
034400     OPEN INPUT BUSDATE.
034500     IF NOT BUSDATE-OK
034600         DISPLAY 'EPSACHD - BUSDATE OPEN FAILED, STATUS '
034700             W-BUSDATE-STATUS
034800         MOVE 16 TO RETURN-CODE
034900         STOP RUN
035000     END-IF.
035100     READ BUSDATE
035200         AT END
035300             DISPLAY 'EPSACHD - BUSDATE DATASET IS EMPTY'
035400             MOVE 16 TO RETURN-CODE
035500             STOP RUN
035600     END-READ.
035700     IF EPSBDAT-BUSINESS-DATE IS NOT NUMERIC
035800         DISPLAY 'EPSACHD - BUSDATE DATE IS NOT NUMERIC: '
035900             EPSBDAT-BUSINESS-DATE
036000         MOVE 16 TO RETURN-CODE
036100         STOP RUN
036200     END-IF.
036300     MOVE EPSBDAT-BUSINESS-DATE TO W-RUN-DATE-CCYYMMDD.
036400     CLOSE BUSDATE.
036500 1050-EXIT.
036600     EXIT.
036700*
036800*****************************************************************
036900*1200-WRITE-FILE-HEADER
037000*THE FILE HEADER GOES OUT EVEN ON A NIGHT WITH NOTHING TO
037100*DRAFT, SO THE BANK ALWAYS RECEIVES A WELL-FORMED FILE.
037200*****************************************************************
037300 1200-WRITE-FILE-HEADER.
037400     MOVE SPACES TO EPSACHF-FILE-HEADER.
037500     MOVE '1' TO AFH-RECORD-TYPE.
037600     MOVE '01' TO AFH-PRIORITY-CODE.
037700     MOVE W-ACH-IMMED-DEST TO AFH-IMMED-DEST.
037800     MOVE W-ACH-IMMED-ORIGIN TO AFH-IMMED-ORIGIN.
037900     MOVE W-RUN-DATE-CCYYMMDD (3:6) TO AFH-CREATION-DATE.
038000     MOVE ZERO TO AFH-CREATION-TIME.
038100     MOVE 'A' TO AFH-FILE-ID-MODIFIER.
038200     MOVE '094' TO AFH-RECORD-SIZE.
038300     MOVE '10' TO AFH-BLOCKING-FACTOR.
038400     MOVE '1' TO AFH-FORMAT-CODE.
038500     MOVE W-ACH-DEST-NAME TO AFH-DEST-NAME.
038600     MOVE W-ACH-ORIGIN-NAME TO AFH-ORIGIN-NAME.
038700     PERFORM 7900-WRITE-ACH-RECORD THRU 7900-EXIT.
038800 1200-EXIT.
038900     EXIT.
039000*
039100*****************************************************************
039200*2000-PROCESS-ENROLLMENT
039300*READ THE NEXT ENROLLMENT AND DRAFT IT IF IT IS DUE.
039400*****************************************************************
039500 2000-PROCESS-ENROLLMENT.
039600     READ AUTOPAY NEXT RECORD
039700         AT END
039800             MOVE 'Y' TO W-EOF-SWITCH
039900         NOT AT END
040000             ADD 1 TO W-ENROLLMENTS-READ
040100             PERFORM 3000-DRAFT-ENROLLMENT THRU 3000-EXIT
040200     END-READ.
040300 2000-EXIT.
040400     EXIT.
040500*
040600*****************************************************************
040700*3000-DRAFT-ENROLLMENT
040800*ONLY AN ACTIVE ENROLLMENT IS DRAFTED.  ONE ALREADY DRAFTED AND
040900*POSTED ON THIS BUSINESS DATE IS A RERUN AFTER AN ABEND - ITS
041000*ENTRY IS SENT AGAIN BUT NOTHING POSTS TWICE.  A LOAN THAT
041100*CANNOT BE DRAFTED IS LISTED FOR SERVICING; ONE NOT YET DUE,
041200*OR ALREADY DRAFTED THIS MONTH (INCLUDING A DRAFT THE BANK
041300*RETURNED), WAITS.  A LOAN UNDER A LEGAL HOLD IS NEVER DRAFTED.
041400*****************************************************************
041500 3000-DRAFT-ENROLLMENT.
041600     IF NOT EPSAPEN-ACTIVE
041700         ADD 1 TO W-NOT-ACTIVE
041800         GO TO 3000-EXIT
041900     END-IF.
042000     IF EPSAPEN-LAST-DRAFT-DATE = W-RUN-DATE-CCYYMMDD
042100         AND EPSAPEN-DRAFT-POSTED
042200         PERFORM 4500-RESEND-DRAFT THRU 4500-EXIT
042300         GO TO 3000-EXIT
042400     END-IF.
042500     PERFORM 4000-READ-MORTMAST THRU 4000-EXIT.
042600     IF NOT MASTER-FOUND
042700         MOVE SPACES TO W-DTL-NAME
042800         MOVE 'NOT ON LOAN MASTER' TO W-DTL-ACTION
042900         PERFORM 6000-LIST-EXCEPTION THRU 6000-EXIT
043000         GO TO 3000-EXIT
043100     END-IF.
043200     MOVE EPSMMST-CUSTOMER-NAME TO W-DTL-NAME.
043300     IF EPSMMST-PAID-IN-FULL
043400         MOVE 'LOAN PAID IN FULL' TO W-DTL-ACTION
043500         PERFORM 6000-LIST-EXCEPTION THRU 6000-EXIT
043600         GO TO 3000-EXIT
043700     END-IF.
043710     IF EPSMMST-ON-HOLD
043720         MOVE 'LEGAL HOLD - NO DRAFT' TO W-DTL-ACTION
043730         PERFORM 6000-LIST-EXCEPTION THRU 6000-EXIT
043740         GO TO 3000-EXIT
043750     END-IF.
043800     IF EPSMMST-PAYMENT-AMOUNT NOT > ZERO
043900         MOVE 'NO SCHEDULED PAYMENT' TO W-DTL-ACTION
044000         PERFORM 6000-LIST-EXCEPTION THRU 6000-EXIT
044100         GO TO 3000-EXIT
044200     END-IF.
044300     IF EPSMMST-NEXT-PMT-DATE IS NOT NUMERIC
044400         MOVE 'BAD NEXT-PAYMENT DATE' TO W-DTL-ACTION
044500         PERFORM 6000-LIST-EXCEPTION THRU 6000-EXIT
044600         GO TO 3000-EXIT
044700     END-IF.
044800     PERFORM 3100-SET-DRAFT-DATE THRU 3100-EXIT.
044900     IF W-DRAFT-DATE > W-RUN-DATE-CCYYMMDD
045000         ADD 1 TO W-NOT-DUE
045100         GO TO 3000-EXIT
045200     END-IF.
045300     IF EPSAPEN-LAST-DRAFT-DATE (1:6) =
045400         W-RUN-DATE-CCYYMMDD (1:6)
045500         ADD 1 TO W-DRAFTED-THIS-MONTH
045600         GO TO 3000-EXIT
045700     END-IF.
045800     MOVE EPSAPEN-ROUTING-NUMBER TO W-ROUTING-WORK.
045900     IF W-ROUTING-WORK IS NOT NUMERIC
046000         MOVE 'BAD ROUTING NUMBER' TO W-DTL-ACTION
046100         PERFORM 6000-LIST-EXCEPTION THRU 6000-EXIT
046200         GO TO 3000-EXIT
046300     END-IF.
046400     PERFORM 5000-POST-DRAFT THRU 5000-EXIT.
046500 3000-EXIT.
046600     EXIT.
046700*
046800 3100-SET-DRAFT-DATE.
046900     MOVE EPSMMST-NEXT-PMT-DATE TO W-DRAFT-DATE.
047000     IF EPSAPEN-DRAFT-DAY IS NUMERIC
047100         AND EPSAPEN-DRAFT-DAY > ZERO
047200         AND EPSAPEN-DRAFT-DAY NOT > 28
047300         MOVE EPSAPEN-DRAFT-DAY TO W-DRAFT-DD
047400     END-IF.
047500     IF W-DRAFT-DATE < EPSMMST-NEXT-PMT-DATE
047600         MOVE EPSMMST-NEXT-PMT-DATE TO W-DRAFT-DATE
047700     END-IF.
047800 3100-EXIT.
047900     EXIT.
048000*
048100*****************************************************************
048200*4000-READ-MORTMAST
048300*****************************************************************
048400 4000-READ-MORTMAST.
048500     MOVE 'N' TO W-MAST-FOUND-SWITCH.
048600     MOVE EPSAPEN-ACCOUNT-NUMBER TO EPSMMST-ACCOUNT-NUMBER.
048700     READ MORTMAST
048800         INVALID KEY
048900             CONTINUE
049000         NOT INVALID KEY
049100             MOVE 'Y' TO W-MAST-FOUND-SWITCH
049200     END-READ.
049300 4000-EXIT.
049400     EXIT.
049500*
049600*****************************************************************
049700*4500-RESEND-DRAFT
049800*THE DRAFT POSTED EARLIER TODAY AND ITS ENTRY WAS LOST WITH THE
049900*ABENDED RUN'S ACH FILE.  SEND THE SAME ENTRY, UNDER THE SAME
050000*TRACE NUMBER, FROM WHAT THE ENROLLMENT RECORDED.  THE ENTRY
050100*SEQUENCE CONTINUES ABOVE THE HIGHEST TRACE RE-SENT, SO NEW
050200*DRAFTS NEVER REUSE ONE.
050300*****************************************************************
050400 4500-RESEND-DRAFT.
050500     PERFORM 4000-READ-MORTMAST THRU 4000-EXIT.
050600     IF MASTER-FOUND
050700         MOVE EPSMMST-CUSTOMER-NAME TO W-ENTRY-NAME
050800     ELSE
050900         MOVE SPACES TO W-ENTRY-NAME
051000     END-IF.
051100     MOVE EPSAPEN-LAST-TRACE TO W-TRACE-NUMBER.
051200     IF W-TRACE-SEQ > W-LAST-TRACE-SEQ
051300         MOVE W-TRACE-SEQ TO W-LAST-TRACE-SEQ
051400     END-IF.
051500     PERFORM 7000-WRITE-ENTRY THRU 7000-EXIT.
051600     ADD 1 TO W-DRAFTS-RESENT.
051700     MOVE W-ENTRY-NAME TO W-DTL-NAME.
051800     MOVE 'RE-SENT, NOT REPOSTED' TO W-DTL-ACTION.
051900     PERFORM 6100-LIST-DRAFT THRU 6100-EXIT.
052000 4500-EXIT.
052100     EXIT.
052200*
052300*****************************************************************
052400*5000-POST-DRAFT
052500*POST THE SCHEDULED PAYMENT PLUS ANY LATE FEE DUE IN
052600*SERVICING ORDER.  MONEY HELD IN SUSPENSE IS RELEASED TOWARD
052610*IT AND THE DRAFT IS FOR THE REST; SUSPENSE THAT ALREADY
052620*COVERS THE WHOLE PAYMENT IS LISTED FOR THE BACK OFFICE TO
052630*RELEASE AND NOTHING IS DRAFTED.  THE ENROLLMENT IS REWRITTEN
052700*FIRST WITH HOW THE DRAFT APPLIED - A RERUN THEN KNOWS IT
052800*POSTED - THEN THE MASTER; IF THE MASTER CANNOT BE REWRITTEN
052900*THE ENROLLMENT IS PUT BACK AND NO ENTRY IS SENT.  THE POSTING
053000*IS MIRRORED TO DB2 (SUSPENSE INCLUDED), LOGGED TO MORTPMT,
053100*THE RELEASE JOURNALLED, THE ENTRY WRITTEN, AND THE DB2 WORK
053200*COMMITTED ONE ACCOUNT AT A TIME.
053300*****************************************************************
053400 5000-POST-DRAFT.
053500     MOVE W-RUN-DATE-CCYYMMDD TO W-EFFECTIVE-DATE.
053600     IF EPSMMST-SUSPENSE-AMOUNT IS NOT NUMERIC
053700         MOVE ZERO TO EPSMMST-SUSPENSE-AMOUNT
053800     END-IF.
053900     COMPUTE W-APPLY-AMOUNT =
054000         EPSMMST-PAYMENT-AMOUNT + EPSMMST-LATE-FEE-DUE.
054010     IF EPSMMST-SUSPENSE-AMOUNT NOT < W-APPLY-AMOUNT
054020         MOVE 'SUSPENSE COVERS PMT' TO W-DTL-ACTION
054030         PERFORM 6000-LIST-EXCEPTION THRU 6000-EXIT
054040         GO TO 5000-EXIT
054050     END-IF.
054060     MOVE EPSMMST-SUSPENSE-AMOUNT TO W-SUSPENSE-USED.
054070     COMPUTE W-DRAFT-AMOUNT = W-APPLY-AMOUNT - W-SUSPENSE-USED.
054100     MOVE EPSMMST-PRINCIPAL-AMOUNT TO W-APPLY-PRINCIPAL.
054200     PERFORM 5100-APPLY-PAYMENT-ORDER THRU 5100-EXIT.
054300     ADD 1 TO W-LAST-TRACE-SEQ.
054400     MOVE W-ACH-ODFI-ID TO W-TRACE-ODFI.
054500     MOVE W-LAST-TRACE-SEQ TO W-TRACE-SEQ.
054600     MOVE EPSAPEN-LAST-DRAFT TO W-SAVE-LAST-DRAFT.
054700     MOVE W-RUN-DATE-CCYYMMDD TO EPSAPEN-LAST-DRAFT-DATE.
054800     SET EPSAPEN-DRAFT-POSTED TO TRUE.
054900     MOVE W-TRACE-NUMBER TO EPSAPEN-LAST-TRACE.
055000     MOVE W-DRAFT-AMOUNT TO EPSAPEN-LAST-AMOUNT.
055100     MOVE W-PRINC-APPLIED TO EPSAPEN-LAST-PRINCIPAL.
055200     MOVE W-INT-APPLIED TO EPSAPEN-LAST-INTEREST.
055300     MOVE W-FEE-APPLIED TO EPSAPEN-LAST-FEE.
055310     MOVE W-SUSPENSE-USED TO EPSAPEN-LAST-SUSPENSE.
055400     REWRITE EPSAPEN-RECORD.
055500     IF NOT AUTOPAY-OK
055600         DISPLAY 'EPSACHD - AUTOPAY REWRITE FAILED FOR ACCOUNT '
055700             EPSAPEN-ACCOUNT-NUMBER ' STATUS ' W-AUTOPAY-STATUS
055800         SUBTRACT 1 FROM W-LAST-TRACE-SEQ
055900         MOVE 'ENROLLMENT NOT UPDATED' TO W-DTL-ACTION
056000         PERFORM 6000-LIST-EXCEPTION THRU 6000-EXIT
056100         GO TO 5000-EXIT
056200     END-IF.
056300     SUBTRACT W-PRINC-APPLIED
056400         FROM EPSMMST-CURRENT-BALANCE.
056410     SUBTRACT W-SUSPENSE-USED FROM EPSMMST-SUSPENSE-AMOUNT.
056500     MOVE W-EFFECTIVE-DATE TO EPSMMST-LAST-PMT-DATE.
056600     REWRITE EPSMMST-RECORD.
056700     IF NOT MORTMAST-OK
056800         DISPLAY 'EPSACHD - REWRITE FAILED FOR ACCOUNT '
056900             EPSMMST-ACCOUNT-NUMBER ' STATUS ' W-MORTMAST-STATUS
057000         SUBTRACT 1 FROM W-LAST-TRACE-SEQ
057100         MOVE W-SAVE-LAST-DRAFT TO EPSAPEN-LAST-DRAFT
057200         REWRITE EPSAPEN-RECORD
057210         IF NOT AUTOPAY-OK
057220             DISPLAY 'EPSACHD - AUTOPAY PUT-BACK FAILED FOR '
057230                 'ACCOUNT ' EPSAPEN-ACCOUNT-NUMBER ' STATUS '
057240                 W-AUTOPAY-STATUS
057250             MOVE 8 TO RETURN-CODE
057260         END-IF
057300         MOVE 'MASTER NOT UPDATED' TO W-DTL-ACTION
057400         PERFORM 6000-LIST-EXCEPTION THRU 6000-EXIT
057500         GO TO 5000-EXIT
057600     END-IF.
057700     PERFORM 5200-SYNC-DB2-MASTER THRU 5200-EXIT.
057800     PERFORM 5500-LOG-PAYMENT-POSTED THRU 5500-EXIT.
057810     IF W-SUSPENSE-USED > ZERO
057820         PERFORM 5600-JOURNAL-RELEASE THRU 5600-EXIT
057830     END-IF.
057900     MOVE EPSMMST-CUSTOMER-NAME TO W-ENTRY-NAME.
058000     PERFORM 7000-WRITE-ENTRY THRU 7000-EXIT.
058100     PERFORM 5800-COMMIT-WORK THRU 5800-EXIT.
058200     ADD 1 TO W-DRAFTS-POSTED.
058300     ADD W-APPLY-AMOUNT TO W-TOT-POSTED.
058400     MOVE W-ENTRY-NAME TO W-DTL-NAME.
058500     MOVE 'DRAFTED AND POSTED' TO W-DTL-ACTION.
058600     PERFORM 6100-LIST-DRAFT THRU 6100-EXIT.
058700 5000-EXIT.
058800     EXIT.
058900*
059000*****************************************************************
059100*5100-APPLY-PAYMENT-ORDER / 5150-ROLL-NEXT-PMT-DATE
059200*APPLY W-APPLY-AMOUNT/W-APPLY-PRINCIPAL IN SERVICING ORDER
059300*AGAINST THE MASTER RECORD IN HAND - SATISFY THE OUTSTANDING
059400*LATE FEE FIRST, THEN PRINCIPAL (CUT BACK IF THE FEE CONSUMED
059500*PART OF THE PAYMENT); THE REMAINDER IS THE INTEREST PORTION.
059600*A PAYMENT COVERING THE SCHEDULED AMOUNT ADVANCES THE NEXT-
059700*PAYMENT DATE ONE MONTH, KEEPING THE DUE DAY CLAMPED TO THE
059800*ROLLED-TO MONTH'S LENGTH.
059900*****************************************************************
060000 5100-APPLY-PAYMENT-ORDER.
060100     MOVE ZERO TO W-FEE-APPLIED.
060200     IF EPSMMST-LATE-FEE-DUE > ZERO
060300         IF EPSMMST-LATE-FEE-DUE < W-APPLY-AMOUNT
060400             MOVE EPSMMST-LATE-FEE-DUE TO W-FEE-APPLIED
060500         ELSE
060600             MOVE W-APPLY-AMOUNT TO W-FEE-APPLIED
060700         END-IF
060800         SUBTRACT W-FEE-APPLIED FROM EPSMMST-LATE-FEE-DUE
060900     END-IF.
061000     COMPUTE W-NET-PAYMENT =
061100         W-APPLY-AMOUNT - W-FEE-APPLIED.
061200     IF W-APPLY-PRINCIPAL > W-NET-PAYMENT
061300         MOVE W-NET-PAYMENT TO W-PRINC-APPLIED
061400     ELSE
061500         MOVE W-APPLY-PRINCIPAL TO W-PRINC-APPLIED
061600     END-IF.
061700     COMPUTE W-INT-APPLIED = W-NET-PAYMENT - W-PRINC-APPLIED.
061800     IF EPSMMST-PAYMENT-AMOUNT > ZERO
061900         AND W-APPLY-AMOUNT NOT <
062000             EPSMMST-PAYMENT-AMOUNT
062100         PERFORM 5150-ROLL-NEXT-PMT-DATE THRU 5150-EXIT
062200     END-IF.
062300 5100-EXIT.
062400     EXIT.
062500*
062600 5150-ROLL-NEXT-PMT-DATE.
062700     IF EPSMMST-NEXT-PMT-DATE = SPACES OR LOW-VALUES
062800         OR EPSMMST-NEXT-PMT-DATE IS NOT NUMERIC
062900         GO TO 5150-EXIT
063000     END-IF.
063100     MOVE EPSMMST-NEXT-PMT-DATE TO W-NEXT-DATE-PARTS.
063200     IF W-NEXT-MM < 12
063300         ADD 1 TO W-NEXT-MM
063400     ELSE
063500         MOVE 01 TO W-NEXT-MM
063600         ADD 1 TO W-NEXT-CCYY
063700     END-IF.
063800*CLAMP THE DUE DAY TO THE ROLLED-TO MONTH'S LENGTH - THE SAME
063900*CALENDAR RULE EPSBDROL USES - SO A MONTH-END DUE DATE NEVER
064000*ROLLS TO AN IMPOSSIBLE DATE THAT WOULD MIS-AGE THE ACCOUNT.
064100     PERFORM 5160-SET-DAYS-IN-MONTH THRU 5160-EXIT.
064200     IF W-NEXT-DD > W-DAYS-IN-MONTH
064300         MOVE W-DAYS-IN-MONTH TO W-NEXT-DD
064400     END-IF.
064500     MOVE W-NEXT-DATE-PARTS TO EPSMMST-NEXT-PMT-DATE.
064600 5150-EXIT.
064700     EXIT.
064800*
064900 5160-SET-DAYS-IN-MONTH.
065000     EVALUATE W-NEXT-MM
065100         WHEN 01
065200         WHEN 03
065300         WHEN 05
065400         WHEN 07
065500         WHEN 08
065600         WHEN 10
065700         WHEN 12
065800             MOVE 31 TO W-DAYS-IN-MONTH
065900         WHEN 02
066000             PERFORM 5170-FEBRUARY-DAYS THRU 5170-EXIT
066100         WHEN OTHER
066200             MOVE 30 TO W-DAYS-IN-MONTH
066300     END-EVALUATE.
066400 5160-EXIT.
066500     EXIT.
066600*
066700 5170-FEBRUARY-DAYS.
066800     MOVE 28 TO W-DAYS-IN-MONTH.
066900     DIVIDE W-NEXT-CCYY BY 4 GIVING W-LEAP-QUOTIENT
067000         REMAINDER W-LEAP-REMAINDER.
067100     IF W-LEAP-REMAINDER NOT = ZERO
067200         GO TO 5170-EXIT
067300     END-IF.
067400     DIVIDE W-NEXT-CCYY BY 100 GIVING W-LEAP-QUOTIENT
067500         REMAINDER W-LEAP-REMAINDER.
067600     IF W-LEAP-REMAINDER NOT = ZERO
067700         MOVE 29 TO W-DAYS-IN-MONTH
067800         GO TO 5170-EXIT
067900     END-IF.
068000     DIVIDE W-NEXT-CCYY BY 400 GIVING W-LEAP-QUOTIENT
068100         REMAINDER W-LEAP-REMAINDER.
068200     IF W-LEAP-REMAINDER = ZERO
068300         MOVE 29 TO W-DAYS-IN-MONTH
068400     END-IF.
068500 5170-EXIT.
068600     EXIT.
068700*
068800*****************************************************************
068900*5200-SYNC-DB2-MASTER
069000*MIRROR THE POSTING TO THE DB2 MORTMAST ROW - THE SAME UPDATE
069100*EPSLBXP ISSUES - SO THE ONLINE BALANCE AND THE VSAM MASTER
069200*STAY IN STEP.
069300*****************************************************************
069400 5200-SYNC-DB2-MASTER.
069500     MOVE EPSMMST-ACCOUNT-NUMBER TO W-DB2-ACCOUNT-NUMBER.
069600     MOVE W-PRINC-APPLIED TO W-DB2-PRINCIPAL.
069700     MOVE EPSMMST-LATE-FEE-DUE TO W-DB2-LATE-FEE.
069800     MOVE EPSMMST-NEXT-PMT-DATE TO W-DB2-NEXT-DATE.
069900     MOVE EPSMMST-SUSPENSE-AMOUNT TO W-DB2-SUSPENSE.
070000     EXEC SQL
070100         UPDATE MORTMAST
070200            SET CURRENT_BALANCE =
070300                    CURRENT_BALANCE - :W-DB2-PRINCIPAL,
070400                LATE_FEE_DUE     = :W-DB2-LATE-FEE,
070500                NEXT_PMT_DATE    = :W-DB2-NEXT-DATE,
070600                SUSPENSE_AMT     = :W-DB2-SUSPENSE,
070700                LAST_PMT_DATE    = :W-EFFECTIVE-DATE
070800          WHERE ACCOUNT_NUMBER  = :W-DB2-ACCOUNT-NUMBER
070900     END-EXEC.
071000     IF SQLCODE NOT = 0
071100         MOVE SQLCODE TO SQL-ERROR-CODE
071200         DISPLAY 'EPSACHD - DB2 MASTER UPDATE FAILED FOR '
071300             'ACCOUNT ' EPSMMST-ACCOUNT-NUMBER ' '
071400             SQL-ERROR-MSG
071500     END-IF.
071600 5200-EXIT.
071700     EXIT.
071800*
071900*****************************************************************
072000*5500-LOG-PAYMENT-POSTED
072100*INSERT THE POSTED DRAFT INTO MORTPMT - THE SAME ROW EPSLBXP
072200*WRITES - SO THE OVERNIGHT EXTRACT AND EPSRECON SEE AUTOPAY
072300*POSTINGS TOO.
072400*****************************************************************
072500 5500-LOG-PAYMENT-POSTED.
072600     MOVE EPSMMST-ACCOUNT-NUMBER TO W-PMTLOG-ACCOUNT-NUMBER.
072700     MOVE W-EFFECTIVE-DATE TO W-PMTLOG-TRAN-DATE.
072800     MOVE W-APPLY-AMOUNT TO W-PMTLOG-AMOUNT.
072900     MOVE W-INT-APPLIED TO W-PMTLOG-INTEREST.
073000     MOVE W-FEE-APPLIED TO W-PMTLOG-FEE.
073100     MOVE W-ACH-TRAN-ID TO W-PMTLOG-TRAN-ID.
073200     MOVE W-ACH-TERM-ID TO W-PMTLOG-TERM-ID.
073300     EXEC SQL
073400         INSERT INTO MORTPMT
073500             (PMT_ACCOUNT_NUMBER, PMT_TRAN_DATE, PMT_AMOUNT,
073600              PMT_INTEREST, PMT_FEE_APPLIED, PMT_TRAN_ID,
073700              PMT_TERM_ID)
073800         VALUES
073900             (:W-PMTLOG-ACCOUNT-NUMBER, :W-PMTLOG-TRAN-DATE,
074000              :W-PMTLOG-AMOUNT, :W-PMTLOG-INTEREST,
074100              :W-PMTLOG-FEE,
074200              :W-PMTLOG-TRAN-ID, :W-PMTLOG-TERM-ID)
074300     END-EXEC.
074400     IF SQLCODE = 0
074500         ADD 1 TO W-PMT-ROWS-INSERTED
074600     ELSE
074700         MOVE SQLCODE TO SQL-ERROR-CODE
074800         DISPLAY 'EPSACHD - MORTPMT INSERT FAILED FOR ACCOUNT '
074900             EPSMMST-ACCOUNT-NUMBER ' ' SQL-ERROR-MSG
075000     END-IF.
075100 5500-EXIT.
075200     EXIT.
075300*
075310*****************************************************************
075320*5600-JOURNAL-RELEASE / 5700-WRITE-GL-ACTIVITY
075330*THE SUSPENSE RELEASED TOWARD THE DRAFTED PAYMENT, JOURNALLED
075340*UNDER THE SAME SUSPENSE-RELEASE CODE EPSLBXP USES.
075350*****************************************************************
075360 5600-JOURNAL-RELEASE.
075370     MOVE SPACES TO EPSGLACT-RECORD.
075380     SET EPSGLACT-SUSPENSE-RELEASE TO TRUE.
075390     MOVE W-SUSPENSE-USED TO EPSGLACT-AMOUNT.
075400     PERFORM 5700-WRITE-GL-ACTIVITY THRU 5700-EXIT.
075410 5600-EXIT.
075420     EXIT.
075430*
075440 5700-WRITE-GL-ACTIVITY.
075450     MOVE W-RUN-DATE-CCYYMMDD TO EPSGLACT-ACTIVITY-DATE.
075460     MOVE 'EPSACHD' TO EPSGLACT-PROGRAM.
075470     MOVE EPSMMST-ACCOUNT-NUMBER TO EPSGLACT-ACCOUNT-NUMBER.
075480     WRITE EPSGLACT-RECORD.
075490     IF NOT GLACT-OK
075500         DISPLAY 'EPSACHD - GLACT WRITE FAILED FOR ACCOUNT '
075510             EPSMMST-ACCOUNT-NUMBER ' STATUS ' W-GLACT-STATUS
075520     END-IF.
075530 5700-EXIT.
075540     EXIT.
075550*
075560*****************************************************************
075570*5800-COMMIT-WORK
075600*****************************************************************
075700 5800-COMMIT-WORK.
075800     EXEC SQL
075900         COMMIT
076000     END-EXEC.
076100     IF SQLCODE NOT = 0
076200         MOVE SQLCODE TO SQL-ERROR-CODE
076300         DISPLAY 'EPSACHD - COMMIT FAILED, ' SQL-ERROR-MSG
076400     END-IF.
076500 5800-EXIT.
076600     EXIT.
076700*
076800*****************************************************************
076900*6000-LIST-EXCEPTION / 6100-LIST-DRAFT
077000*THE CALLER HAS SET THE NAME AND THE ACTION.  AN EXCEPTION IS
077100*LISTED AT THE SCHEDULED PAYMENT WHEN THE LOAN IS ON FILE.
077200*****************************************************************
077300 6000-LIST-EXCEPTION.
077400     ADD 1 TO W-EXCEPTIONS.
077500     MOVE EPSAPEN-ACCOUNT-NUMBER TO W-DTL-ACCOUNT.
077600     IF MASTER-FOUND
077700         MOVE EPSMMST-PAYMENT-AMOUNT TO W-DTL-AMOUNT
077800     ELSE
077900         MOVE ZERO TO W-DTL-AMOUNT
078000     END-IF.
078100     MOVE W-DETAIL-LINE TO ACHRPT-LINE.
078200     WRITE ACHRPT-LINE.
078300 6000-EXIT.
078400     EXIT.
078500*
078600 6100-LIST-DRAFT.
078700     MOVE EPSAPEN-ACCOUNT-NUMBER TO W-DTL-ACCOUNT.
078800     MOVE EPSAPEN-LAST-AMOUNT TO W-DTL-AMOUNT.
078900     MOVE W-DETAIL-LINE TO ACHRPT-LINE.
079000     WRITE ACHRPT-LINE.
079100 6100-EXIT.
079200     EXIT.
079300*
079400*****************************************************************
079500*7000-WRITE-ENTRY
079600*ONE PPD DEBIT ENTRY FROM THE LAST DRAFT RECORDED ON THE
079700*ENROLLMENT.  THE BATCH HEADER GOES OUT AHEAD OF THE FIRST
079800*ENTRY.  THE INDIVIDUAL ID CARRIES THE MORTGAGE ACCOUNT NUMBER
079900*SO A RETURN CAN BE MATCHED BACK TO IT.
080000*****************************************************************
080100 7000-WRITE-ENTRY.
080200     IF NOT BATCH-OPEN
080300         PERFORM 7100-WRITE-BATCH-HEADER THRU 7100-EXIT
080400     END-IF.
080500     MOVE SPACES TO EPSACHF-ENTRY-DETAIL.
080600     MOVE '6' TO AED-RECORD-TYPE.
080700     IF EPSAPEN-SAVINGS
080800         SET AED-SAVINGS-DEBIT TO TRUE
080900     ELSE
081000         SET AED-CHECKING-DEBIT TO TRUE
081100     END-IF.
081200     MOVE EPSAPEN-ROUTING-NUMBER TO W-ROUTING-WORK.
081300     MOVE W-ROUTING-WORK (1:8) TO AED-RDFI-ID.
081400     MOVE W-ROUTING-CHECK TO AED-CHECK-DIGIT.
081500     IF W-ROUTING-RDFI IS NUMERIC
081600         ADD W-ROUTING-RDFI TO W-ENTRY-HASH
081700     END-IF.
081800     MOVE EPSAPEN-BANK-ACCOUNT TO AED-DFI-ACCOUNT.
081900     MOVE EPSAPEN-LAST-AMOUNT TO AED-AMOUNT.
082000     MOVE EPSAPEN-ACCOUNT-NUMBER TO AED-INDIVIDUAL-ID.
082100     MOVE W-ENTRY-NAME TO AED-INDIVIDUAL-NAME.
082200     MOVE '0' TO AED-ADDENDA-IND.
082300     MOVE EPSAPEN-LAST-TRACE TO AED-TRACE-NUMBER.
082400     PERFORM 7900-WRITE-ACH-RECORD THRU 7900-EXIT.
082500     ADD 1 TO W-ACH-ENTRIES.
082600     ADD EPSAPEN-LAST-AMOUNT TO W-TOT-ACH-DEBITS.
082700 7000-EXIT.
082800     EXIT.
082900*
083000 7100-WRITE-BATCH-HEADER.
083100     MOVE SPACES TO EPSACHF-BATCH-HEADER.
083200     MOVE '5' TO ABH-RECORD-TYPE.
083300     MOVE W-ACH-SERVICE-CLASS TO ABH-SERVICE-CLASS.
083400     MOVE W-ACH-COMPANY-NAME TO ABH-COMPANY-NAME.
083500     MOVE W-ACH-COMPANY-ID TO ABH-COMPANY-ID.
083600     MOVE 'PPD' TO ABH-SEC-CODE.
083700     MOVE W-ACH-ENTRY-DESC TO ABH-ENTRY-DESC.
083800     MOVE W-RUN-DATE-CCYYMMDD (3:6) TO ABH-DESCRIPTIVE-DATE.
083900     MOVE W-RUN-DATE-CCYYMMDD (3:6) TO ABH-EFFECTIVE-DATE.
084000     MOVE '1' TO ABH-ORIGINATOR-STATUS.
084100     MOVE W-ACH-ODFI-ID TO ABH-ODFI-ID.
084200     MOVE W-ACH-BATCH-NUMBER TO ABH-BATCH-NUMBER.
084300     PERFORM 7900-WRITE-ACH-RECORD THRU 7900-EXIT.
084400     MOVE 'Y' TO W-BATCH-SWITCH.
084500 7100-EXIT.
084600     EXIT.
084700*
084800*****************************************************************
084900*7900-WRITE-ACH-RECORD
085000*AN ACH FILE THE BANK CANNOT LOAD IS WORSE THAN NONE - A FAILED
085100*WRITE ENDS THE RUN.
085200*****************************************************************
085300 7900-WRITE-ACH-RECORD.
085400     WRITE EPSACHF-RECORD.
085500     IF NOT ACHOUT-OK
085600         DISPLAY 'EPSACHD - ACHOUT WRITE FAILED, STATUS '
085700             W-ACHOUT-STATUS
085800         MOVE 16 TO RETURN-CODE
085900         STOP RUN
086000     END-IF.
086100     ADD 1 TO W-ACH-RECORDS.
086200 7900-EXIT.
086300     EXIT.
086400*
086500*****************************************************************
086600*8000-CLOSE-ACH-FILE
086700*BATCH CONTROL (WHEN A BATCH WAS OPENED), FILE CONTROL, THEN
086800*ALL-NINES FILLER RECORDS TO COMPLETE THE LAST BLOCK OF TEN.
086900*****************************************************************
087000 8000-CLOSE-ACH-FILE.
087100     IF BATCH-OPEN
087200         MOVE SPACES TO EPSACHF-BATCH-CONTROL
087300         MOVE '8' TO ABC-RECORD-TYPE
087400         MOVE W-ACH-SERVICE-CLASS TO ABC-SERVICE-CLASS
087500         MOVE W-ACH-ENTRIES TO ABC-ENTRY-COUNT
087600         MOVE W-ENTRY-HASH TO ABC-ENTRY-HASH
087700         MOVE W-TOT-ACH-DEBITS TO ABC-TOTAL-DEBIT
087800         MOVE ZERO TO ABC-TOTAL-CREDIT
087900         MOVE W-ACH-COMPANY-ID TO ABC-COMPANY-ID
088000         MOVE W-ACH-ODFI-ID TO ABC-ODFI-ID
088100         MOVE W-ACH-BATCH-NUMBER TO ABC-BATCH-NUMBER
088200         PERFORM 7900-WRITE-ACH-RECORD THRU 7900-EXIT
088300     END-IF.
088400     COMPUTE W-ACH-BLOCKS = (W-ACH-RECORDS + 1 + 9) / 10.
088500     COMPUTE W-ACH-FILL =
088600         (W-ACH-BLOCKS * 10) - (W-ACH-RECORDS + 1).
088700     MOVE SPACES TO EPSACHF-FILE-CONTROL.
088800     MOVE '9' TO AFC-RECORD-TYPE.
088900     IF BATCH-OPEN
089000         MOVE 1 TO AFC-BATCH-COUNT
089100     ELSE
089200         MOVE ZERO TO AFC-BATCH-COUNT
089300     END-IF.
089400     MOVE W-ACH-BLOCKS TO AFC-BLOCK-COUNT.
089500     MOVE W-ACH-ENTRIES TO AFC-ENTRY-COUNT.
089600     MOVE W-ENTRY-HASH TO AFC-ENTRY-HASH.
089700     MOVE W-TOT-ACH-DEBITS TO AFC-TOTAL-DEBIT.
089800     MOVE ZERO TO AFC-TOTAL-CREDIT.
089900     PERFORM 7900-WRITE-ACH-RECORD THRU 7900-EXIT.
090000     PERFORM 8100-WRITE-FILLER THRU 8100-EXIT
090100         W-ACH-FILL TIMES.
090200 8000-EXIT.
090300     EXIT.
090400*
090500 8100-WRITE-FILLER.
090600     MOVE ALL '9' TO EPSACHF-RECORD.
090700     PERFORM 7900-WRITE-ACH-RECORD THRU 7900-EXIT.
090800 8100-EXIT.
090900     EXIT.
091000*
091100*****************************************************************
091200*9000-TERMINATE
091300*PRINT THE RUN SUMMARY, WRITE THE CONTROL RECORD AND CLOSE THE
091400*FILES.
091500*****************************************************************
091600 9000-TERMINATE.
091700     MOVE W-BLANK-LINE TO ACHRPT-LINE.
091800     WRITE ACHRPT-LINE.
091900     MOVE 'ENROLLMENTS READ        :' TO W-SUM-LABEL.
092000     MOVE W-ENROLLMENTS-READ TO W-SUM-COUNT.
092100     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
092200     MOVE 'DRAFTED AND POSTED      :' TO W-SUM-LABEL.
092300     MOVE W-DRAFTS-POSTED TO W-SUM-COUNT.
092400     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
092500     MOVE 'RE-SENT FROM EARLIER RUN:' TO W-SUM-LABEL.
092600     MOVE W-DRAFTS-RESENT TO W-SUM-COUNT.
092700     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
092800     MOVE 'NOT YET DUE             :' TO W-SUM-LABEL.
092900     MOVE W-NOT-DUE TO W-SUM-COUNT.
093000     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
093100     MOVE 'ALREADY DRAFTED IN MONTH:' TO W-SUM-LABEL.
093200     MOVE W-DRAFTED-THIS-MONTH TO W-SUM-COUNT.
093300     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
093400     MOVE 'SUSPENDED OR CANCELLED  :' TO W-SUM-LABEL.
093500     MOVE W-NOT-ACTIVE TO W-SUM-COUNT.
093600     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
093700     MOVE 'EXCEPTIONS              :' TO W-SUM-LABEL.
093800     MOVE W-EXCEPTIONS TO W-SUM-COUNT.
093900     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
094000     MOVE 'ACH ENTRIES IN FILE     :' TO W-SUM-LABEL.
094100     MOVE W-ACH-ENTRIES TO W-SUM-COUNT.
094200     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
094300     PERFORM 9200-WRITE-CONTROL THRU 9200-EXIT.
094400     CLOSE AUTOPAY MORTMAST ACHOUT ACHRPT GLACT.
094500     DISPLAY 'EPSACHD - ENROLLMENTS READ   : ' W-ENROLLMENTS-READ.
094600     DISPLAY 'EPSACHD - DRAFTS POSTED      : ' W-DRAFTS-POSTED.
094700     DISPLAY 'EPSACHD - DRAFTS RE-SENT     : ' W-DRAFTS-RESENT.
094800     DISPLAY 'EPSACHD - EXCEPTIONS         : ' W-EXCEPTIONS.
094900     DISPLAY 'EPSACHD - TOTAL POSTED       : ' W-TOT-POSTED.
095000     DISPLAY 'EPSACHD - TOTAL ACH DEBITS   : ' W-TOT-ACH-DEBITS.
095100 9000-EXIT.
095200     EXIT.
095300*
095400 9100-PRINT-COUNT.
095500     MOVE W-SUMMARY-LINE TO ACHRPT-LINE.
095600     WRITE ACHRPT-LINE.
095700 9100-EXIT.
095800     EXIT.
095900*
096000*****************************************************************
096100*9200-WRITE-CONTROL
096200*WRITE THIS RUN'S STANDARD CONTROL RECORD TO THE SHARED EODCTL
096300*FILE FOR THE MORNING BALANCING STEP (EPSEODBL).
096400*****************************************************************
096500 9200-WRITE-CONTROL.
096600     OPEN EXTEND CTLOUT.
096700     IF NOT CTLOUT-OK
096800         DISPLAY 'EPSACHD - CTLOUT OPEN FAILED, STATUS '
096900             W-CTLOUT-STATUS
097000         GO TO 9200-EXIT
097100     END-IF.
097200     MOVE SPACES TO EPSCTLR-RECORD.
097300     MOVE 'EPSACHD' TO EPSCTLR-PROGRAM.
097400     MOVE W-RUN-DATE-CCYYMMDD TO EPSCTLR-RUN-DATE.
097500     MOVE W-DRAFTS-POSTED TO EPSCTLR-COUNT-1.
097600     MOVE W-PMT-ROWS-INSERTED TO EPSCTLR-COUNT-2.
097700     MOVE W-TOT-POSTED TO EPSCTLR-AMOUNT-1.
097800     MOVE W-TOT-ACH-DEBITS TO EPSCTLR-AMOUNT-2.
097900     WRITE EPSCTLR-RECORD.
098000     IF NOT CTLOUT-OK
098100         DISPLAY 'EPSACHD - CTLOUT WRITE FAILED, STATUS '
098200             W-CTLOUT-STATUS
098300     END-IF.
098400     CLOSE CTLOUT.
098500 9200-EXIT.
098600     EXIT.
