000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EPSGLJE.
000300*THIS PROGRAM BUILDS THE DAILY GENERAL LEDGER JOURNAL FOR THE
000350*ACTIVITY THE PAYMENT FEED NEVER CARRIES TO THE GL.  EACH
000400*PROGRAM BELOW WRITES ONE GL-ACTIVITY RECORD (EPSGLACT) PER
000450*MONEY MOVEMENT, UNDER THE ACTIVITY CODE SHOWN:
000500*    IA        EPSPRDI   INTEREST ACCRUED
000550*    LF        EPSDLQRP  LATE FEE ASSESSED
000600*    ED        EPSESCDB  ESCROW DRAWN FOR A DISBURSEMENT
000650*    ER        EPSDSBRC  RETURNED DRAW RE-CREDITED TO ESCROW
000700*    SH        EPSLBXP   SHORT PAYMENT HELD IN SUSPENSE
000750*              EPSCMORT  (THE TELLER SCREEN)
000800*              EPSACHR   A RETURNED DRAFT'S RELEASE PUT BACK
000850*    SR        EPSLBXP   SCHEDULED PAYMENT RELEASED FROM SUSPENSE
000900*              EPSCMORT  (THE TELLER SCREEN)
000950*              EPSACHD   SUSPENSE RELEASED TOWARD AN AUTOPAY DRAFT
001000*    RP/RI/RF  EPSCREV   REVERSAL - PRINCIPAL RESTORED, INTEREST
001050*                        BACKED OUT, LATE FEE PUT BACK DUE
001100*              EPSACHR   THE SAME FOR A RETURNED AUTOPAY DRAFT
001150*    LB        EPSLBRD   LOAN BOARDED - PRINCIPAL ON THE BOOK
001200*    EC        EPSLBRD   ESCROW CONTRIBUTED - OPENING DEPOSIT
001250*              EPSCMORT  TELLER-KEYED ESCROW INCREASE
001300*    EA        EPSCMORT  ESCROW ADJUSTED DOWN BY THE TELLER
001350*    EF        EPSPIFCO  ESCROW REFUNDED AT PAID-IN-FULL CLOSE-OUT
001400*THE JOB SORTS THE DAY'S RECORDS BY ACTIVITY CODE AHEAD OF THIS
001450*STEP.  EVERY CODE IS LOOKED UP ON THE CHART-OF-ACCOUNTS
001500*PARAMETER DATASET FINANCE MAINTAINS, AND EACH CODE'S DAILY
001550*TOTAL BECOMES ONE DEBIT AND ONE CREDIT ENTRY, DATED WITH THE
001600*BUSINESS DATE, BETWEEN A HEADER AND A TRAILER LIKE THE GL
001650*FEED'S.  THE JOURNAL PROOF REPORT SHOWS EVERY CODE'S COUNT,
001700*AMOUNT AND ACCOUNTS WITH THE DEBIT AND CREDIT TOTALS.  AN
001750*ACTIVITY RECORD THE CHART CANNOT MAP, A CODE WITH NO ACCOUNT,
001800*A BAD CHART OR DEBITS THAT DO NOT EQUAL CREDITS MEANS THE
001850*JOURNAL IS NOT WRITTEN AT ALL - THE STEP ENDS RC 8 AND THE
001900*RELEASE STEP THAT FOLLOWS IS SKIPPED UNTIL THE CHART OR THE
001950*ACTIVITY IS PUT RIGHT.
002200*
002300 AUTHOR.     DEV TEAM.
002400 INSTALLATION. EPSDEMOS.
002500 DATE-WRITTEN. 10/15/2026.
002600 DATE-COMPILED.
002700*
002800*MODIFICATION HISTORY.
002900*2026-10-15  DEV  ORIGINAL GL JOURNAL-ENTRY BUILD AND PROOF.
002910*2026-10-15  DEV  HEADER LISTS EVERY PROGRAM AND ACTIVITY CODE
002920*                 THAT FEEDS THE JOURNAL, AS EPSGLACT DOES.
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
004000     SELECT GLCOA ASSIGN TO GLCOA
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS W-GLCOA-STATUS.
004300     SELECT GLACT ASSIGN TO GLACT
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS W-GLACT-STATUS.
004600     SELECT JRNLOUT ASSIGN TO JRNLOUT
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS W-JRNLOUT-STATUS.
004900     SELECT JRNLRPT ASSIGN TO JRNLRPT
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS W-JRNLRPT-STATUS.
005200*
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  GLCOA
005600     LABEL RECORDS ARE STANDARD
005700     RECORDING MODE IS F.
005800 COPY EPSGLCOA.
005900*
006000 FD  GLACT
006100     LABEL RECORDS ARE STANDARD
006200     RECORDING MODE IS F.
006300 COPY EPSGLACT.
006400*
006500 FD  JRNLOUT
006600     LABEL RECORDS ARE STANDARD
006700     RECORDING MODE IS F.
006800 COPY EPSGLJRN.
006900*
007000 FD  JRNLRPT
007100     LABEL RECORDS ARE STANDARD
007200     RECORDING MODE IS F.
007300 01  JRNLRPT-LINE                    PIC X(80).
007400*
007500 FD  BUSDATE
007600     LABEL RECORDS ARE STANDARD
007700     RECORDING MODE IS F.
007800 COPY EPSBDATE.
007900*
008000 WORKING-STORAGE SECTION.
008100*BUSINESS DATE FOR THE RUN - READ FROM THE BUSDATE CONTROL
008200*DATASET, NEVER FROM THE SYSTEM CLOCK.
008300 01  W-RUN-DATE-CCYYMMDD             PIC X(08).
008400 01  W-BUSDATE-STATUS                PIC X(02).
008500     88  BUSDATE-OK                    VALUE '00'.
008600 01  W-GLCOA-STATUS                  PIC X(02).
008700     88  GLCOA-OK                      VALUE '00'.
008800 01  W-GLACT-STATUS                  PIC X(02).
008900     88  GLACT-OK                      VALUE '00'.
009000 01  W-JRNLOUT-STATUS                PIC X(02).
009100     88  JRNLOUT-OK                    VALUE '00'.
009200 01  W-JRNLRPT-STATUS                PIC X(02).
009300     88  JRNLRPT-OK                    VALUE '00'.
009400*
009500 01  W-SWITCHES.
009600     05  W-COA-EOF-SWITCH             PIC X(01) VALUE 'N'.
009700         88  END-OF-GLCOA               VALUE 'Y'.
009800     05  W-ACT-EOF-SWITCH             PIC X(01) VALUE 'N'.
009900         88  END-OF-GLACT               VALUE 'Y'.
010000     05  W-EXC-TITLE-SWITCH           PIC X(01) VALUE 'N'.
010100         88  EXCEPTION-TITLE-PRINTED    VALUE 'Y'.
010200     05  W-JOURNAL-SWITCH             PIC X(01) VALUE 'N'.
010300         88  JOURNAL-BALANCED           VALUE 'Y'.
010400         88  JOURNAL-REFUSED            VALUE 'N'.
010500*
010600 01  W-COUNTERS                      COMP.
010700     05  W-COA-RECORDS-READ           PIC 9(07) VALUE ZERO.
010800     05  W-ACTIVITY-READ              PIC 9(07) VALUE ZERO.
010900     05  W-ACTIVITY-MAPPED            PIC 9(07) VALUE ZERO.
011000     05  W-ACTIVITY-EXCEPTIONS        PIC 9(07) VALUE ZERO.
011100     05  W-CHART-ERRORS               PIC 9(07) VALUE ZERO.
011200     05  W-ACCOUNT-ERRORS             PIC 9(07) VALUE ZERO.
011300     05  W-CODES-JOURNALLED           PIC 9(07) VALUE ZERO.
011400     05  W-ENTRIES-PROVED             PIC 9(07) VALUE ZERO.
011500     05  W-ENTRIES-WRITTEN            PIC 9(07) VALUE ZERO.
011600*
011700 01  W-TOTALS.
011800     05  W-TOT-ACTIVITY               PIC S9(13)V99 COMP-3
011900                                      VALUE ZERO.
012000     05  W-TOT-EXCEPTIONS             PIC S9(13)V99 COMP-3
012100                                      VALUE ZERO.
012200     05  W-TOT-DEBITS                 PIC S9(13)V99 COMP-3
012300                                      VALUE ZERO.
012400     05  W-TOT-CREDITS                PIC S9(13)V99 COMP-3
012500                                      VALUE ZERO.
012600     05  W-JRNL-DEBITS                PIC S9(13)V99 COMP-3
012700                                      VALUE ZERO.
012800     05  W-JRNL-CREDITS               PIC S9(13)V99 COMP-3
012900                                      VALUE ZERO.
013000*
013100*THE CHART OF ACCOUNTS, LOADED ONCE, WITH EACH CODE'S DAILY
013200*COUNT AND AMOUNT ACCUMULATED BESIDE ITS ACCOUNTS.
013300 01  W-COA-MAX                       PIC 9(04) COMP VALUE 30.
013400 01  W-COA-LOADED                    PIC 9(04) COMP VALUE ZERO.
013500 01  W-COA-IX                        PIC 9(04) COMP VALUE ZERO.
013600 01  W-COA-FOUND                     PIC 9(04) COMP VALUE ZERO.
013700 01  W-FIND-CODE                     PIC X(02).
013800 01  W-COA-TABLE.
013900     05  W-COA-ENTRY                  OCCURS 30 TIMES.
014000         10  W-COA-CODE               PIC X(02).
014100         10  W-COA-DEBIT-ACCOUNT      PIC X(10).
014200         10  W-COA-CREDIT-ACCOUNT     PIC X(10).
014300         10  W-COA-DESCRIPTION        PIC X(30).
014400         10  W-COA-COUNT              PIC 9(07) COMP.
014500         10  W-COA-AMOUNT             PIC S9(13)V99 COMP-3.
014600*
014700 01  W-EXC-REASON                    PIC X(30).
014800*
014900 01  W-HEADING-LINE.
015000     05  FILLER                       PIC X(40) VALUE
015100         'EPSGLJE - GENERAL LEDGER JOURNAL PROOF  '.
015200     05  W-HDG-DATE                   PIC X(08).
015300     05  FILLER                       PIC X(32) VALUE SPACES.
015400*
015500 01  W-EXC-TITLE-LINE.
015600     05  FILLER                       PIC X(40) VALUE
015700         'ACTIVITY NOT JOURNALLED'.
015800     05  FILLER                       PIC X(40) VALUE SPACES.
015900*
016000 01  W-EXC-LINE.
016100     05  W-EXC-ACCOUNT-NUMBER         PIC 9(10).
016200     05  FILLER                       PIC X(02) VALUE SPACES.
016300     05  W-EXC-CODE                   PIC X(02).
016400     05  FILLER                       PIC X(02) VALUE SPACES.
016500     05  W-EXC-PROGRAM                PIC X(08).
016600     05  FILLER                       PIC X(02) VALUE SPACES.
016700     05  W-EXC-AMOUNT                 PIC -,---,---,--9.99.
016800     05  FILLER                       PIC X(02) VALUE SPACES.
016900     05  W-EXC-TEXT                   PIC X(30).
017000     05  FILLER                       PIC X(06) VALUE SPACES.
017100*
017200 01  W-COLUMN-LINE.
017300     05  FILLER                       PIC X(40) VALUE
017400         'CD  DESCRIPTION            COUNT  DEBIT '.
017500     05  FILLER                       PIC X(40) VALUE
017600         'ACCT CREDIT ACCT       AMOUNT'.
017700*
017800 01  W-DETAIL-LINE.
017900     05  W-DTL-CODE                   PIC X(02).
018000     05  FILLER                       PIC X(02) VALUE SPACES.
018100     05  W-DTL-DESCRIPTION            PIC X(20).
018200     05  FILLER                       PIC X(01) VALUE SPACES.
018300     05  W-DTL-COUNT                  PIC ZZZ,ZZ9.
018400     05  FILLER                       PIC X(02) VALUE SPACES.
018500     05  W-DTL-DEBIT-ACCOUNT          PIC X(10).
018600     05  FILLER                       PIC X(01) VALUE SPACES.
018700     05  W-DTL-CREDIT-ACCOUNT         PIC X(10).
018800     05  FILLER                       PIC X(01) VALUE SPACES.
018900     05  W-DTL-AMOUNT                 PIC -ZZ,ZZZ,ZZ9.99.
019000     05  FILLER                       PIC X(01) VALUE SPACES.
019100     05  W-DTL-FLAG                   PIC X(08).
019200     05  FILLER                       PIC X(01) VALUE SPACES.
019300*
019400 01  W-SUMMARY-LINE.
019500     05  W-SUM-LABEL                  PIC X(25).
019600     05  W-SUM-COUNT                  PIC ZZZ,ZZ9.
019700     05  FILLER                       PIC X(03) VALUE SPACES.
019800     05  W-SUM-AMOUNT                 PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
019900     05  FILLER                       PIC X(24) VALUE SPACES.
020000*
020100 01  W-BLANK-LINE                    PIC X(80) VALUE SPACES.
020200*
020300 PROCEDURE DIVISION.
020400*****************************************************************
020500*0000-MAINLINE
020600*LOAD THE CHART, ACCUMULATE THE DAY'S ACTIVITY BY CODE, PROVE
020700*THE JOURNAL AND WRITE IT ONLY IF IT BALANCES.
020800*****************************************************************
020900 0000-MAINLINE.
021000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021100     PERFORM 2000-PROCESS-ACTIVITY THRU 2000-EXIT
021200         UNTIL END-OF-GLACT.
021300     PERFORM 3000-PROVE-JOURNAL THRU 3000-EXIT.
021400     IF JOURNAL-BALANCED
021500         PERFORM 4000-WRITE-JOURNAL THRU 4000-EXIT
021600     END-IF.
021700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021800     STOP RUN.
021900*
022000*****************************************************************
022100*1000-INITIALIZE
022200*OPEN THE FILES, PRINT THE HEADING AND LOAD THE CHART.  A FILE
022300*THAT WILL NOT OPEN ENDS THE RUN RC 16 - NO JOURNAL IS BETTER
022400*THAN A PARTIAL ONE.
022500*****************************************************************
022600 1000-INITIALIZE.
022700     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
022800     OPEN INPUT GLACT OUTPUT JRNLOUT JRNLRPT.
022900     IF NOT GLACT-OK OR NOT JRNLOUT-OK OR NOT JRNLRPT-OK
023000         DISPLAY 'EPSGLJE - OPEN FAILED, GLACT '
023100             W-GLACT-STATUS ' JRNLOUT ' W-JRNLOUT-STATUS
023200             ' JRNLRPT ' W-JRNLRPT-STATUS
023300         MOVE 16 TO RETURN-CODE
023400         STOP RUN
023500     END-IF.
023600     MOVE W-RUN-DATE-CCYYMMDD TO W-HDG-DATE.
023700     MOVE W-HEADING-LINE TO JRNLRPT-LINE.
023800     WRITE JRNLRPT-LINE.
023900     MOVE W-BLANK-LINE TO JRNLRPT-LINE.
024000     WRITE JRNLRPT-LINE.
024100     PERFORM 1100-LOAD-CHART THRU 1100-EXIT.
024200 1000-EXIT.
024300     EXIT.
024400*
024500*****************************************************************
024600*1050-GET-BUSINESS-DATE
024700*THE JOURNAL IS DATED WITH THE BUSINESS DATE THE WHOLE NIGHTLY
024800*STREAM RAN UNDER.  NO USABLE DATE MEANS NO RUN - RC 16.
024900*****************************************************************
025000 1050-GET-BUSINESS-DATE.
025100     OPEN INPUT BUSDATE.
025200     IF NOT BUSDATE-OK
025300         DISPLAY 'EPSGLJE - BUSDATE OPEN FAILED, STATUS '
025400             W-BUSDATE-STATUS
025500         MOVE 16 TO RETURN-CODE
025600         STOP RUN
025700     END-IF.
025800     READ BUSDATE
025900         AT END
026000             DISPLAY 'EPSGLJE - BUSDATE DATASET IS EMPTY'
026100             MOVE 16 TO RETURN-CODE
026200             STOP RUN
026300     END-READ.
026400     IF EPSBDAT-BUSINESS-DATE IS NOT NUMERIC
026500         DISPLAY 'EPSGLJE - BUSDATE DATE IS NOT NUMERIC: '
026600             EPSBDAT-BUSINESS-DATE
026700         MOVE 16 TO RETURN-CODE
026800         STOP RUN
026900     END-IF.
027000     MOVE EPSBDAT-BUSINESS-DATE TO W-RUN-DATE-CCYYMMDD.
027100     CLOSE BUSDATE.
027200 1050-EXIT.
027300     EXIT.
027400*
027500*****************************************************************
027600*1100-LOAD-CHART
027700*LOAD EVERY CODE ON THE CHART-OF-ACCOUNTS DATASET INTO THE
027800*TABLE.  A CHART THAT WILL NOT OPEN ENDS THE RUN RC 16; A
027900*DUPLICATE CODE, AN OVERFULL CHART OR AN EMPTY ONE IS A CHART
028000*ERROR THAT KEEPS THE JOURNAL FROM BEING RELEASED.
028100*****************************************************************
028200 1100-LOAD-CHART.
028300     OPEN INPUT GLCOA.
028400     IF NOT GLCOA-OK
028500         DISPLAY 'EPSGLJE - GLCOA OPEN FAILED, STATUS '
028600             W-GLCOA-STATUS
028700         MOVE 16 TO RETURN-CODE
028800         STOP RUN
028900     END-IF.
029000     PERFORM 1150-READ-CHART THRU 1150-EXIT
029100         UNTIL END-OF-GLCOA.
029200     CLOSE GLCOA.
029300     IF W-COA-LOADED = ZERO
029400         MOVE '*** CHART OF ACCOUNTS IS EMPTY ***' TO JRNLRPT-LINE
029500         WRITE JRNLRPT-LINE
029600         ADD 1 TO W-CHART-ERRORS
029700     END-IF.
029800 1100-EXIT.
029900     EXIT.
030000*
030100 1150-READ-CHART.
030200     READ GLCOA
030300         AT END
030400             MOVE 'Y' TO W-COA-EOF-SWITCH
030500             GO TO 1150-EXIT
030600     END-READ.
030700     ADD 1 TO W-COA-RECORDS-READ.
030800     IF EPSGLCOA-COMMENT OR EPSGLCOA-ACTIVITY-CODE = SPACES
030900         GO TO 1150-EXIT
031000     END-IF.
031100     MOVE EPSGLCOA-ACTIVITY-CODE TO W-FIND-CODE.
031200     PERFORM 2100-FIND-CODE THRU 2100-EXIT.
031300     IF W-COA-FOUND > ZERO
031400         MOVE SPACES TO JRNLRPT-LINE
031500         STRING '*** DUPLICATE CHART ENTRY FOR CODE '
031600             EPSGLCOA-ACTIVITY-CODE ' ***'
031700             DELIMITED BY SIZE INTO JRNLRPT-LINE
031800         WRITE JRNLRPT-LINE
031900         ADD 1 TO W-CHART-ERRORS
032000         GO TO 1150-EXIT
032100     END-IF.
032200     IF W-COA-LOADED NOT < W-COA-MAX
032300         MOVE SPACES TO JRNLRPT-LINE
032400         STRING '*** CHART TABLE FULL - CODE '
032500             EPSGLCOA-ACTIVITY-CODE ' NOT LOADED ***'
032600             DELIMITED BY SIZE INTO JRNLRPT-LINE
032700         WRITE JRNLRPT-LINE
032800         ADD 1 TO W-CHART-ERRORS
032900         GO TO 1150-EXIT
033000     END-IF.
033100     ADD 1 TO W-COA-LOADED.
033200     MOVE EPSGLCOA-ACTIVITY-CODE TO W-COA-CODE (W-COA-LOADED).
033300     MOVE EPSGLCOA-DEBIT-ACCOUNT
033400         TO W-COA-DEBIT-ACCOUNT (W-COA-LOADED).
033500     MOVE EPSGLCOA-CREDIT-ACCOUNT
033600         TO W-COA-CREDIT-ACCOUNT (W-COA-LOADED).
033700     MOVE EPSGLCOA-DESCRIPTION
033800         TO W-COA-DESCRIPTION (W-COA-LOADED).
033900     MOVE ZERO TO W-COA-COUNT (W-COA-LOADED).
034000     MOVE ZERO TO W-COA-AMOUNT (W-COA-LOADED).
034100 1150-EXIT.
034200     EXIT.
034300*
034400*****************************************************************
034500*2000-PROCESS-ACTIVITY
034600*ADD EACH ACTIVITY RECORD INTO ITS CODE'S TOTAL.  A RECORD THE
034700*CHART CANNOT MAP, OR WITH AN AMOUNT THAT IS NOT NUMERIC, IS
034800*PRINTED AS AN EXCEPTION AND HOLDS THE JOURNAL BACK.
034900*****************************************************************
035000 2000-PROCESS-ACTIVITY.
035100     READ GLACT
035200         AT END
035300             MOVE 'Y' TO W-ACT-EOF-SWITCH
035400             GO TO 2000-EXIT
035500     END-READ.
035600     IF NOT GLACT-OK
035700         DISPLAY 'EPSGLJE - GLACT READ FAILED, STATUS '
035800             W-GLACT-STATUS
035900         MOVE 'Y' TO W-ACT-EOF-SWITCH
036000         ADD 1 TO W-ACTIVITY-EXCEPTIONS
036100         GO TO 2000-EXIT
036200     END-IF.
036300     ADD 1 TO W-ACTIVITY-READ.
036400     IF EPSGLACT-AMOUNT IS NOT NUMERIC
036500         MOVE ZERO TO EPSGLACT-AMOUNT
036600         MOVE 'AMOUNT NOT NUMERIC' TO W-EXC-REASON
036700         PERFORM 2900-ACTIVITY-EXCEPTION THRU 2900-EXIT
036800         GO TO 2000-EXIT
036900     END-IF.
037000     ADD EPSGLACT-AMOUNT TO W-TOT-ACTIVITY.
037100     MOVE EPSGLACT-ACTIVITY-CODE TO W-FIND-CODE.
037200     PERFORM 2100-FIND-CODE THRU 2100-EXIT.
037300     IF W-COA-FOUND = ZERO
037400         MOVE 'CODE NOT ON CHART OF ACCOUNTS' TO W-EXC-REASON
037500         PERFORM 2900-ACTIVITY-EXCEPTION THRU 2900-EXIT
037600         GO TO 2000-EXIT
037700     END-IF.
037800     ADD 1 TO W-ACTIVITY-MAPPED.
037900     ADD 1 TO W-COA-COUNT (W-COA-FOUND).
038000     ADD EPSGLACT-AMOUNT TO W-COA-AMOUNT (W-COA-FOUND).
038100 2000-EXIT.
038200     EXIT.
038300*
038400*****************************************************************
038500*2100-FIND-CODE
038600*LOOK W-FIND-CODE UP IN THE CHART TABLE - W-COA-FOUND COMES
038700*BACK WITH ITS ENTRY NUMBER, OR ZERO WHEN IT IS NOT THERE.
038800*****************************************************************
038900 2100-FIND-CODE.
039000     MOVE ZERO TO W-COA-FOUND.
039100     PERFORM 2150-MATCH-CODE THRU 2150-EXIT
039200         VARYING W-COA-IX FROM 1 BY 1
039300         UNTIL W-COA-IX > W-COA-LOADED
039400            OR W-COA-FOUND > ZERO.
039500 2100-EXIT.
039600     EXIT.
039700*
039800 2150-MATCH-CODE.
039900     IF W-COA-CODE (W-COA-IX) = W-FIND-CODE
040000         MOVE W-COA-IX TO W-COA-FOUND
040100     END-IF.
040200 2150-EXIT.
040300     EXIT.
040400*
040500 2900-ACTIVITY-EXCEPTION.
040600     IF NOT EXCEPTION-TITLE-PRINTED
040700         MOVE W-EXC-TITLE-LINE TO JRNLRPT-LINE
040800         WRITE JRNLRPT-LINE
040900         MOVE 'Y' TO W-EXC-TITLE-SWITCH
041000     END-IF.
041100     ADD 1 TO W-ACTIVITY-EXCEPTIONS.
041200     ADD EPSGLACT-AMOUNT TO W-TOT-EXCEPTIONS.
041300     MOVE SPACES TO W-EXC-LINE.
041400     MOVE EPSGLACT-ACCOUNT-NUMBER TO W-EXC-ACCOUNT-NUMBER.
041500     MOVE EPSGLACT-ACTIVITY-CODE TO W-EXC-CODE.
041600     MOVE EPSGLACT-PROGRAM TO W-EXC-PROGRAM.
041700     MOVE EPSGLACT-AMOUNT TO W-EXC-AMOUNT.
041800     MOVE W-EXC-REASON TO W-EXC-TEXT.
041900     MOVE W-EXC-LINE TO JRNLRPT-LINE.
042000     WRITE JRNLRPT-LINE.
042100 2900-EXIT.
042200     EXIT.
042300*
042400*****************************************************************
042500*3000-PROVE-JOURNAL
042600*PRINT EVERY CODE ON THE CHART WITH ITS COUNT, AMOUNT AND
042700*ACCOUNTS, TOTAL THE DEBIT AND CREDIT SIDES, AND DECIDE
042800*WHETHER THE JOURNAL CAN BE RELEASED.
042900*****************************************************************
043000 3000-PROVE-JOURNAL.
043100     MOVE W-BLANK-LINE TO JRNLRPT-LINE.
043200     WRITE JRNLRPT-LINE.
043300     MOVE W-COLUMN-LINE TO JRNLRPT-LINE.
043400     WRITE JRNLRPT-LINE.
043500     PERFORM 3100-PROVE-CODE THRU 3100-EXIT
043600         VARYING W-COA-IX FROM 1 BY 1
043700         UNTIL W-COA-IX > W-COA-LOADED.
043800     IF W-ACTIVITY-EXCEPTIONS = ZERO
043900         AND W-CHART-ERRORS = ZERO
044000         AND W-ACCOUNT-ERRORS = ZERO
044100         AND W-TOT-DEBITS = W-TOT-CREDITS
044200         SET JOURNAL-BALANCED TO TRUE
044300     ELSE
044400         SET JOURNAL-REFUSED TO TRUE
044500     END-IF.
044600 3000-EXIT.
044700     EXIT.
044800*
044900*A CODE WITH ACTIVITY BUT A BLANK ACCOUNT ON EITHER SIDE CANNOT
045000*BE JOURNALLED - IT IS FLAGGED AND COUNTED AGAINST THE RELEASE.
045100 3100-PROVE-CODE.
045200     MOVE SPACES TO W-DETAIL-LINE.
045300     MOVE W-COA-CODE (W-COA-IX) TO W-DTL-CODE.
045400     MOVE W-COA-DESCRIPTION (W-COA-IX) TO W-DTL-DESCRIPTION.
045500     MOVE W-COA-COUNT (W-COA-IX) TO W-DTL-COUNT.
045600     MOVE W-COA-DEBIT-ACCOUNT (W-COA-IX) TO W-DTL-DEBIT-ACCOUNT.
045700     MOVE W-COA-CREDIT-ACCOUNT (W-COA-IX)
045800         TO W-DTL-CREDIT-ACCOUNT.
045900     MOVE W-COA-AMOUNT (W-COA-IX) TO W-DTL-AMOUNT.
046000     IF W-COA-COUNT (W-COA-IX) > ZERO
046100         IF W-COA-DEBIT-ACCOUNT (W-COA-IX) = SPACES
046200             OR W-COA-CREDIT-ACCOUNT (W-COA-IX) = SPACES
046300             MOVE 'NO ACCT' TO W-DTL-FLAG
046400             ADD 1 TO W-ACCOUNT-ERRORS
046500         ELSE
046600             ADD W-COA-AMOUNT (W-COA-IX) TO W-TOT-DEBITS
046700             ADD W-COA-AMOUNT (W-COA-IX) TO W-TOT-CREDITS
046800             ADD 1 TO W-CODES-JOURNALLED
046900             ADD 2 TO W-ENTRIES-PROVED
047000         END-IF
047100     END-IF.
047200     MOVE W-DETAIL-LINE TO JRNLRPT-LINE.
047300     WRITE JRNLRPT-LINE.
047400 3100-EXIT.
047500     EXIT.
047600*
047700*****************************************************************
047800*4000-WRITE-JOURNAL
047900*THE JOURNAL PROVED - WRITE THE HEADER, A DEBIT AND A CREDIT
048000*ENTRY FOR EVERY CODE WITH ACTIVITY, AND THE TRAILER CARRYING
048100*THE TOTALS OF THE ENTRIES ACTUALLY WRITTEN.
048200*****************************************************************
048300 4000-WRITE-JOURNAL.
048400     MOVE SPACES TO EPSGLJRN-RECORD.
048500     SET EPSGLJRN-HEADER TO TRUE.
048600     MOVE W-RUN-DATE-CCYYMMDD TO EPSGLJRN-FEED-DATE.
048700     MOVE 'EPSMORT' TO EPSGLJRN-SOURCE.
048800     WRITE EPSGLJRN-RECORD.
048900     PERFORM 4100-WRITE-CODE-ENTRIES THRU 4100-EXIT
049000         VARYING W-COA-IX FROM 1 BY 1
049100         UNTIL W-COA-IX > W-COA-LOADED.
049200     MOVE SPACES TO EPSGLJRN-RECORD.
049300     SET EPSGLJRN-TRAILER TO TRUE.
049400     MOVE W-ENTRIES-WRITTEN TO EPSGLJRN-REC-COUNT.
049500     MOVE W-JRNL-DEBITS TO EPSGLJRN-DEBIT-TOTAL.
049600     MOVE W-JRNL-CREDITS TO EPSGLJRN-CREDIT-TOTAL.
049700     WRITE EPSGLJRN-RECORD.
049800     IF NOT JRNLOUT-OK
049900         DISPLAY 'EPSGLJE - JRNLOUT WRITE FAILED, STATUS '
050000             W-JRNLOUT-STATUS
050100         SET JOURNAL-REFUSED TO TRUE
050200     END-IF.
050300*WHAT WAS WRITTEN MUST AGREE WITH WHAT WAS PROVED.
050400     IF W-ENTRIES-WRITTEN NOT = W-ENTRIES-PROVED
050500         OR W-JRNL-DEBITS NOT = W-TOT-DEBITS
050600         OR W-JRNL-CREDITS NOT = W-TOT-CREDITS
050700         SET JOURNAL-REFUSED TO TRUE
050800     END-IF.
050900 4000-EXIT.
051000     EXIT.
051100*
051200 4100-WRITE-CODE-ENTRIES.
051300     IF W-COA-COUNT (W-COA-IX) = ZERO
051400         GO TO 4100-EXIT
051500     END-IF.
051600     MOVE SPACES TO EPSGLJRN-RECORD.
051700     SET EPSGLJRN-DETAIL TO TRUE.
051800     MOVE W-RUN-DATE-CCYYMMDD TO EPSGLJRN-JOURNAL-DATE.
051900     MOVE W-COA-DEBIT-ACCOUNT (W-COA-IX) TO EPSGLJRN-GL-ACCOUNT.
052000     SET EPSGLJRN-DEBIT TO TRUE.
052100     PERFORM 4200-WRITE-ENTRY THRU 4200-EXIT.
052200     ADD W-COA-AMOUNT (W-COA-IX) TO W-JRNL-DEBITS.
052300     MOVE W-COA-CREDIT-ACCOUNT (W-COA-IX) TO EPSGLJRN-GL-ACCOUNT.
052400     SET EPSGLJRN-CREDIT TO TRUE.
052500     PERFORM 4200-WRITE-ENTRY THRU 4200-EXIT.
052600     ADD W-COA-AMOUNT (W-COA-IX) TO W-JRNL-CREDITS.
052700 4100-EXIT.
052800     EXIT.
052900*
053000 4200-WRITE-ENTRY.
053100     MOVE W-COA-AMOUNT (W-COA-IX) TO EPSGLJRN-AMOUNT.
053200     MOVE W-COA-CODE (W-COA-IX) TO EPSGLJRN-ACTIVITY-CODE.
053300     MOVE W-COA-COUNT (W-COA-IX) TO EPSGLJRN-ENTRY-COUNT.
053400     MOVE W-COA-DESCRIPTION (W-COA-IX) TO EPSGLJRN-DESCRIPTION.
053500     WRITE EPSGLJRN-RECORD.
053600     IF NOT JRNLOUT-OK
053700         DISPLAY 'EPSGLJE - JRNLOUT WRITE FAILED, STATUS '
053800             W-JRNLOUT-STATUS
053900         SET JOURNAL-REFUSED TO TRUE
054000         GO TO 4200-EXIT
054100     END-IF.
054200     ADD 1 TO W-ENTRIES-WRITTEN.
054300 4200-EXIT.
054400     EXIT.
054500*
054600*****************************************************************
054700*9000-TERMINATE
054800*PRINT THE PROOF TOTALS AND THE RELEASE DECISION.  A REFUSED
054900*JOURNAL ENDS THE STEP RC 8 SO THE RELEASE STEP DOES NOT RUN.
055000*****************************************************************
055100 9000-TERMINATE.
055200     MOVE W-BLANK-LINE TO JRNLRPT-LINE.
055300     WRITE JRNLRPT-LINE.
055400     MOVE SPACES TO W-SUMMARY-LINE.
055500     MOVE 'ACTIVITY RECORDS READ  :' TO W-SUM-LABEL.
055600     MOVE W-ACTIVITY-READ TO W-SUM-COUNT.
055700     MOVE W-TOT-ACTIVITY TO W-SUM-AMOUNT.
055800     MOVE W-SUMMARY-LINE TO JRNLRPT-LINE.
055900     WRITE JRNLRPT-LINE.
056000     MOVE SPACES TO W-SUMMARY-LINE.
056100     MOVE 'NOT JOURNALLED         :' TO W-SUM-LABEL.
056200     MOVE W-ACTIVITY-EXCEPTIONS TO W-SUM-COUNT.
056300     MOVE W-TOT-EXCEPTIONS TO W-SUM-AMOUNT.
056400     MOVE W-SUMMARY-LINE TO JRNLRPT-LINE.
056500     WRITE JRNLRPT-LINE.
056600     MOVE SPACES TO W-SUMMARY-LINE.
056700     MOVE 'CHART ERRORS           :' TO W-SUM-LABEL.
056800     MOVE W-CHART-ERRORS TO W-SUM-COUNT.
056900     MOVE ZERO TO W-SUM-AMOUNT.
057000     MOVE W-SUMMARY-LINE TO JRNLRPT-LINE.
057100     WRITE JRNLRPT-LINE.
057200     MOVE SPACES TO W-SUMMARY-LINE.
057300     MOVE 'CODES WITHOUT ACCOUNT  :' TO W-SUM-LABEL.
057400     MOVE W-ACCOUNT-ERRORS TO W-SUM-COUNT.
057500     MOVE ZERO TO W-SUM-AMOUNT.
057600     MOVE W-SUMMARY-LINE TO JRNLRPT-LINE.
057700     WRITE JRNLRPT-LINE.
057800     MOVE SPACES TO W-SUMMARY-LINE.
057900     MOVE 'TOTAL DEBITS           :' TO W-SUM-LABEL.
058000     MOVE W-CODES-JOURNALLED TO W-SUM-COUNT.
058100     MOVE W-TOT-DEBITS TO W-SUM-AMOUNT.
058200     MOVE W-SUMMARY-LINE TO JRNLRPT-LINE.
058300     WRITE JRNLRPT-LINE.
058400     MOVE SPACES TO W-SUMMARY-LINE.
058500     MOVE 'TOTAL CREDITS          :' TO W-SUM-LABEL.
058600     MOVE W-CODES-JOURNALLED TO W-SUM-COUNT.
058700     MOVE W-TOT-CREDITS TO W-SUM-AMOUNT.
058800     MOVE W-SUMMARY-LINE TO JRNLRPT-LINE.
058900     WRITE JRNLRPT-LINE.
059000     MOVE W-BLANK-LINE TO JRNLRPT-LINE.
059100     WRITE JRNLRPT-LINE.
059200     IF JOURNAL-BALANCED
059300         MOVE 'JOURNAL BALANCED - RELEASED TO THE GENERAL LEDGER'
059400             TO JRNLRPT-LINE
059500     ELSE
059600         MOVE '*** JOURNAL OUT OF BALANCE - NOT RELEASED ***'
059700             TO JRNLRPT-LINE
059800         MOVE 8 TO RETURN-CODE
059900     END-IF.
060000     WRITE JRNLRPT-LINE.
060100     CLOSE GLACT JRNLOUT JRNLRPT.
060200     DISPLAY 'EPSGLJE - ACTIVITY READ     : ' W-ACTIVITY-READ.
060300     DISPLAY 'EPSGLJE - ACTIVITY MAPPED   : ' W-ACTIVITY-MAPPED.
060400     DISPLAY 'EPSGLJE - NOT JOURNALLED    : '
060500         W-ACTIVITY-EXCEPTIONS.
060600     DISPLAY 'EPSGLJE - ENTRIES WRITTEN   : ' W-ENTRIES-WRITTEN.
060700     DISPLAY 'EPSGLJE - TOTAL DEBITS      : ' W-TOT-DEBITS.
060800     DISPLAY 'EPSGLJE - TOTAL CREDITS     : ' W-TOT-CREDITS.
060900     IF JOURNAL-REFUSED
061000         DISPLAY 'EPSGLJE - JOURNAL NOT RELEASED'
061100     END-IF.
061200 9000-EXIT.
061300     EXIT.
