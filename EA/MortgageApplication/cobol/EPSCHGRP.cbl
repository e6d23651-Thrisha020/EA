000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EPSCHGRP.
000300*THIS PROGRAM PRINTS THE NIGHTLY ONLINE MAINTENANCE CHANGE
000400*REPORT FOR DUAL-CONTROL REVIEW.  THE ESCROW-AMOUNT SCREEN
000500*(EPSCMORT), THE PAYEE SCREEN (EPSCPAY), THE NAME-AND-ADDRESS
000600*SCREEN (EPSCNAD), THE AUTOPAY SCREEN (EPSCAPY), THE LEGAL HOLD
000610*SCREEN (EPSCHLD) AND THE OPERATOR AUTHORITY SCREEN (EPSCAUT)
000620*EACH WRITE ONE EPSCHGH RECORD PER FIELD CHANGED - OPERATOR,
000700*TERMINAL, TIMESTAMP, ACCOUNT, FIELD, BEFORE AND AFTER VALUE.
000710*AN AUTHORITY CHANGE CARRIES ACCOUNT ZERO AND THE OPERATOR
000800*ALTERED AS THE ITEM.  THE JOB SORTS THE DAY'S RECORDS BY
000900*OPERATOR AND TIME AHEAD OF THIS STEP; THE REPORT LISTS EACH
001000*OPERATOR'S CHANGES TOGETHER, FOLLOWED BY A SIGN-OFF BLOCK FOR
001100*A SECOND PERSON - NEVER THE OPERATOR - TO CHECK THE CHANGES
001200*AGAINST THE SOURCE DOCUMENTS AND SIGN.  AN EMPTY DAY STILL
001300*PRINTS A REPORT, SO A MISSING REPORT IS NEVER MISTAKEN FOR A
001400*QUIET DAY.
001500*
001600 AUTHOR.     DEV TEAM.
001700 INSTALLATION. EPSDEMOS.
001800 DATE-WRITTEN. 10/15/2026.
001900 DATE-COMPILED.
002000*
002100*MODIFICATION HISTORY.
002200*2026-10-15  DEV  ORIGINAL ONLINE MAINTENANCE CHANGE REPORT.
002210*2026-10-15  DEV  AUTOPAY, LEGAL HOLD AND OPERATOR AUTHORITY
002220*                 SCREENS ADDED TO THE WRITERS.
002300*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. IBM-FLEX-ES.
002700 OBJECT-COMPUTER. IBM-FLEX-ES.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT BUSDATE ASSIGN TO BUSDATE
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS W-BUSDATE-STATUS.
003300     SELECT CHGHIST ASSIGN TO CHGHIST
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS W-CHGHIST-STATUS.
003600     SELECT CHGRPT ASSIGN TO CHGRPT
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS W-CHGRPT-STATUS.
003900*
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  BUSDATE
004300     LABEL RECORDS ARE STANDARD
004400     RECORDING MODE IS F.
004500 COPY EPSBDATE.
004600*
004700 FD  CHGHIST
004800     LABEL RECORDS ARE STANDARD
004900     RECORDING MODE IS F.
005000 COPY EPSCHGH.
005100*
005200 FD  CHGRPT
005300     LABEL RECORDS ARE STANDARD
005400     RECORDING MODE IS F.
005500 01  CHGRPT-LINE                     PIC X(80).
005600*
005700 WORKING-STORAGE SECTION.
005800*BUSINESS DATE FOR THE RUN - READ FROM THE BUSDATE CONTROL
005900*DATASET, NEVER FROM THE SYSTEM CLOCK.
006000 01  W-RUN-DATE-CCYYMMDD             PIC X(08).
006100 01  W-BUSDATE-STATUS                PIC X(02).
006200     88  BUSDATE-OK                    VALUE '00'.
006300 01  W-CHGHIST-STATUS                PIC X(02).
006400     88  CHGHIST-OK                    VALUE '00'.
006500 01  W-CHGRPT-STATUS                 PIC X(02).
006600     88  CHGRPT-OK                     VALUE '00'.
006700*
006800 01  W-SWITCHES.
006900     05  W-EOF-SWITCH                 PIC X(01) VALUE 'N'.
007000         88  END-OF-CHGHIST             VALUE 'Y'.
007100*
007200 01  W-COUNTERS                      COMP.
007300     05  W-RECORDS-READ               PIC 9(07) VALUE ZERO.
007400     05  W-OPERATOR-CHANGES           PIC 9(07) VALUE ZERO.
007500     05  W-OPERATOR-COUNT             PIC 9(07) VALUE ZERO.
007600*
007700 01  W-CURRENT-OPERATOR              PIC X(08) VALUE SPACES.
007800*
007900 01  W-HEADING-LINE.
008000     05  FILLER                       PIC X(40) VALUE
008100         'EPSCHGRP - ONLINE MAINTENANCE CHANGES   '.
008200     05  W-HDG-DATE                   PIC X(08).
008300     05  FILLER                       PIC X(32) VALUE SPACES.
008400*
008500 01  W-OPERATOR-LINE.
008600     05  FILLER                       PIC X(10) VALUE
008700         'OPERATOR: '.
008800     05  W-OPR-OPERATOR-ID            PIC X(08).
008900     05  FILLER                       PIC X(62) VALUE SPACES.
009000*
009100 01  W-COLUMN-LINE                   PIC X(80) VALUE
009200     'DATE     TIME   TERM TRAN PROGRAM  ACCOUNT    A FIELD'.
009300*
009400 01  W-DETAIL-LINE.
009500     05  W-DTL-DATE                   PIC X(08).
009600     05  FILLER                       PIC X(01) VALUE SPACES.
009700     05  W-DTL-TIME                   PIC X(06).
009800     05  FILLER                       PIC X(01) VALUE SPACES.
009900     05  W-DTL-TERM-ID                PIC X(04).
010000     05  FILLER                       PIC X(01) VALUE SPACES.
010100     05  W-DTL-TRAN-ID                PIC X(04).
010200     05  FILLER                       PIC X(01) VALUE SPACES.
010300     05  W-DTL-PROGRAM                PIC X(08).
010400     05  FILLER                       PIC X(01) VALUE SPACES.
010500     05  W-DTL-ACCOUNT-NUMBER         PIC 9(10).
010600     05  FILLER                       PIC X(01) VALUE SPACES.
010700     05  W-DTL-ACTION                 PIC X(01).
010800     05  FILLER                       PIC X(01) VALUE SPACES.
010900     05  W-DTL-FIELD-NAME             PIC X(18).
011000     05  FILLER                       PIC X(14) VALUE SPACES.
011100*
011200*ITEM, BEFORE AND AFTER VALUES PRINT UNDER THE DETAIL LINE,
011300*ONE TO A LINE, SO THE FULL 40-BYTE VALUES FIT THE PAGE.
011400 01  W-VALUE-LINE.
011500     05  FILLER                       PIC X(10) VALUE SPACES.
011600     05  W-VAL-LABEL                  PIC X(08).
011700     05  W-VAL-VALUE                  PIC X(40).
011800     05  FILLER                       PIC X(22) VALUE SPACES.
011900*
012000 01  W-SUMMARY-LINE.
012100     05  W-SUM-LABEL                  PIC X(25).
012200     05  W-SUM-COUNT                  PIC ZZZ,ZZ9.
012300     05  FILLER                       PIC X(48) VALUE SPACES.
012400*
012500 01  W-SIGNOFF-LINE-1.
012600     05  FILLER                       PIC X(32) VALUE
012700         'REVIEWED BY (NOT THE OPERATOR): '.
012800     05  FILLER                       PIC X(48) VALUE
012900         '____________________  DATE: ________'.
013000 01  W-SIGNOFF-LINE-2                PIC X(80) VALUE
013100     'EVERY CHANGE ABOVE AGREED TO ITS SOURCE DOCUMENT.'.
013200 01  W-FINAL-SIGNOFF-LINE.
013300     05  FILLER                       PIC X(32) VALUE
013400         'REPORT REVIEWED BY SUPERVISOR : '.
013500     05  FILLER                       PIC X(48) VALUE
013600         '____________________  DATE: ________'.
013700 01  W-NO-CHANGES-LINE               PIC X(80) VALUE
013800     '*** NO ONLINE MAINTENANCE CHANGES TODAY ***'.
013900*
014000 01  W-BLANK-LINE                    PIC X(80) VALUE SPACES.
014100*
014200 PROCEDURE DIVISION.
014300*****************************************************************
014400*0000-MAINLINE
014500*PRINT THE SORTED CHANGES WITH A BREAK AND SIGN-OFF BLOCK FOR
014600*EACH OPERATOR, THEN THE GRAND TOTALS.
014700*****************************************************************
014800 0000-MAINLINE.
014900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015000     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
015100         UNTIL END-OF-CHGHIST.
015200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015300     STOP RUN.
015400*
015500*****************************************************************
015600*1000-INITIALIZE
015700*****************************************************************
015800 1000-INITIALIZE.
015900     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
016000     OPEN INPUT CHGHIST OUTPUT CHGRPT.
016100     IF NOT CHGHIST-OK OR NOT CHGRPT-OK
016200         DISPLAY 'EPSCHGRP - OPEN FAILED, CHGHIST '
016300             W-CHGHIST-STATUS ' CHGRPT ' W-CHGRPT-STATUS
016400         MOVE 16 TO RETURN-CODE
016500         STOP RUN
016600     END-IF.
016700     MOVE W-RUN-DATE-CCYYMMDD TO W-HDG-DATE.
016800     MOVE W-HEADING-LINE TO CHGRPT-LINE.
016900     WRITE CHGRPT-LINE.
017000     MOVE W-BLANK-LINE TO CHGRPT-LINE.
017100     WRITE CHGRPT-LINE.
017200 1000-EXIT.
017300     EXIT.
017400*
017500*****************************************************************
017600*1050-GET-BUSINESS-DATE
017700*SAME CONTROL DATASET THE WHOLE STREAM RUNS UNDER - THE REPORT
017800*IS DATED WITH THE BUSINESS DATE THE CHANGES WERE MADE UNDER.
017900*****************************************************************
018000 1050-GET-BUSINESS-DATE.
018100     OPEN INPUT BUSDATE.
018200     IF NOT BUSDATE-OK
018300         DISPLAY 'EPSCHGRP - BUSDATE OPEN FAILED, STATUS '
018400             W-BUSDATE-STATUS
018500         MOVE 16 TO RETURN-CODE
018600         STOP RUN
018700     END-IF.
018800     READ BUSDATE
018900         AT END
019000             DISPLAY 'EPSCHGRP - BUSDATE DATASET IS EMPTY'
019100             MOVE 16 TO RETURN-CODE
019200             STOP RUN
019300     END-READ.
019400     IF EPSBDAT-BUSINESS-DATE IS NOT NUMERIC
019500         DISPLAY 'EPSCHGRP - BUSDATE DATE IS NOT NUMERIC: '
019600             EPSBDAT-BUSINESS-DATE
019700         MOVE 16 TO RETURN-CODE
019800         STOP RUN
019900     END-IF.
020000     MOVE EPSBDAT-BUSINESS-DATE TO W-RUN-DATE-CCYYMMDD.
020100     CLOSE BUSDATE.
020200 1050-EXIT.
020300     EXIT.
020400*
020500*****************************************************************
020600*2000-PROCESS-RECORD
020700*READ THE NEXT CHANGE.  A NEW OPERATOR ID CLOSES THE PREVIOUS
020800*OPERATOR'S SECTION WITH ITS SIGN-OFF BLOCK AND OPENS A NEW ONE.
020900*****************************************************************
021000 2000-PROCESS-RECORD.
021100     READ CHGHIST
021200         AT END
021300             MOVE 'Y' TO W-EOF-SWITCH
021400             GO TO 2000-EXIT
021500     END-READ.
021600     ADD 1 TO W-RECORDS-READ.
021700     IF W-RECORDS-READ = 1
021800         PERFORM 3000-START-OPERATOR THRU 3000-EXIT
021900     ELSE
022000         IF EPSCHGH-OPERATOR-ID NOT = W-CURRENT-OPERATOR
022100             PERFORM 3500-END-OPERATOR THRU 3500-EXIT
022200             PERFORM 3000-START-OPERATOR THRU 3000-EXIT
022300         END-IF
022400     END-IF.
022500     PERFORM 4000-PRINT-CHANGE THRU 4000-EXIT.
022600 2000-EXIT.
022700     EXIT.
022800*
022900*****************************************************************
023000*3000-START-OPERATOR
023100*****************************************************************
023200 3000-START-OPERATOR.
023300     MOVE EPSCHGH-OPERATOR-ID TO W-CURRENT-OPERATOR.
023400     MOVE ZERO TO W-OPERATOR-CHANGES.
023500     ADD 1 TO W-OPERATOR-COUNT.
023600     MOVE W-CURRENT-OPERATOR TO W-OPR-OPERATOR-ID.
023700     MOVE W-OPERATOR-LINE TO CHGRPT-LINE.
023800     WRITE CHGRPT-LINE.
023900     MOVE W-COLUMN-LINE TO CHGRPT-LINE.
024000     WRITE CHGRPT-LINE.
024100 3000-EXIT.
024200     EXIT.
024300*
024400*****************************************************************
024500*3500-END-OPERATOR
024600*THE OPERATOR'S CHANGE COUNT AND THE SECOND-PERSON SIGN-OFF.
024700*****************************************************************
024800 3500-END-OPERATOR.
024900     MOVE W-BLANK-LINE TO CHGRPT-LINE.
025000     WRITE CHGRPT-LINE.
025100     MOVE SPACES TO W-SUMMARY-LINE.
025200     MOVE 'CHANGES BY OPERATOR    :' TO W-SUM-LABEL.
025300     MOVE W-OPERATOR-CHANGES TO W-SUM-COUNT.
025400     MOVE W-SUMMARY-LINE TO CHGRPT-LINE.
025500     WRITE CHGRPT-LINE.
025600     MOVE W-BLANK-LINE TO CHGRPT-LINE.
025700     WRITE CHGRPT-LINE.
025800     MOVE W-SIGNOFF-LINE-1 TO CHGRPT-LINE.
025900     WRITE CHGRPT-LINE.
026000     MOVE W-SIGNOFF-LINE-2 TO CHGRPT-LINE.
026100     WRITE CHGRPT-LINE.
026200     MOVE W-BLANK-LINE TO CHGRPT-LINE.
026300     WRITE CHGRPT-LINE.
026400 3500-EXIT.
026500     EXIT.
026600*
026700*****************************************************************
026800*4000-PRINT-CHANGE
026900*ONE DETAIL LINE, THEN THE ITEM (WHERE THE SCREEN HAS ONE) AND
027000*THE BEFORE AND AFTER VALUES UNDER IT.
027100*****************************************************************
027200 4000-PRINT-CHANGE.
027300     ADD 1 TO W-OPERATOR-CHANGES.
027400     MOVE EPSCHGH-CHANGE-DATE TO W-DTL-DATE.
027500     MOVE EPSCHGH-CHANGE-TIME TO W-DTL-TIME.
027600     MOVE EPSCHGH-TERM-ID TO W-DTL-TERM-ID.
027700     MOVE EPSCHGH-TRAN-ID TO W-DTL-TRAN-ID.
027800     MOVE EPSCHGH-PROGRAM TO W-DTL-PROGRAM.
027900     MOVE EPSCHGH-ACCOUNT-NUMBER TO W-DTL-ACCOUNT-NUMBER.
028000     MOVE EPSCHGH-ACTION TO W-DTL-ACTION.
028100     MOVE EPSCHGH-FIELD-NAME TO W-DTL-FIELD-NAME.
028200     MOVE W-DETAIL-LINE TO CHGRPT-LINE.
028300     WRITE CHGRPT-LINE.
028400     IF EPSCHGH-ITEM-KEY NOT = SPACES
028500         MOVE 'ITEM:   ' TO W-VAL-LABEL
028600         MOVE EPSCHGH-ITEM-KEY TO W-VAL-VALUE
028700         MOVE W-VALUE-LINE TO CHGRPT-LINE
028800         WRITE CHGRPT-LINE
028900     END-IF.
029000     MOVE 'BEFORE: ' TO W-VAL-LABEL.
029100     MOVE EPSCHGH-BEFORE-VALUE TO W-VAL-VALUE.
029200     MOVE W-VALUE-LINE TO CHGRPT-LINE.
029300     WRITE CHGRPT-LINE.
029400     MOVE 'AFTER:  ' TO W-VAL-LABEL.
029500     MOVE EPSCHGH-AFTER-VALUE TO W-VAL-VALUE.
029600     MOVE W-VALUE-LINE TO CHGRPT-LINE.
029700     WRITE CHGRPT-LINE.
029800 4000-EXIT.
029900     EXIT.
030000*
030100*****************************************************************
030200*9000-TERMINATE
030300*CLOSE THE LAST OPERATOR, THEN THE TOTALS AND THE FINAL
030400*SUPERVISOR SIGN-OFF FOR THE REPORT AS A WHOLE.
030500*****************************************************************
030600 9000-TERMINATE.
030700     IF W-RECORDS-READ = ZERO
030800         MOVE W-NO-CHANGES-LINE TO CHGRPT-LINE
030900         WRITE CHGRPT-LINE
031000         MOVE W-BLANK-LINE TO CHGRPT-LINE
031100         WRITE CHGRPT-LINE
031200     ELSE
031300         PERFORM 3500-END-OPERATOR THRU 3500-EXIT
031400     END-IF.
031500     MOVE SPACES TO W-SUMMARY-LINE.
031600     MOVE 'OPERATORS MAKING CHANGES:' TO W-SUM-LABEL.
031700     MOVE W-OPERATOR-COUNT TO W-SUM-COUNT.
031800     MOVE W-SUMMARY-LINE TO CHGRPT-LINE.
031900     WRITE CHGRPT-LINE.
032000     MOVE SPACES TO W-SUMMARY-LINE.
032100     MOVE 'CHANGES REPORTED       :' TO W-SUM-LABEL.
032200     MOVE W-RECORDS-READ TO W-SUM-COUNT.
032300     MOVE W-SUMMARY-LINE TO CHGRPT-LINE.
032400     WRITE CHGRPT-LINE.
032500     MOVE W-BLANK-LINE TO CHGRPT-LINE.
032600     WRITE CHGRPT-LINE.
032700     MOVE W-FINAL-SIGNOFF-LINE TO CHGRPT-LINE.
032800     WRITE CHGRPT-LINE.
032900     DISPLAY 'EPSCHGRP - OPERATORS     : ' W-OPERATOR-COUNT.
033000     DISPLAY 'EPSCHGRP - CHANGES       : ' W-RECORDS-READ.
033100     CLOSE CHGHIST CHGRPT.
033200 9000-EXIT.
033300     EXIT.
