000700*IS PAST THE GRACE PERIOD (AND NOT ASSESSED AGAIN WHILE ONE IS
000800*STILL OUTSTANDING), AND AN AGED-DELINQUENCY REPORT IS PRINTED
000900*FOR COLLECTIONS.  RUN AS ITS OWN JOB STEP AFTER EPSPRDI.
000910*AN ACCOUNT UNDER A LEGAL HOLD (BANKRUPTCY, FORECLOSURE OR
000920*LITIGATION) IS STILL AGED AND LISTED, MARKED WITH ITS HOLD
000930*CODE, BUT IS NEVER CHARGED A LATE FEE OR SENT A NOTICE.
001000*
001100 AUTHOR.     DEV TEAM.
001200 INSTALLATION. EPSDEMOS.
001794*                 BORROWER ADDRESS BLOCK FROM THE NAME-AND-
001796*                 ADDRESS KSDS, SO COLLECTIONS LETTERS NO
001797*                 LONGER NEED THE MAIL-HOUSE SPREADSHEET.
001798*2026-10-15  DEV  SKIP A LOAN THE CLOSE-OUT RUN (EPSPIFCO) HAS
001799*                 MARKED PAID IN FULL - NO AGING, FEE OR NOTICE.
001800*2026-10-15  DEV  WRITE A GL-ACTIVITY RECORD FOR EVERY LATE FEE
001810*                 ASSESSED SO THE FEE INCOME REACHES THE
001820*                 GENERAL LEDGER THROUGH THE DAILY JOURNAL
001830*                 (EPSGLJE).
001840*2026-10-15  DEV  HONOUR THE LEGAL HOLD ON THE MASTER - A HELD
001842*                 ACCOUNT IS AGED AND LISTED WITH ITS HOLD CODE
001844*                 BUT NO LATE FEE IS ASSESSED AND NO NOTICE IS
001846*                 WRITTEN WHILE THE HOLD STANDS.
001850*
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 SOURCE-COMPUTER. IBM-FLEX-ES.
002431     SELECT CTLOUT ASSIGN TO CTLOUT
002432         ORGANIZATION IS SEQUENTIAL
002433         FILE STATUS IS W-CTLOUT-STATUS.
002434     SELECT GLACT ASSIGN TO GLACT
002435         ORGANIZATION IS SEQUENTIAL
002436         FILE STATUS IS W-GLACT-STATUS.
002500     SELECT MORTMAST ASSIGN TO MORTMAST
002600         ORGANIZATION IS INDEXED
002610         ACCESS MODE IS SEQUENTIAL
004308     RECORDING MODE IS F.
004309 COPY EPSCTLR.
004310*
004320 FD  GLACT
004336     LABEL RECORDS ARE STANDARD
004352     RECORDING MODE IS F.
004368 COPY EPSGLACT.
004384*
004400 WORKING-STORAGE SECTION.
004500*BUSINESS DATE FOR THE RUN - READ FROM THE BUSDATE CONTROL
004501*DATASET, NEVER FROM THE SYSTEM CLOCK.
004504     88  BUSDATE-OK                    VALUE '00'.
004505 01  W-CTLOUT-STATUS                 PIC X(02).
004506     88  CTLOUT-OK                     VALUE '00'.
004507 01  W-GLACT-STATUS                  PIC X(02).
004508     88  GLACT-OK                      VALUE '00'.
005500*
005600 77  W-CALL-PROGRAM                  PIC X(08) VALUE 'EPSDAYCT'.
005700 77  W-GRACE-DAYS                    PIC 9(02) VALUE 15.
007600     05  W-FEES-ASSESSED              PIC 9(07) VALUE ZERO.
007610     05  W-NOTICES-WRITTEN            PIC 9(07) VALUE ZERO.
007620     05  W-NO-ADDRESS-COUNT           PIC 9(07) VALUE ZERO.
007630     05  W-PAID-OFF-SKIPPED           PIC 9(07) VALUE ZERO.
007640     05  W-HOLD-SKIPPED               PIC 9(07) VALUE ZERO.
007700*
007800 01  W-TOT-FEES-ASSESSED             PIC 9(11)V99 COMP-3
007900                                         VALUE ZERO.
008800*
008900 01  W-HEADING-LINE                  PIC X(80) VALUE
009000     'ACCOUNT     CUSTOMER NAME                   DAYS  BUCKET  LA
009100-    'TE FEE DUE  HOLD'.
009200*
009300 01  W-DETAIL-LINE.
009400     05  W-DTL-ACCOUNT                PIC 9(10).
010000     05  W-DTL-BUCKET                 PIC X(06).
010100     05  FILLER                       PIC X(02) VALUE SPACES.
010200     05  W-DTL-LATE-FEE               PIC ZZZ,ZZ9.99.
010210     05  FILLER                       PIC X(02) VALUE SPACES.
010220     05  W-DTL-HOLD-TAG               PIC X(05).
010230     05  W-DTL-HOLD-CODE              PIC X(01).
010300*
010400 01  W-SUMMARY-LINE.
010500     05  W-SUM-LABEL                  PIC X(25).
012400*****************************************************************
012500 1000-INITIALIZE.
012600     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
012610     OPEN EXTEND GLACT.
012620     IF NOT GLACT-OK
012630         DISPLAY 'EPSDLQRP - GLACT OPEN FAILED, STATUS '
012640             W-GLACT-STATUS
012650         MOVE 16 TO RETURN-CODE
012660         STOP RUN
012670     END-IF.
013500     OPEN I-O MORTMAST.
013550     OPEN INPUT NAMEADDR.
013600     OPEN OUTPUT DLQRPT DLQNTC.
016600*CALL EPSDAYCT TO GET DAYS PAST THE NEXT-PAYMENT DATE, SET
016700*THE AGING BUCKET, ASSESS THE LATE FEE PAST GRACE, AND PRINT
016800*A DETAIL LINE FOR ANY ACCOUNT NOT CURRENT OR STILL CARRYING
016850*AN OUTSTANDING LATE FEE.  A LOAN CLOSED OUT AS PAID IN FULL
016860*IS NOT AGED AT ALL.
016900*****************************************************************
017000 3000-AGE-ACCOUNT.
017010     IF EPSMMST-PAID-IN-FULL
017020         ADD 1 TO W-PAID-OFF-SKIPPED
017030         GO TO 3000-EXIT
017040     END-IF.
017100     MOVE W-RUN-DATE-CCYYMMDD TO EPSNBRPM-DATE-IN.
017200     MOVE EPSMMST-NEXT-PMT-DATE TO EPSNBRPM-BASE-DATE.
017300     MOVE ZERO TO EPSNBRPM-DAYS-OUT.
019100             SET BUCKET-90-DAY TO TRUE
019200             ADD 1 TO W-90-DAY-COUNT
019300     END-EVALUATE.
019310     IF EPSMMST-ON-HOLD
019320         ADD 1 TO W-HOLD-SKIPPED
019330     END-IF.
019400     IF EPSNBRPM-DAYS-OUT > W-GRACE-DAYS
019410         AND NOT EPSMMST-ON-HOLD
019500         PERFORM 4000-ASSESS-LATE-FEE THRU 4000-EXIT
019600     END-IF.
019700     IF NOT BUCKET-CURRENT OR EPSMMST-LATE-FEE-DUE > ZERO
019800         PERFORM 5000-WRITE-DETAIL-LINE THRU 5000-EXIT
019900     END-IF.
019910     IF NOT BUCKET-CURRENT
019915         AND NOT EPSMMST-ON-HOLD
019920         PERFORM 5500-WRITE-NOTICE THRU 5500-EXIT
019930     END-IF.
020000 3000-EXIT.
021900         ADD 1 TO W-FEES-ASSESSED
022000         ADD W-LATE-FEE-AMT TO W-TOT-FEES-ASSESSED
022050         PERFORM 4500-SYNC-DB2-MASTER THRU 4500-EXIT
022060         PERFORM 4600-WRITE-GL-ACTIVITY THRU 4600-EXIT
022100     ELSE
022200         DISPLAY 'EPSDLQRP - REWRITE FAILED FOR ACCOUNT '
022300             EPSMMST-ACCOUNT-NUMBER ' STATUS ' W-MORTMAST-STATUS
022706 4500-EXIT.
022708     EXIT.
022710*
022714*****************************************************************
022718*4600-WRITE-GL-ACTIVITY
022722*ONE LATE-FEE-ASSESSED RECORD FOR THE GENERAL LEDGER JOURNAL.
022726*****************************************************************
022730 4600-WRITE-GL-ACTIVITY.
022734     MOVE SPACES TO EPSGLACT-RECORD.
022738     MOVE W-RUN-DATE-CCYYMMDD TO EPSGLACT-ACTIVITY-DATE.
022742     SET EPSGLACT-LATE-FEE TO TRUE.
022746     MOVE 'EPSDLQRP' TO EPSGLACT-PROGRAM.
022750     MOVE EPSMMST-ACCOUNT-NUMBER TO EPSGLACT-ACCOUNT-NUMBER.
022754     MOVE W-LATE-FEE-AMT TO EPSGLACT-AMOUNT.
022758     WRITE EPSGLACT-RECORD.
022762     IF NOT GLACT-OK
022766         DISPLAY 'EPSDLQRP - GLACT WRITE FAILED FOR ACCOUNT '
022770             EPSMMST-ACCOUNT-NUMBER ' STATUS ' W-GLACT-STATUS
022774     END-IF.
022778 4600-EXIT.
022782     EXIT.
022786*
022800*****************************************************************
022900*5000-WRITE-DETAIL-LINE
023000*****************************************************************
024400             MOVE 'CURR  ' TO W-DTL-BUCKET
024500     END-EVALUATE.
024600     MOVE EPSMMST-LATE-FEE-DUE TO W-DTL-LATE-FEE.
024610     IF EPSMMST-ON-HOLD
024620         MOVE 'HOLD' TO W-DTL-HOLD-TAG
024630         MOVE EPSMMST-HOLD-CODE TO W-DTL-HOLD-CODE
024640     END-IF.
024700     MOVE W-DETAIL-LINE TO DLQRPT-LINE.
024800     WRITE DLQRPT-LINE.
024900 5000-EXIT.
027400     MOVE W-90-DAY-COUNT TO W-SUM-COUNT.
027500     MOVE W-SUMMARY-LINE TO DLQRPT-LINE.
027600     WRITE DLQRPT-LINE.
027610     MOVE SPACES TO W-SUMMARY-LINE.
027620     MOVE 'HELD - NO FEE OR NOTICE:' TO W-SUM-LABEL.
027630     MOVE W-HOLD-SKIPPED TO W-SUM-COUNT.
027640     MOVE W-SUMMARY-LINE TO DLQRPT-LINE.
027645     WRITE DLQRPT-LINE.
027650     PERFORM 9100-WRITE-CONTROL THRU 9100-EXIT.
027700     CLOSE MORTMAST NAMEADDR DLQRPT DLQNTC GLACT.
027800     DISPLAY 'EPSDLQRP - RECORDS READ   : ' W-RECORDS-READ.
027900     DISPLAY 'EPSDLQRP - FEES ASSESSED  : ' W-FEES-ASSESSED.
028000     DISPLAY 'EPSDLQRP - TOTAL ASSESSED : ' W-TOT-FEES-ASSESSED.
028010     DISPLAY 'EPSDLQRP - NOTICES WRITTEN: ' W-NOTICES-WRITTEN.
028020     DISPLAY 'EPSDLQRP - NO ADDRESS     : ' W-NO-ADDRESS-COUNT.
028030     DISPLAY 'EPSDLQRP - PAID OFF SKIP  : ' W-PAID-OFF-SKIPPED.
028040     DISPLAY 'EPSDLQRP - HELD ACCOUNTS  : ' W-HOLD-SKIPPED.
028100 9000-EXIT.
028200     EXIT.
028210*
