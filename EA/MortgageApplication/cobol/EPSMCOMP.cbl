000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EPSMCOMP.
000300*THIS PROGRAM IS THE NIGHTLY FIELD-LEVEL COMPARE OF THE TWO
000400*SIDES OF THE MORTGAGE MASTER.  AFTER EPSMSYNC HAS CARRIED THE
000500*ONLINE FIELDS DOWN AND THE BATCH POSTING, AGING, BOARDING,
000600*RATE-CHANGE AND DISBURSEMENT RUNS HAVE MIRRORED THEIR OWN
000700*UPDATES BACK UP, THE DB2 MORTMAST ROW AND THE VSAM KSDS
000800*RECORD SHOULD AGREE FIELD FOR FIELD.  THIS PROGRAM MATCHES THE
000900*TWO SIDES BY ACCOUNT NUMBER (THE DB2 CURSOR IN ACCOUNT ORDER
001000*AGAINST THE KSDS READ SEQUENTIALLY) AND PRINTS EVERY SHARED
001100*FIELD THAT DISAGREES WITH BOTH VALUES, PLUS EVERY ACCOUNT
001200*FOUND ON ONLY ONE SIDE.  THE SHARED FIELDS ARE THE CURRENT
001300*BALANCE, ESCROW BALANCE, ESCROW DISBURSEMENT AND CONTRIBUTION
001400*AMOUNTS, PAYMENT AND PRINCIPAL AMOUNTS, LAST AND NEXT PAYMENT
001500*DATES, LATE FEE DUE AND SUSPENSE, AND THE LEGAL HOLD CODE AND
001550*ITS POSTING OVERRIDE.  THE COUNTS GO TO THE SHARED
001600*EODCTL FILE; ANY EXCEPTION TAKES THE NIGHT OUT OF BALANCE IN
001700*EPSEODBL, WHICH HOLDS THE ONLINE OPEN UNTIL THE SIDES ARE PUT
001800*BACK IN AGREEMENT.  THE PROGRAM ONLY READS - IT NEVER DECIDES
001900*WHICH SIDE IS RIGHT.
002000*
002100 AUTHOR.     DEV TEAM.
002200 INSTALLATION. EPSDEMOS.
002300 DATE-WRITTEN. 10/15/2026.
002400 DATE-COMPILED.
002500*
002600*MODIFICATION HISTORY.
002700*2026-10-15  DEV  ORIGINAL DB2-TO-KSDS MASTER FIELD COMPARE.
002710*2026-10-15  DEV  COMPARE THE LEGAL HOLD CODE AND THE HOLD
002720*                 POSTING OVERRIDE CARRIED DOWN BY EPSMSYNC.
002800*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-FLEX-ES.
003200 OBJECT-COMPUTER. IBM-FLEX-ES.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT BUSDATE ASSIGN TO BUSDATE
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS W-BUSDATE-STATUS.
003800     SELECT CTLOUT ASSIGN TO CTLOUT
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS W-CTLOUT-STATUS.
004100     SELECT MORTMAST ASSIGN TO MORTMAST
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS EPSMMST-ACCOUNT-NUMBER
004500         FILE STATUS IS W-MORTMAST-STATUS.
004600     SELECT CMPRPT ASSIGN TO CMPRPT
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS W-CMPRPT-STATUS.
004900*
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  MORTMAST.
005300 COPY EPSMMST.
005400*
005500 FD  CMPRPT
005600     LABEL RECORDS ARE STANDARD
005700     RECORDING MODE IS F.
005800 01  CMPRPT-LINE                     PIC X(80).
005900*
006000 FD  BUSDATE
006100     LABEL RECORDS ARE STANDARD
006200     RECORDING MODE IS F.
006300 COPY EPSBDATE.
006400*
006500 FD  CTLOUT
006600     LABEL RECORDS ARE STANDARD
006700     RECORDING MODE IS F.
006800 COPY EPSCTLR.
006900*
007000 WORKING-STORAGE SECTION.
007100*BUSINESS DATE FOR THE RUN - READ FROM THE BUSDATE CONTROL
007200*DATASET, NEVER FROM THE SYSTEM CLOCK.
007300 01  W-RUN-DATE-CCYYMMDD             PIC X(08).
007400 01  W-BUSDATE-STATUS                PIC X(02).
007500     88  BUSDATE-OK                    VALUE '00'.
007600 01  W-CTLOUT-STATUS                 PIC X(02).
007700     88  CTLOUT-OK                     VALUE '00'.
007800 01  W-MORTMAST-STATUS               PIC X(02).
007900     88  MORTMAST-OK                   VALUE '00'.
008000 01  W-CMPRPT-STATUS                 PIC X(02).
008100     88  CMPRPT-OK                     VALUE '00'.
008200*
008300 01  W-SWITCHES.
008400     05  W-DB2-EOF-SWITCH             PIC X(01) VALUE 'N'.
008500         88  END-OF-DB2-MASTER          VALUE 'Y'.
008600     05  W-MAST-EOF-SWITCH            PIC X(01) VALUE 'N'.
008700         88  END-OF-KSDS-MASTER         VALUE 'Y'.
008800     05  W-ACCOUNT-SWITCH             PIC X(01) VALUE 'Y'.
008900         88  ACCOUNT-AGREES             VALUE 'Y'.
009000         88  ACCOUNT-DISAGREES          VALUE 'N'.
009100     05  W-ABORT-SWITCH               PIC X(01) VALUE 'N'.
009200         88  COMPARE-ABORTED            VALUE 'Y'.
009300*
009400 01  W-COUNTERS                      COMP.
009500     05  W-ROWS-FETCHED               PIC 9(09) VALUE ZERO.
009600     05  W-RECORDS-READ               PIC 9(09) VALUE ZERO.
009700     05  W-ACCOUNTS-MATCHED           PIC 9(09) VALUE ZERO.
009800     05  W-ACCOUNTS-DIFFERENT         PIC 9(09) VALUE ZERO.
009900     05  W-FIELD-DIFFERENCES          PIC 9(09) VALUE ZERO.
010000     05  W-DB2-ONLY                   PIC 9(09) VALUE ZERO.
010100     05  W-KSDS-ONLY                  PIC 9(09) VALUE ZERO.
010200     05  W-EXCEPTIONS                 PIC 9(09) VALUE ZERO.
010300*
010400 01  W-TOTALS.
010500     05  W-TOT-DB2-BALANCE            PIC S9(13)V99 COMP-3
010600                                      VALUE ZERO.
010700     05  W-TOT-KSDS-BALANCE           PIC S9(13)V99 COMP-3
010800                                      VALUE ZERO.
010900*
011000*MATCH KEYS - CHARACTER SO AN EXHAUSTED SIDE CAN BE SET TO
011100*HIGH-VALUES AND SORT AFTER EVERY REAL ACCOUNT NUMBER.
011200 01  W-DB2-KEY                       PIC X(10).
011300 01  W-DB2-KEY-N REDEFINES W-DB2-KEY PIC 9(10).
011400 01  W-KSDS-KEY                      PIC X(10).
011500 01  W-KSDS-KEY-N REDEFINES W-KSDS-KEY
011600                                     PIC 9(10).
011700*
011800*ONE FIELD PAIR AT A TIME FOR THE COMPARE PARAGRAPHS
011900 01  W-CMP-FIELD-NAME                PIC X(18).
012000 01  W-CMP-DB2-AMOUNT                PIC S9(10)V99 COMP-3.
012100 01  W-CMP-KSDS-AMOUNT               PIC S9(10)V99 COMP-3.
012200 01  W-CMP-DB2-DATE                  PIC X(08).
012300 01  W-CMP-KSDS-DATE                 PIC X(08).
012400 01  W-EDIT-AMOUNT                   PIC -,---,---,--9.99.
012500*
012600 01  SQL-ERROR-MSG.
012700     03  FILLER              PIC X(11)      VALUE 'SQL ERROR: '.
012800     03  SQL-ERROR-CODE      PIC S9(5) DISPLAY
012900                                 SIGN LEADING SEPARATE.
013000*
013100     EXEC SQL
013200         INCLUDE SQLCA
013300     END-EXEC.
013400*
013500*    THE DB2 MORTGAGE MASTER - THE ONLINE SIDE OF THE ACCOUNT.
013600*
013700     EXEC SQL DECLARE MORTMAST TABLE
013800     ( ACCOUNT_NUMBER                 DECIMAL(10,0) NOT NULL,
013900       CUSTOMER_NAME                  CHAR(30)      NOT NULL,
014000       CURRENT_BALANCE                DECIMAL(12,2) NOT NULL,
014100       ESCROW_BALANCE                 DECIMAL(12,2) NOT NULL,
014200       ESCROW_DISB_AMT                DECIMAL(12,2) NOT NULL,
014300       ESCROW_PMT_AMT                 DECIMAL(12,2) NOT NULL,
014400       LAST_PMT_DATE                  CHAR(8)       NOT NULL,
014500       PAYMENT_AMOUNT                 DECIMAL(12,2) NOT NULL,
014600       PRINCIPAL_AMOUNT               DECIMAL(12,2) NOT NULL,
014700       LATE_FEE_DUE                   DECIMAL(10,2) NOT NULL,
014800       NEXT_PMT_DATE                  CHAR(8)       NOT NULL,
014900       SUSPENSE_AMT                   DECIMAL(10,2) NOT NULL,
014910       HOLD_CODE                      CHAR(1)       NOT NULL,
014920       HOLD_OVERRIDE                  CHAR(1)       NOT NULL
015000     ) END-EXEC.
015100*
015200 01  W-DB2-ROW.
015300     05  W-DB2-ACCOUNT-NUMBER            PIC S9(10) COMP-3.
015400     05  W-DB2-CURRENT-BALANCE           PIC S9(10)V99 COMP-3.
015500     05  W-DB2-ESCROW-BALANCE            PIC S9(10)V99 COMP-3.
015600     05  W-DB2-ESCROW-DISB-AMT           PIC S9(10)V99 COMP-3.
015700     05  W-DB2-ESCROW-PMT-AMT            PIC S9(10)V99 COMP-3.
015800     05  W-DB2-LAST-PMT-DATE             PIC X(08).
015900     05  W-DB2-PAYMENT-AMOUNT            PIC S9(10)V99 COMP-3.
016000     05  W-DB2-PRINCIPAL-AMOUNT          PIC S9(10)V99 COMP-3.
016100     05  W-DB2-LATE-FEE-DUE              PIC S9(8)V99 COMP-3.
016200     05  W-DB2-NEXT-PMT-DATE             PIC X(08).
016300     05  W-DB2-SUSPENSE-AMT              PIC S9(8)V99 COMP-3.
016310     05  W-DB2-HOLD-CODE                 PIC X(01).
016320     05  W-DB2-HOLD-OVERRIDE             PIC X(01).
016400*
016500     EXEC SQL DECLARE CMPCSR CURSOR FOR
016600         SELECT ACCOUNT_NUMBER, CURRENT_BALANCE,
016700                ESCROW_BALANCE, ESCROW_DISB_AMT, ESCROW_PMT_AMT,
016800                LAST_PMT_DATE, PAYMENT_AMOUNT,
016900                PRINCIPAL_AMOUNT, LATE_FEE_DUE,
017000                NEXT_PMT_DATE, SUSPENSE_AMT,
017010                HOLD_CODE, HOLD_OVERRIDE
017100           FROM MORTMAST
017200          ORDER BY ACCOUNT_NUMBER
017300     END-EXEC.
017400*
017500 01  W-HEADING-LINE.
017600     05  FILLER                       PIC X(40) VALUE
017700         'EPSMCOMP - DB2 VS VSAM MASTER COMPARE   '.
017800     05  W-HDG-DATE                   PIC X(08).
017900     05  FILLER                       PIC X(32) VALUE SPACES.
018000*
018100 01  W-COLUMN-LINE.
018200     05  FILLER                       PIC X(32) VALUE
018300         'ACCOUNT     FIELD'.
018400     05  FILLER                       PIC X(48) VALUE
018500         'DB2 MORTMAST        VSAM MASTER'.
018600*
018700 01  W-DETAIL-LINE.
018800     05  W-DTL-ACCOUNT-NUMBER         PIC 9(10).
018900     05  FILLER                       PIC X(02) VALUE SPACES.
019000     05  W-DTL-FIELD-NAME             PIC X(18).
019100     05  FILLER                       PIC X(02) VALUE SPACES.
019200     05  W-DTL-DB2-VALUE              PIC X(18).
019300     05  FILLER                       PIC X(02) VALUE SPACES.
019400     05  W-DTL-KSDS-VALUE             PIC X(18).
019500     05  FILLER                       PIC X(10) VALUE SPACES.
019600*
019700 01  W-ONE-SIDE-LINE.
019800     05  W-ONE-ACCOUNT-NUMBER         PIC 9(10).
019900     05  FILLER                       PIC X(02) VALUE SPACES.
020000     05  W-ONE-MESSAGE                PIC X(40).
020100     05  FILLER                       PIC X(28) VALUE SPACES.
020200*
020300 01  W-SUMMARY-LINE.
020400     05  W-SUM-LABEL                  PIC X(25).
020500     05  W-SUM-COUNT                  PIC ZZZ,ZZ9.
020600     05  FILLER                       PIC X(48) VALUE SPACES.
020700*
020800 01  W-BLANK-LINE                    PIC X(80) VALUE SPACES.
020900*
021000 PROCEDURE DIVISION.
021100*****************************************************************
021200*0000-MAINLINE
021300*MATCH THE TWO SIDES ACCOUNT BY ACCOUNT UNTIL BOTH ARE
021400*EXHAUSTED, THEN REPORT THE COUNTS AND WRITE THE CONTROL
021500*RECORD.
021600*****************************************************************
021700 0000-MAINLINE.
021800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021900     PERFORM 2000-MATCH-ACCOUNTS THRU 2000-EXIT
022000         UNTIL END-OF-DB2-MASTER AND END-OF-KSDS-MASTER.
022100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022200     PERFORM 9100-WRITE-CONTROL THRU 9100-EXIT.
022300     STOP RUN.
022400*
022500*****************************************************************
022600*1000-INITIALIZE
022700*OPEN BOTH SIDES AND PRIME EACH WITH ITS FIRST ACCOUNT.
022800*****************************************************************
022900 1000-INITIALIZE.
023000     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
023100     OPEN INPUT MORTMAST OUTPUT CMPRPT.
023200     IF NOT MORTMAST-OK OR NOT CMPRPT-OK
023300         DISPLAY 'EPSMCOMP - OPEN FAILED, MORTMAST '
023400             W-MORTMAST-STATUS ' CMPRPT ' W-CMPRPT-STATUS
023500         MOVE 16 TO RETURN-CODE
023600         STOP RUN
023700     END-IF.
023800     MOVE W-RUN-DATE-CCYYMMDD TO W-HDG-DATE.
023900     MOVE W-HEADING-LINE TO CMPRPT-LINE.
024000     WRITE CMPRPT-LINE.
024100     MOVE W-COLUMN-LINE TO CMPRPT-LINE.
024200     WRITE CMPRPT-LINE.
024300     EXEC SQL
024400         OPEN CMPCSR
024500     END-EXEC.
024600     IF SQLCODE NOT = 0
024700         MOVE SQLCODE TO SQL-ERROR-CODE
024800         DISPLAY 'EPSMCOMP - CURSOR OPEN FAILED, ' SQL-ERROR-MSG
024900         MOVE 'Y' TO W-ABORT-SWITCH
025000         MOVE 'Y' TO W-DB2-EOF-SWITCH
025100         MOVE 'Y' TO W-MAST-EOF-SWITCH
025200         GO TO 1000-EXIT
025300     END-IF.
025400     PERFORM 3000-FETCH-DB2 THRU 3000-EXIT.
025500     PERFORM 3100-READ-KSDS THRU 3100-EXIT.
025600 1000-EXIT.
025700     EXIT.
025800*
025900*****************************************************************
026000*1050-GET-BUSINESS-DATE
026100*SAME CONTROL DATASET THE WHOLE STREAM RUNS UNDER - THE CONTROL
026200*RECORD IS STAMPED WITH IT FOR THE BALANCING STEP.
026300*****************************************************************
026400 1050-GET-BUSINESS-DATE.
026500     OPEN INPUT BUSDATE.
026600     IF NOT BUSDATE-OK
026700         DISPLAY 'EPSMCOMP - BUSDATE OPEN FAILED, STATUS '
026800             W-BUSDATE-STATUS
026900         MOVE 16 TO RETURN-CODE
027000         STOP RUN
027100     END-IF.
027200     READ BUSDATE
027300         AT END
027400             DISPLAY 'EPSMCOMP - BUSDATE DATASET IS EMPTY'
027500             MOVE 16 TO RETURN-CODE
027600             STOP RUN
027700     END-READ.
027800     IF EPSBDAT-BUSINESS-DATE IS NOT NUMERIC
027900         DISPLAY 'EPSMCOMP - BUSDATE DATE IS NOT NUMERIC: '
028000             EPSBDAT-BUSINESS-DATE
028100         MOVE 16 TO RETURN-CODE
028200         STOP RUN
028300     END-IF.
028400     MOVE EPSBDAT-BUSINESS-DATE TO W-RUN-DATE-CCYYMMDD.
028500     CLOSE BUSDATE.
028600 1050-EXIT.
028700     EXIT.
028800*
028900*****************************************************************
029000*2000-MATCH-ACCOUNTS
029100*THE LOWER KEY IS ON ONE SIDE ONLY; EQUAL KEYS ARE COMPARED
029200*FIELD BY FIELD.  THE SIDE(S) USED ARE THEN ADVANCED.
029300*****************************************************************
029400 2000-MATCH-ACCOUNTS.
029500     IF W-DB2-KEY < W-KSDS-KEY
029600         PERFORM 5000-DB2-ONLY THRU 5000-EXIT
029700         PERFORM 3000-FETCH-DB2 THRU 3000-EXIT
029800         GO TO 2000-EXIT
029900     END-IF.
030000     IF W-KSDS-KEY < W-DB2-KEY
030100         PERFORM 5100-KSDS-ONLY THRU 5100-EXIT
030200         PERFORM 3100-READ-KSDS THRU 3100-EXIT
030300         GO TO 2000-EXIT
030400     END-IF.
030500     PERFORM 4000-COMPARE-ACCOUNT THRU 4000-EXIT.
030600     PERFORM 3000-FETCH-DB2 THRU 3000-EXIT.
030700     PERFORM 3100-READ-KSDS THRU 3100-EXIT.
030800 2000-EXIT.
030900     EXIT.
031000*
031100*****************************************************************
031200*3000-FETCH-DB2
031300*A FETCH FAILURE ENDS THE COMPARE - THE RUN IS THEN TREATED AS
031400*OUT OF AGREEMENT RATHER THAN REPORTING A PARTIAL CLEAN RESULT.
031500*****************************************************************
031600 3000-FETCH-DB2.
031700     EXEC SQL
031800         FETCH CMPCSR
031900          INTO :W-DB2-ACCOUNT-NUMBER,
032000               :W-DB2-CURRENT-BALANCE, :W-DB2-ESCROW-BALANCE,
032100               :W-DB2-ESCROW-DISB-AMT, :W-DB2-ESCROW-PMT-AMT,
032200               :W-DB2-LAST-PMT-DATE, :W-DB2-PAYMENT-AMOUNT,
032300               :W-DB2-PRINCIPAL-AMOUNT,
032400               :W-DB2-LATE-FEE-DUE, :W-DB2-NEXT-PMT-DATE,
032500               :W-DB2-SUSPENSE-AMT,
032510               :W-DB2-HOLD-CODE, :W-DB2-HOLD-OVERRIDE
032600     END-EXEC.
032700     IF SQLCODE = 100
032800         MOVE 'Y' TO W-DB2-EOF-SWITCH
032900         MOVE HIGH-VALUES TO W-DB2-KEY
033000         GO TO 3000-EXIT
033100     END-IF.
033200     IF SQLCODE NOT = 0
033300         MOVE SQLCODE TO SQL-ERROR-CODE
033400         DISPLAY 'EPSMCOMP - FETCH FAILED, ' SQL-ERROR-MSG
033500         MOVE 'Y' TO W-ABORT-SWITCH
033600         MOVE 'Y' TO W-DB2-EOF-SWITCH
033700         MOVE 'Y' TO W-MAST-EOF-SWITCH
033800         GO TO 3000-EXIT
033900     END-IF.
034000     ADD 1 TO W-ROWS-FETCHED.
034100     MOVE W-DB2-ACCOUNT-NUMBER TO W-DB2-KEY-N.
034200     ADD W-DB2-CURRENT-BALANCE TO W-TOT-DB2-BALANCE.
034300 3000-EXIT.
034400     EXIT.
034500*
034600*****************************************************************
034700*3100-READ-KSDS
034800*****************************************************************
034900 3100-READ-KSDS.
035000     READ MORTMAST
035100         AT END
035200             MOVE 'Y' TO W-MAST-EOF-SWITCH
035300             MOVE HIGH-VALUES TO W-KSDS-KEY
035400             GO TO 3100-EXIT
035500     END-READ.
035600     IF NOT MORTMAST-OK
035700         DISPLAY 'EPSMCOMP - MORTMAST READ FAILED, STATUS '
035800             W-MORTMAST-STATUS
035900         MOVE 'Y' TO W-ABORT-SWITCH
036000         MOVE 'Y' TO W-DB2-EOF-SWITCH
036100         MOVE 'Y' TO W-MAST-EOF-SWITCH
036200         GO TO 3100-EXIT
036300     END-IF.
036400     ADD 1 TO W-RECORDS-READ.
036500     MOVE EPSMMST-ACCOUNT-NUMBER TO W-KSDS-KEY-N.
036600     ADD EPSMMST-CURRENT-BALANCE TO W-TOT-KSDS-BALANCE.
036700*A RECORD CUT BEFORE SUSPENSE WAS ADDED CARRIES SPACES THERE -
036800*ZERO, AS THE POSTING PROGRAMS READ IT.
036900     IF EPSMMST-SUSPENSE-AMOUNT IS NOT NUMERIC
037000         MOVE ZERO TO EPSMMST-SUSPENSE-AMOUNT
037100     END-IF.
037200 3100-EXIT.
037300     EXIT.
037400*
037500*****************************************************************
037600*4000-COMPARE-ACCOUNT
037700*THE ACCOUNT IS ON BOTH SIDES - COMPARE EVERY SHARED FIELD AND
037800*PRINT EACH ONE THAT DISAGREES.
037900*****************************************************************
038000 4000-COMPARE-ACCOUNT.
038100     ADD 1 TO W-ACCOUNTS-MATCHED.
038200     SET ACCOUNT-AGREES TO TRUE.
038300     MOVE 'CURRENT BALANCE' TO W-CMP-FIELD-NAME.
038400     MOVE W-DB2-CURRENT-BALANCE TO W-CMP-DB2-AMOUNT.
038500     MOVE EPSMMST-CURRENT-BALANCE TO W-CMP-KSDS-AMOUNT.
038600     PERFORM 4100-COMPARE-AMOUNT THRU 4100-EXIT.
038700     MOVE 'ESCROW BALANCE' TO W-CMP-FIELD-NAME.
038800     MOVE W-DB2-ESCROW-BALANCE TO W-CMP-DB2-AMOUNT.
038900     MOVE EPSMMST-ESCROW-BALANCE TO W-CMP-KSDS-AMOUNT.
039000     PERFORM 4100-COMPARE-AMOUNT THRU 4100-EXIT.
039100     MOVE 'ESCROW DISB AMT' TO W-CMP-FIELD-NAME.
039200     MOVE W-DB2-ESCROW-DISB-AMT TO W-CMP-DB2-AMOUNT.
039300     MOVE EPSMMST-ESCROW-DISB-AMT TO W-CMP-KSDS-AMOUNT.
039400     PERFORM 4100-COMPARE-AMOUNT THRU 4100-EXIT.
039500     MOVE 'ESCROW PMT AMT' TO W-CMP-FIELD-NAME.
039600     MOVE W-DB2-ESCROW-PMT-AMT TO W-CMP-DB2-AMOUNT.
039700     MOVE EPSMMST-ESCROW-PMT-AMT TO W-CMP-KSDS-AMOUNT.
039800     PERFORM 4100-COMPARE-AMOUNT THRU 4100-EXIT.
039900     MOVE 'PAYMENT AMOUNT' TO W-CMP-FIELD-NAME.
040000     MOVE W-DB2-PAYMENT-AMOUNT TO W-CMP-DB2-AMOUNT.
040100     MOVE EPSMMST-PAYMENT-AMOUNT TO W-CMP-KSDS-AMOUNT.
040200     PERFORM 4100-COMPARE-AMOUNT THRU 4100-EXIT.
040300     MOVE 'PRINCIPAL AMOUNT' TO W-CMP-FIELD-NAME.
040400     MOVE W-DB2-PRINCIPAL-AMOUNT TO W-CMP-DB2-AMOUNT.
040500     MOVE EPSMMST-PRINCIPAL-AMOUNT TO W-CMP-KSDS-AMOUNT.
040600     PERFORM 4100-COMPARE-AMOUNT THRU 4100-EXIT.
040700     MOVE 'LAST PMT DATE' TO W-CMP-FIELD-NAME.
040800     MOVE W-DB2-LAST-PMT-DATE TO W-CMP-DB2-DATE.
040900     MOVE EPSMMST-LAST-PMT-DATE TO W-CMP-KSDS-DATE.
041000     PERFORM 4200-COMPARE-DATE THRU 4200-EXIT.
041100     MOVE 'NEXT PMT DATE' TO W-CMP-FIELD-NAME.
041200     MOVE W-DB2-NEXT-PMT-DATE TO W-CMP-DB2-DATE.
041300     MOVE EPSMMST-NEXT-PMT-DATE TO W-CMP-KSDS-DATE.
041400     PERFORM 4200-COMPARE-DATE THRU 4200-EXIT.
041500     MOVE 'LATE FEE DUE' TO W-CMP-FIELD-NAME.
041600     MOVE W-DB2-LATE-FEE-DUE TO W-CMP-DB2-AMOUNT.
041700     MOVE EPSMMST-LATE-FEE-DUE TO W-CMP-KSDS-AMOUNT.
041800     PERFORM 4100-COMPARE-AMOUNT THRU 4100-EXIT.
041900     MOVE 'SUSPENSE AMOUNT' TO W-CMP-FIELD-NAME.
042000     MOVE W-DB2-SUSPENSE-AMT TO W-CMP-DB2-AMOUNT.
042100     MOVE EPSMMST-SUSPENSE-AMOUNT TO W-CMP-KSDS-AMOUNT.
042200     PERFORM 4100-COMPARE-AMOUNT THRU 4100-EXIT.
042210     MOVE 'HOLD CODE' TO W-CMP-FIELD-NAME.
042220     MOVE W-DB2-HOLD-CODE TO W-CMP-DB2-DATE.
042230     MOVE EPSMMST-HOLD-CODE TO W-CMP-KSDS-DATE.
042240     PERFORM 4200-COMPARE-DATE THRU 4200-EXIT.
042250     MOVE 'HOLD OVERRIDE' TO W-CMP-FIELD-NAME.
042260     MOVE W-DB2-HOLD-OVERRIDE TO W-CMP-DB2-DATE.
042270     MOVE EPSMMST-HOLD-OVERRIDE TO W-CMP-KSDS-DATE.
042280     PERFORM 4200-COMPARE-DATE THRU 4200-EXIT.
042300     IF ACCOUNT-DISAGREES
042400         ADD 1 TO W-ACCOUNTS-DIFFERENT
042500     END-IF.
042600 4000-EXIT.
042700     EXIT.
042800*
042900 4100-COMPARE-AMOUNT.
043000     IF W-CMP-DB2-AMOUNT = W-CMP-KSDS-AMOUNT
043100         GO TO 4100-EXIT
043200     END-IF.
043300     MOVE SPACES TO W-DETAIL-LINE.
043400     MOVE W-CMP-DB2-AMOUNT TO W-EDIT-AMOUNT.
043500     MOVE W-EDIT-AMOUNT TO W-DTL-DB2-VALUE.
043600     MOVE W-CMP-KSDS-AMOUNT TO W-EDIT-AMOUNT.
043700     MOVE W-EDIT-AMOUNT TO W-DTL-KSDS-VALUE.
043800     PERFORM 4900-PRINT-DIFFERENCE THRU 4900-EXIT.
043900 4100-EXIT.
044000     EXIT.
044100*
044150*CHARACTER COMPARE - THE HOLD CODE AND OVERRIDE USE IT TOO.
044200 4200-COMPARE-DATE.
044300     IF W-CMP-DB2-DATE = W-CMP-KSDS-DATE
044400         GO TO 4200-EXIT
044500     END-IF.
044600     MOVE SPACES TO W-DETAIL-LINE.
044700     MOVE W-CMP-DB2-DATE TO W-DTL-DB2-VALUE.
044800     MOVE W-CMP-KSDS-DATE TO W-DTL-KSDS-VALUE.
044900     PERFORM 4900-PRINT-DIFFERENCE THRU 4900-EXIT.
045000 4200-EXIT.
045100     EXIT.
045200*
045300 4900-PRINT-DIFFERENCE.
045400     SET ACCOUNT-DISAGREES TO TRUE.
045500     ADD 1 TO W-FIELD-DIFFERENCES.
045600     MOVE W-KSDS-KEY-N TO W-DTL-ACCOUNT-NUMBER.
045700     MOVE W-CMP-FIELD-NAME TO W-DTL-FIELD-NAME.
045800     MOVE W-DETAIL-LINE TO CMPRPT-LINE.
045900     WRITE CMPRPT-LINE.
046000 4900-EXIT.
046100     EXIT.
046200*
046300*****************************************************************
046400*5000-DB2-ONLY / 5100-KSDS-ONLY
046500*AN ACCOUNT ON ONE SIDE ONLY.  ON DB2 ONLY USUALLY MEANS
046600*EPSMSYNC DID NOT ADD IT; ON THE KSDS ONLY MEANS THE DB2 ROW
046700*WAS REMOVED OR NEVER BOOKED.
046800*****************************************************************
046900 5000-DB2-ONLY.
047000     ADD 1 TO W-DB2-ONLY.
047100     MOVE SPACES TO W-ONE-SIDE-LINE.
047200     MOVE W-DB2-KEY-N TO W-ONE-ACCOUNT-NUMBER.
047300     MOVE '*** ON DB2 MORTMAST ONLY - NOT ON VSAM'
047400         TO W-ONE-MESSAGE.
047500     MOVE W-ONE-SIDE-LINE TO CMPRPT-LINE.
047600     WRITE CMPRPT-LINE.
047700 5000-EXIT.
047800     EXIT.
047900*
048000 5100-KSDS-ONLY.
048100     ADD 1 TO W-KSDS-ONLY.
048200     MOVE SPACES TO W-ONE-SIDE-LINE.
048300     MOVE W-KSDS-KEY-N TO W-ONE-ACCOUNT-NUMBER.
048400     MOVE '*** ON VSAM MASTER ONLY - NOT ON DB2'
048500         TO W-ONE-MESSAGE.
048600     MOVE W-ONE-SIDE-LINE TO CMPRPT-LINE.
048700     WRITE CMPRPT-LINE.
048800 5100-EXIT.
048900     EXIT.
049000*
049100*****************************************************************
049200*9000-TERMINATE
049300*****************************************************************
049400 9000-TERMINATE.
049500     COMPUTE W-EXCEPTIONS = W-ACCOUNTS-DIFFERENT + W-DB2-ONLY
049600         + W-KSDS-ONLY.
049700*A COMPARE THAT COULD NOT FINISH IS NEVER REPORTED AS CLEAN.
049800     IF COMPARE-ABORTED AND W-EXCEPTIONS = ZERO
049900         MOVE 1 TO W-EXCEPTIONS
050000     END-IF.
050100     MOVE W-BLANK-LINE TO CMPRPT-LINE.
050200     WRITE CMPRPT-LINE.
050300     MOVE SPACES TO W-SUMMARY-LINE.
050400     MOVE 'DB2 ROWS READ          :' TO W-SUM-LABEL.
050500     MOVE W-ROWS-FETCHED TO W-SUM-COUNT.
050600     MOVE W-SUMMARY-LINE TO CMPRPT-LINE.
050700     WRITE CMPRPT-LINE.
050800     MOVE SPACES TO W-SUMMARY-LINE.
050900     MOVE 'VSAM RECORDS READ      :' TO W-SUM-LABEL.
051000     MOVE W-RECORDS-READ TO W-SUM-COUNT.
051100     MOVE W-SUMMARY-LINE TO CMPRPT-LINE.
051200     WRITE CMPRPT-LINE.
051300     MOVE SPACES TO W-SUMMARY-LINE.
051400     MOVE 'ACCOUNTS COMPARED      :' TO W-SUM-LABEL.
051500     MOVE W-ACCOUNTS-MATCHED TO W-SUM-COUNT.
051600     MOVE W-SUMMARY-LINE TO CMPRPT-LINE.
051700     WRITE CMPRPT-LINE.
051800     MOVE SPACES TO W-SUMMARY-LINE.
051900     MOVE 'ACCOUNTS DISAGREEING   :' TO W-SUM-LABEL.
052000     MOVE W-ACCOUNTS-DIFFERENT TO W-SUM-COUNT.
052100     MOVE W-SUMMARY-LINE TO CMPRPT-LINE.
052200     WRITE CMPRPT-LINE.
052300     MOVE SPACES TO W-SUMMARY-LINE.
052400     MOVE 'FIELDS DISAGREEING     :' TO W-SUM-LABEL.
052500     MOVE W-FIELD-DIFFERENCES TO W-SUM-COUNT.
052600     MOVE W-SUMMARY-LINE TO CMPRPT-LINE.
052700     WRITE CMPRPT-LINE.
052800     MOVE SPACES TO W-SUMMARY-LINE.
052900     MOVE 'ON DB2 ONLY            :' TO W-SUM-LABEL.
053000     MOVE W-DB2-ONLY TO W-SUM-COUNT.
053100     MOVE W-SUMMARY-LINE TO CMPRPT-LINE.
053200     WRITE CMPRPT-LINE.
053300     MOVE SPACES TO W-SUMMARY-LINE.
053400     MOVE 'ON VSAM ONLY           :' TO W-SUM-LABEL.
053500     MOVE W-KSDS-ONLY TO W-SUM-COUNT.
053600     MOVE W-SUMMARY-LINE TO CMPRPT-LINE.
053700     WRITE CMPRPT-LINE.
053800     MOVE W-BLANK-LINE TO CMPRPT-LINE.
053900     WRITE CMPRPT-LINE.
054000     IF COMPARE-ABORTED
054100         MOVE '*** COMPARE DID NOT COMPLETE - SEE JOB LOG ***'
054200             TO CMPRPT-LINE
054300     ELSE
054400         IF W-EXCEPTIONS = ZERO
054500             MOVE 'DB2 AND VSAM MASTERS AGREE' TO CMPRPT-LINE
054600         ELSE
054700             MOVE '*** DB2 AND VSAM MASTERS OUT OF AGREEMENT ***'
054800                 TO CMPRPT-LINE
054900         END-IF
055000     END-IF.
055100     WRITE CMPRPT-LINE.
055200     EXEC SQL
055300         CLOSE CMPCSR
055400     END-EXEC.
055500     CLOSE MORTMAST CMPRPT.
055600     DISPLAY 'EPSMCOMP - DB2 ROWS READ    : ' W-ROWS-FETCHED.
055700     DISPLAY 'EPSMCOMP - VSAM RECORDS READ: ' W-RECORDS-READ.
055800     DISPLAY 'EPSMCOMP - ACCOUNTS COMPARED: ' W-ACCOUNTS-MATCHED.
055900     DISPLAY 'EPSMCOMP - EXCEPTIONS       : ' W-EXCEPTIONS.
056000 9000-EXIT.
056100     EXIT.
056200*
056300*****************************************************************
056400*9100-WRITE-CONTROL
056500*WRITE THIS RUN'S STANDARD CONTROL RECORD TO THE SHARED EODCTL
056600*FILE FOR THE MORNING BALANCING STEP (EPSEODBL).
056700*****************************************************************
056800 9100-WRITE-CONTROL.
056900     OPEN EXTEND CTLOUT.
057000     IF NOT CTLOUT-OK
057100         DISPLAY 'EPSMCOMP - CTLOUT OPEN FAILED, STATUS '
057200             W-CTLOUT-STATUS
057300         GO TO 9100-EXIT
057400     END-IF.
057500     MOVE SPACES TO EPSCTLR-RECORD.
057600     MOVE 'EPSMCOMP' TO EPSCTLR-PROGRAM.
057700     MOVE W-RUN-DATE-CCYYMMDD TO EPSCTLR-RUN-DATE.
057800     MOVE W-ACCOUNTS-MATCHED TO EPSCTLR-COUNT-1.
057900     MOVE W-EXCEPTIONS TO EPSCTLR-COUNT-2.
058000     MOVE W-TOT-DB2-BALANCE TO EPSCTLR-AMOUNT-1.
058100     MOVE W-TOT-KSDS-BALANCE TO EPSCTLR-AMOUNT-2.
058200     WRITE EPSCTLR-RECORD.
058300     IF NOT CTLOUT-OK
058400         DISPLAY 'EPSMCOMP - CTLOUT WRITE FAILED, STATUS '
058500             W-CTLOUT-STATUS
058600     END-IF.
058700     CLOSE CTLOUT.
058800 9100-EXIT.
058900     EXIT.
