000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EPSMEND.
000300*THIS PROGRAM IS THE MONTH-END PORTFOLIO TRIAL BALANCE AND
000400*ROLL-FORWARD PROOF FINANCE SIGNS THE MONTH OFF FROM.  THE JOB
000500*FIRST COPIES THE MORTGAGE MASTER, AS IT STANDS AT THE CLOSE OF
000600*THE LAST BUSINESS DAY OF THE MONTH, TO A NEW MONTH-END SNAPSHOT
000700*GENERATION.  THIS PROGRAM MATCHES THAT SNAPSHOT AGAINST THE
000800*PRIOR MONTH'S BY ACCOUNT NUMBER, LISTS EVERY LOAN WITH ITS
000900*PRINCIPAL, ESCROW, ACCRUED INTEREST, LATE FEE DUE AND SUSPENSE,
001000*AND PRINTS THE PORTFOLIO TOTALS.  IT THEN PROVES THE BOOK FROM
001100*ONE MONTH-END TO THE NEXT:
001200*    PRIOR PRINCIPAL + LOANS BOARDED (EPSLBRD) - PRINCIPAL
001300*    COLLECTED (MORTPMTA) + PRINCIPAL RESTORED BY REVERSALS
001400*    (EPSCREV) = CURRENT PRINCIPAL
001500*    PRIOR ESCROW + CONTRIBUTIONS - TELLER ADJUSTMENTS DOWN
001600*    - DRAWS (EPSESCDB) + RETURNED DRAWS (EPSDSBRC) - PAYOFF
001700*    REFUNDS (EPSPIFCO) = CURRENT ESCROW
001800*THE BOARDING, ESCROW, RETURN AND REFUND MOVEMENTS COME FROM THE
001900*MONTH'S GL-ACTIVITY GENERATIONS; THE PAYMENTS AND REVERSALS FROM
002000*THE ROWS EPSPMTX ARCHIVED TO MORTPMTA DURING THE MONTH.  A LOAN
002100*STILL AWAITING LOAN SETUP (NEVER BOARDED) IS LISTED BUT KEPT OUT
002200*OF THE PROOF UNTIL THE NIGHT EPSLBRD BOARDS IT.  EITHER PROOF
002300*OUT BY ANY AMOUNT ENDS THE RUN RC 8 - THE MONTH IS NOT SIGNED
002400*OFF UNTIL THE DIFFERENCE IS EXPLAINED.
002500*
002600 AUTHOR.     DEV TEAM.
002700 INSTALLATION. EPSDEMOS.
002800 DATE-WRITTEN. 10/15/2026.
002900 DATE-COMPILED.
003000*
003100*MODIFICATION HISTORY.
003200*2026-10-15  DEV  ORIGINAL MONTH-END TRIAL BALANCE AND
003300*                 PRINCIPAL/ESCROW ROLL-FORWARD.
003400*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER. IBM-FLEX-ES.
003800 OBJECT-COMPUTER. IBM-FLEX-ES.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT BUSDATE ASSIGN TO BUSDATE
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS W-BUSDATE-STATUS.
004400     SELECT SNAPCUR ASSIGN TO SNAPCUR
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS W-SNAPCUR-STATUS.
004700     SELECT SNAPPRI ASSIGN TO SNAPPRI
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS W-SNAPPRI-STATUS.
005000     SELECT GLACT ASSIGN TO GLACT
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS W-GLACT-STATUS.
005300     SELECT MENDRPT ASSIGN TO MENDRPT
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS W-MENDRPT-STATUS.
005600*
005700 DATA DIVISION.
005800 FILE SECTION.
005900*THIS MONTH-END'S SNAPSHOT - A STRAIGHT COPY OF THE MASTER.
006000 FD  SNAPCUR
006100     LABEL RECORDS ARE STANDARD
006200     RECORDING MODE IS F.
006300 COPY EPSMMST.
006400*
006500*LAST MONTH-END'S SNAPSHOT - ONLY THE FIELDS THE PROOF NEEDS ARE
006600*NAMED; THE POSITIONS ARE THE EPSMMST LAYOUT'S.
006700 FD  SNAPPRI
006800     LABEL RECORDS ARE STANDARD
006900     RECORDING MODE IS F.
007000 01  SNAPPRI-RECORD.
007100     05  SNAP-ACCOUNT-NUMBER         PIC 9(10).
007200     05  FILLER                      PIC X(30).
007300     05  SNAP-CURRENT-BALANCE        PIC 9(10)V99.
007400     05  SNAP-ESCROW-BALANCE         PIC 9(10)V99.
007500     05  FILLER                      PIC X(12).
007600     05  SNAP-PAYMENT-AMOUNT         PIC 9(10)V99.
007700     05  FILLER                      PIC X(83).
007800     05  SNAP-LOAN-STATUS            PIC X(01).
007900         88  SNAP-PAID-IN-FULL         VALUE 'P'.
008000     05  FILLER                      PIC X(48).
008100*
008200 FD  GLACT
008300     LABEL RECORDS ARE STANDARD
008400     RECORDING MODE IS F.
008500 COPY EPSGLACT.
008600*
008700 FD  MENDRPT
008800     LABEL RECORDS ARE STANDARD
008900     RECORDING MODE IS F.
009000 01  MENDRPT-LINE                    PIC X(80).
009100*
009200 FD  BUSDATE
009300     LABEL RECORDS ARE STANDARD
009400     RECORDING MODE IS F.
009500 COPY EPSBDATE.
009600*
009700 WORKING-STORAGE SECTION.
009800*BUSINESS DATE FOR THE RUN - READ FROM THE BUSDATE CONTROL
009900*DATASET, NEVER FROM THE SYSTEM CLOCK.  IT MUST BE THE LAST DAY
010000*OF ITS MONTH; THE MONTH RUNS FROM THE FIRST THROUGH IT.
010100 01  W-RUN-DATE-CCYYMMDD             PIC X(08).
010200 01  W-RUN-DATE-PARTS REDEFINES W-RUN-DATE-CCYYMMDD.
010300     05  W-RUN-CCYY                   PIC 9(04).
010400     05  W-RUN-MM                     PIC 9(02).
010500     05  W-RUN-DD                     PIC 9(02).
010600 01  W-MONTH-START                   PIC X(08).
010700 01  W-MONTH-START-PARTS REDEFINES W-MONTH-START.
010800     05  W-START-CCYYMM               PIC X(06).
010900     05  W-START-DD                   PIC X(02).
011000 77  W-DAYS-IN-MONTH                 PIC 9(02).
011100 77  W-LEAP-QUOTIENT                 PIC 9(04).
011200 77  W-LEAP-REMAINDER                PIC 9(04).
011300*
011400 01  W-BUSDATE-STATUS                PIC X(02).
011500     88  BUSDATE-OK                    VALUE '00'.
011600 01  W-SNAPCUR-STATUS                PIC X(02).
011700     88  SNAPCUR-OK                    VALUE '00'.
011800 01  W-SNAPPRI-STATUS                PIC X(02).
011900     88  SNAPPRI-OK                    VALUE '00'.
012000 01  W-GLACT-STATUS                  PIC X(02).
012100     88  GLACT-OK                      VALUE '00'.
012200 01  W-MENDRPT-STATUS                PIC X(02).
012300     88  MENDRPT-OK                    VALUE '00'.
012400*
012500 01  W-SWITCHES.
012600     05  W-CUR-EOF-SWITCH             PIC X(01) VALUE 'N'.
012700         88  END-OF-CURRENT             VALUE 'Y'.
012800     05  W-PRI-EOF-SWITCH             PIC X(01) VALUE 'N'.
012900         88  END-OF-PRIOR               VALUE 'Y'.
013000     05  W-ACT-EOF-SWITCH             PIC X(01) VALUE 'N'.
013100         88  END-OF-GLACT               VALUE 'Y'.
013200     05  W-NEW-LOAN-SWITCH            PIC X(01) VALUE 'N'.
013300         88  NEW-SINCE-LAST-MONTH       VALUE 'Y'.
013400     05  W-ABORT-SWITCH               PIC X(01) VALUE 'N'.
013500         88  PROOF-ABORTED              VALUE 'Y'.
013600*
013700 01  W-COUNTERS                      COMP.
013800     05  W-CURRENT-READ               PIC 9(09) VALUE ZERO.
013900     05  W-PRIOR-READ                 PIC 9(09) VALUE ZERO.
014000     05  W-NEW-LOANS                  PIC 9(09) VALUE ZERO.
014100     05  W-SETUP-LOANS                PIC 9(09) VALUE ZERO.
014200     05  W-PAID-LOANS                 PIC 9(09) VALUE ZERO.
014300     05  W-GONE-LOANS                 PIC 9(09) VALUE ZERO.
014400     05  W-ACTIVITY-READ              PIC 9(09) VALUE ZERO.
014500     05  W-ACTIVITY-USED              PIC 9(09) VALUE ZERO.
014600*
014700*PORTFOLIO TOTALS - EVERY LOAN ON THE MASTER.
014800 01  W-PORTFOLIO-TOTALS.
014900     05  W-TOT-PRINCIPAL              PIC S9(13)V99 COMP-3
015000                                      VALUE ZERO.
015100     05  W-TOT-ESCROW                 PIC S9(13)V99 COMP-3
015200                                      VALUE ZERO.
015300     05  W-TOT-ACCRUED                PIC S9(13)V99 COMP-3
015400                                      VALUE ZERO.
015500     05  W-TOT-LATE-FEE               PIC S9(13)V99 COMP-3
015600                                      VALUE ZERO.
015700     05  W-TOT-SUSPENSE               PIC S9(13)V99 COMP-3
015800                                      VALUE ZERO.
015900*
016000*THE PROOF - OPENING AND CLOSING BOOK (BOARDED LOANS ONLY), THE
016100*MONTH'S MOVEMENTS, AND WHAT THE CLOSING BOOK SHOULD HAVE BEEN.
016200 01  W-PROOF-TOTALS.
016300     05  W-PRIOR-PRINCIPAL            PIC S9(13)V99 COMP-3
016400                                      VALUE ZERO.
016500     05  W-PRIOR-ESCROW               PIC S9(13)V99 COMP-3
016600                                      VALUE ZERO.
016700     05  W-CURR-PRINCIPAL             PIC S9(13)V99 COMP-3
016800                                      VALUE ZERO.
016900     05  W-CURR-ESCROW                PIC S9(13)V99 COMP-3
017000                                      VALUE ZERO.
017100     05  W-SETUP-PRINCIPAL            PIC S9(13)V99 COMP-3
017200                                      VALUE ZERO.
017300     05  W-SETUP-ESCROW               PIC S9(13)V99 COMP-3
017400                                      VALUE ZERO.
017500     05  W-ACT-BOARDED                PIC S9(13)V99 COMP-3
017600                                      VALUE ZERO.
017700     05  W-ACT-COLLECTED              PIC S9(13)V99 COMP-3
017800                                      VALUE ZERO.
017900     05  W-ACT-RESTORED               PIC S9(13)V99 COMP-3
018000                                      VALUE ZERO.
018100     05  W-ACT-CONTRIBUTED            PIC S9(13)V99 COMP-3
018200                                      VALUE ZERO.
018300     05  W-ACT-ADJUSTED-DOWN          PIC S9(13)V99 COMP-3
018400                                      VALUE ZERO.
018500     05  W-ACT-DRAWN                  PIC S9(13)V99 COMP-3
018600                                      VALUE ZERO.
018700     05  W-ACT-RETURNED               PIC S9(13)V99 COMP-3
018800                                      VALUE ZERO.
018900     05  W-ACT-REFUNDED               PIC S9(13)V99 COMP-3
019000                                      VALUE ZERO.
019100     05  W-EXPECTED-PRINCIPAL         PIC S9(13)V99 COMP-3
019200                                      VALUE ZERO.
019300     05  W-EXPECTED-ESCROW            PIC S9(13)V99 COMP-3
019400                                      VALUE ZERO.
019500     05  W-PRINCIPAL-DIFFERENCE       PIC S9(13)V99 COMP-3
019600                                      VALUE ZERO.
019700     05  W-ESCROW-DIFFERENCE          PIC S9(13)V99 COMP-3
019800                                      VALUE ZERO.
019900*
020000*MATCH KEYS - CHARACTER SO AN EXHAUSTED SIDE CAN BE SET TO
020100*HIGH-VALUES AND SORT AFTER EVERY REAL ACCOUNT NUMBER.
020200 01  W-CUR-KEY                       PIC X(10).
020300 01  W-CUR-KEY-N REDEFINES W-CUR-KEY PIC 9(10).
020400 01  W-PRI-KEY                       PIC X(10).
020500 01  W-PRI-KEY-N REDEFINES W-PRI-KEY PIC 9(10).
020600*
020700 01  SQL-ERROR-MSG.
020800     03  FILLER              PIC X(11)      VALUE 'SQL ERROR: '.
020900     03  SQL-ERROR-CODE      PIC S9(5) DISPLAY
021000                                 SIGN LEADING SEPARATE.
021100*
021200     EXEC SQL
021300         INCLUDE SQLCA
021400     END-EXEC.
021500*
021600*    THE PAYMENT ARCHIVE - EVERY MORTPMT ROW EPSPMTX HAS MOVED
021700*    ACROSS, STAMPED WITH THE BUSINESS DATE IT WAS ARCHIVED ON.
021800*    A REVERSAL (EPSCREV) IS THE NEGATIVE ROW; PRINCIPAL IS THE
021900*    AMOUNT LESS THE INTEREST AND LATE FEE THE POSTING APPLIED.
022000*
022100     EXEC SQL DECLARE MORTPMTA TABLE
022200     ( ARC_ACCOUNT_NUMBER             DECIMAL(10,0) NOT NULL,
022300       ARC_TRAN_DATE                  CHAR(8)       NOT NULL,
022400       ARC_AMOUNT                     DECIMAL(12,2) NOT NULL,
022500       ARC_INTEREST                   DECIMAL(12,2) NOT NULL,
022600       ARC_FEE_APPLIED                DECIMAL(10,2) NOT NULL,
022700       ARC_TRAN_ID                    CHAR(4)       NOT NULL,
022800       ARC_TERM_ID                    CHAR(4)       NOT NULL,
022900       ARC_ARCHIVE_DATE               CHAR(8)       NOT NULL
023000     ) END-EXEC.
023100*
023200 01  W-DB2-ROLLUP.
023300     05  W-DB2-MONTH-START               PIC X(08).
023400     05  W-DB2-MONTH-END                 PIC X(08).
023500     05  W-DB2-PMT-COUNT                 PIC S9(09) COMP.
023600     05  W-DB2-PMT-PRINCIPAL             PIC S9(13)V99 COMP-3.
023700     05  W-DB2-REV-COUNT                 PIC S9(09) COMP.
023800     05  W-DB2-REV-PRINCIPAL             PIC S9(13)V99 COMP-3.
023900*
024000 01  W-HEADING-LINE.
024100     05  FILLER                       PIC X(40) VALUE
024200         'EPSMEND - MONTH-END TRIAL BALANCE FOR   '.
024300     05  W-HDG-DATE                   PIC X(08).
024400     05  FILLER                       PIC X(32) VALUE SPACES.
024500*
024600 01  W-COLUMN-LINE.
024700     05  FILLER                       PIC X(40) VALUE
024800         'ACCOUNT        PRINCIPAL        ESCROW  '.
024900     05  FILLER                       PIC X(40) VALUE
025000         '   ACCRUED    LATE FEE    SUSPENSE NOTE '.
025100*
025200 01  W-DETAIL-LINE.
025300     05  W-DTL-ACCOUNT                PIC 9(10).
025400     05  FILLER                       PIC X(01) VALUE SPACES.
025500     05  W-DTL-PRINCIPAL              PIC ZZZZZZZZZ9.99.
025600     05  FILLER                       PIC X(01) VALUE SPACES.
025700     05  W-DTL-ESCROW                 PIC ZZZZZZZZZ9.99.
025800     05  FILLER                       PIC X(01) VALUE SPACES.
025900     05  W-DTL-ACCRUED                PIC ZZZZZZZ9.99.
026000     05  FILLER                       PIC X(01) VALUE SPACES.
026100     05  W-DTL-LATE-FEE               PIC ZZZZZZZ9.99.
026200     05  FILLER                       PIC X(01) VALUE SPACES.
026300     05  W-DTL-SUSPENSE               PIC ZZZZZZZ9.99.
026400     05  FILLER                       PIC X(01) VALUE SPACES.
026500     05  W-DTL-NOTE                   PIC X(05).
026600*
026700 01  W-GONE-LINE.
026800     05  W-GONE-ACCOUNT               PIC 9(10).
026900     05  FILLER                       PIC X(02) VALUE SPACES.
027000     05  W-GONE-MESSAGE               PIC X(48).
027100     05  FILLER                       PIC X(20) VALUE SPACES.
027200*
027300 01  W-AMOUNT-LINE.
027400     05  W-AMT-LABEL                  PIC X(44).
027500     05  W-AMT-VALUE                  PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
027600     05  FILLER                       PIC X(15) VALUE SPACES.
027700*
027800 01  W-SUMMARY-LINE.
027900     05  W-SUM-LABEL                  PIC X(25).
028000     05  W-SUM-COUNT                  PIC ZZZ,ZZ9.
028100     05  FILLER                       PIC X(48) VALUE SPACES.
028200*
028300 01  W-BLANK-LINE                    PIC X(80) VALUE SPACES.
028400*
028500 PROCEDURE DIVISION.
028600*****************************************************************
028700*0000-MAINLINE
028800*LIST THE BOOK FROM THE MATCHED SNAPSHOTS, GATHER THE MONTH'S
028900*MOVEMENTS, THEN PRINT THE TOTALS AND THE ROLL-FORWARD PROOF.
029000*****************************************************************
029100 0000-MAINLINE.
029200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029300     PERFORM 2000-MATCH-ACCOUNTS THRU 2000-EXIT
029400         UNTIL END-OF-CURRENT AND END-OF-PRIOR.
029500     PERFORM 6000-TOTAL-GL-ACTIVITY THRU 6000-EXIT
029600         UNTIL END-OF-GLACT.
029700     PERFORM 7000-TOTAL-PAYMENTS THRU 7000-EXIT.
029800     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
029900     PERFORM 8200-PRINT-ROLL-FORWARD THRU 8200-EXIT.
030000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
030100     STOP RUN.
030200*
030300*****************************************************************
030400*1000-INITIALIZE
030500*CHECK THE RUN IS ON A MONTH END, OPEN THE FILES AND PRIME BOTH
030600*SNAPSHOTS WITH THEIR FIRST ACCOUNT.
030700*****************************************************************
030800 1000-INITIALIZE.
030900     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
031000     PERFORM 1100-CHECK-MONTH-END THRU 1100-EXIT.
031100     OPEN INPUT SNAPCUR SNAPPRI GLACT OUTPUT MENDRPT.
031200     IF NOT SNAPCUR-OK OR NOT SNAPPRI-OK OR NOT GLACT-OK
031300         OR NOT MENDRPT-OK
031400         DISPLAY 'EPSMEND - OPEN FAILED, SNAPCUR '
031500             W-SNAPCUR-STATUS ' SNAPPRI ' W-SNAPPRI-STATUS
031600             ' GLACT ' W-GLACT-STATUS ' MENDRPT ' W-MENDRPT-STATUS
031700         MOVE 16 TO RETURN-CODE
031800         STOP RUN
031900     END-IF.
032000     MOVE W-RUN-DATE-CCYYMMDD TO W-HDG-DATE.
032100     MOVE W-HEADING-LINE TO MENDRPT-LINE.
032200     WRITE MENDRPT-LINE.
032300     MOVE W-COLUMN-LINE TO MENDRPT-LINE.
032400     WRITE MENDRPT-LINE.
032500     PERFORM 3000-READ-CURRENT THRU 3000-EXIT.
032600     PERFORM 3100-READ-PRIOR THRU 3100-EXIT.
032700 1000-EXIT.
032800     EXIT.
032900*
033000*****************************************************************
033100*1050-GET-BUSINESS-DATE
033200*THE WHOLE NIGHTLY STREAM PROCESSES UNDER THE ONE BUSINESS
033300*DATE ON THE BUSDATE CONTROL DATASET, ADVANCED BY EPSBDROL
033400*ONLY AT A CLEAN END OF DAY - A STREAM THAT SLIPS PAST
033500*MIDNIGHT, OR A RERUN THE NEXT MORNING, STILL PROCESSES
033600*UNDER THE RIGHT DATE.  NO USABLE DATE MEANS NO RUN - THE
033700*JOB ENDS WITH RC 16 AND THE SCHEDULER HOLDS THE STREAM.
033800*****************************************************************
033900 1050-GET-BUSINESS-DATE.
034000     OPEN INPUT BUSDATE.
034100     IF NOT BUSDATE-OK
034200         DISPLAY 'EPSMEND - BUSDATE OPEN FAILED, STATUS '
034300             W-BUSDATE-STATUS
034400         MOVE 16 TO RETURN-CODE
034500         STOP RUN
034600     END-IF.
034700     READ BUSDATE
034800         AT END
034900             DISPLAY 'EPSMEND - BUSDATE DATASET IS EMPTY'
035000             MOVE 16 TO RETURN-CODE
035100             STOP RUN
035200     END-READ.
035300     IF EPSBDAT-BUSINESS-DATE IS NOT NUMERIC
035400         DISPLAY 'EPSMEND - BUSDATE DATE IS NOT NUMERIC: '
035500             EPSBDAT-BUSINESS-DATE
035600         MOVE 16 TO RETURN-CODE
035700         STOP RUN
035800     END-IF.
035900     MOVE EPSBDAT-BUSINESS-DATE TO W-RUN-DATE-CCYYMMDD.
036000     CLOSE BUSDATE.
036100 1050-EXIT.
036200     EXIT.
036300*
036400*****************************************************************
036500*1100-CHECK-MONTH-END
036600*THE SNAPSHOT THIS RUN TAKES BECOMES NEXT MONTH'S OPENING BOOK,
036700*SO IT MAY ONLY BE TAKEN ON THE LAST DAY OF A MONTH - ANY OTHER
036800*BUSINESS DATE MEANS THE JOB WAS RELEASED ON THE WRONG NIGHT.
036900*THE MONTH'S ACTIVITY RUNS FROM THE FIRST THROUGH TODAY.
037000*****************************************************************
037100 1100-CHECK-MONTH-END.
037200     PERFORM 1150-SET-DAYS-IN-MONTH THRU 1150-EXIT.
037300     IF W-RUN-DD NOT = W-DAYS-IN-MONTH
037400         DISPLAY 'EPSMEND - BUSINESS DATE ' W-RUN-DATE-CCYYMMDD
037500             ' IS NOT A MONTH END'
037600         MOVE 16 TO RETURN-CODE
037700         STOP RUN
037800     END-IF.
037900     MOVE W-RUN-DATE-CCYYMMDD (1:6) TO W-START-CCYYMM.
038000     MOVE '01' TO W-START-DD.
038100 1100-EXIT.
038200     EXIT.
038300*
038400*****************************************************************
038500*1150-SET-DAYS-IN-MONTH / 1160-FEBRUARY-DAYS
038600*DAYS IN THE RUN MONTH - FEBRUARY FROM THE LEAP-YEAR RULE
038700*(DIVISIBLE BY FOUR, EXCEPT CENTURIES NOT DIVISIBLE BY FOUR
038800*HUNDRED), THE SAME ARITHMETIC EPSBDROL USES.
038900*****************************************************************
039000 1150-SET-DAYS-IN-MONTH.
039100     EVALUATE W-RUN-MM
039200         WHEN 01
039300         WHEN 03
039400         WHEN 05
039500         WHEN 07
039600         WHEN 08
039700         WHEN 10
039800         WHEN 12
039900             MOVE 31 TO W-DAYS-IN-MONTH
040000         WHEN 02
040100             PERFORM 1160-FEBRUARY-DAYS THRU 1160-EXIT
040200         WHEN OTHER
040300             MOVE 30 TO W-DAYS-IN-MONTH
040400     END-EVALUATE.
040500 1150-EXIT.
040600     EXIT.
040700*
040800 1160-FEBRUARY-DAYS.
040900     MOVE 28 TO W-DAYS-IN-MONTH.
041000     DIVIDE W-RUN-CCYY BY 4 GIVING W-LEAP-QUOTIENT
041100         REMAINDER W-LEAP-REMAINDER.
041200     IF W-LEAP-REMAINDER NOT = ZERO
041300         GO TO 1160-EXIT
041400     END-IF.
041500     DIVIDE W-RUN-CCYY BY 100 GIVING W-LEAP-QUOTIENT
041600         REMAINDER W-LEAP-REMAINDER.
041700     IF W-LEAP-REMAINDER NOT = ZERO
041800         MOVE 29 TO W-DAYS-IN-MONTH
041900         GO TO 1160-EXIT
042000     END-IF.
042100     DIVIDE W-RUN-CCYY BY 400 GIVING W-LEAP-QUOTIENT
042200         REMAINDER W-LEAP-REMAINDER.
042300     IF W-LEAP-REMAINDER = ZERO
042400         MOVE 29 TO W-DAYS-IN-MONTH
042500     END-IF.
042600 1160-EXIT.
042700     EXIT.
042800*
042900*****************************************************************
043000*2000-MATCH-ACCOUNTS
043100*AN ACCOUNT ON THIS MONTH'S SNAPSHOT ONLY IS NEW SINCE LAST
043200*MONTH END; ONE ON LAST MONTH'S ONLY HAS LEFT THE MASTER.
043300*EQUAL KEYS CARRY THE PRIOR BALANCES INTO THE OPENING BOOK AND
043400*LIST THE LOAN.  THE SIDE(S) USED ARE THEN ADVANCED.
043500*****************************************************************
043600 2000-MATCH-ACCOUNTS.
043700     IF W-PRI-KEY < W-CUR-KEY
043800         PERFORM 5000-PRIOR-ONLY THRU 5000-EXIT
043900         PERFORM 3100-READ-PRIOR THRU 3100-EXIT
044000         GO TO 2000-EXIT
044100     END-IF.
044200     IF W-CUR-KEY < W-PRI-KEY
044300         MOVE 'Y' TO W-NEW-LOAN-SWITCH
044400         PERFORM 4000-LIST-LOAN THRU 4000-EXIT
044500         PERFORM 3000-READ-CURRENT THRU 3000-EXIT
044600         GO TO 2000-EXIT
044700     END-IF.
044800     PERFORM 4500-ADD-PRIOR-BOOK THRU 4500-EXIT.
044900     MOVE 'N' TO W-NEW-LOAN-SWITCH.
045000     PERFORM 4000-LIST-LOAN THRU 4000-EXIT.
045100     PERFORM 3000-READ-CURRENT THRU 3000-EXIT.
045200     PERFORM 3100-READ-PRIOR THRU 3100-EXIT.
045300 2000-EXIT.
045400     EXIT.
045500*
045600*****************************************************************
045700*3000-READ-CURRENT / 3100-READ-PRIOR
045800*A READ FAILURE ENDS THE MATCH - THE RUN IS THEN REPORTED AS A
045900*PROOF THAT DID NOT COMPLETE, NEVER AS A CLEAN ONE.
046000*****************************************************************
046100 3000-READ-CURRENT.
046200     READ SNAPCUR
046300         AT END
046400             MOVE 'Y' TO W-CUR-EOF-SWITCH
046500             MOVE HIGH-VALUES TO W-CUR-KEY
046600             GO TO 3000-EXIT
046700     END-READ.
046800     IF NOT SNAPCUR-OK
046900         DISPLAY 'EPSMEND - SNAPCUR READ FAILED, STATUS '
047000             W-SNAPCUR-STATUS
047100         MOVE 'Y' TO W-ABORT-SWITCH
047200         MOVE 'Y' TO W-CUR-EOF-SWITCH
047300         MOVE 'Y' TO W-PRI-EOF-SWITCH
047400         GO TO 3000-EXIT
047500     END-IF.
047600     ADD 1 TO W-CURRENT-READ.
047700     MOVE EPSMMST-ACCOUNT-NUMBER TO W-CUR-KEY-N.
047800*A RECORD CUT BEFORE SUSPENSE WAS ADDED CARRIES SPACES THERE -
047900*ZERO, AS THE POSTING PROGRAMS READ IT.
048000     IF EPSMMST-SUSPENSE-AMOUNT IS NOT NUMERIC
048100         MOVE ZERO TO EPSMMST-SUSPENSE-AMOUNT
048200     END-IF.
048300 3000-EXIT.
048400     EXIT.
048500*
048600 3100-READ-PRIOR.
048700     READ SNAPPRI
048800         AT END
048900             MOVE 'Y' TO W-PRI-EOF-SWITCH
049000             MOVE HIGH-VALUES TO W-PRI-KEY
049100             GO TO 3100-EXIT
049200     END-READ.
049300     IF NOT SNAPPRI-OK
049400         DISPLAY 'EPSMEND - SNAPPRI READ FAILED, STATUS '
049500             W-SNAPPRI-STATUS
049600         MOVE 'Y' TO W-ABORT-SWITCH
049700         MOVE 'Y' TO W-CUR-EOF-SWITCH
049800         MOVE 'Y' TO W-PRI-EOF-SWITCH
049900         GO TO 3100-EXIT
050000     END-IF.
050100     ADD 1 TO W-PRIOR-READ.
050200     MOVE SNAP-ACCOUNT-NUMBER TO W-PRI-KEY-N.
050300 3100-EXIT.
050400     EXIT.
050500*
050600*****************************************************************
050700*4000-LIST-LOAN
050800*ONE TRIAL-BALANCE LINE PER LOAN ON THE MASTER, ADDED TO THE
050900*PORTFOLIO TOTALS.  A LOAN IS ON THE BOOK THE PROOF COVERS ONCE
051000*EPSLBRD HAS BOARDED IT (A SCHEDULED PAYMENT IS SET) OR IT HAS
051100*BEEN CLOSED OUT PAID IN FULL; UNTIL THEN IT IS STILL IN LOAN
051200*SETUP AND IS TOTALLED SEPARATELY.
051300*****************************************************************
051400 4000-LIST-LOAN.
051500     MOVE SPACES TO W-DETAIL-LINE.
051600     MOVE EPSMMST-ACCOUNT-NUMBER TO W-DTL-ACCOUNT.
051700     MOVE EPSMMST-CURRENT-BALANCE TO W-DTL-PRINCIPAL.
051800     MOVE EPSMMST-ESCROW-BALANCE TO W-DTL-ESCROW.
051900     MOVE EPSMMST-ACCRUED-INTEREST TO W-DTL-ACCRUED.
052000     MOVE EPSMMST-LATE-FEE-DUE TO W-DTL-LATE-FEE.
052100     MOVE EPSMMST-SUSPENSE-AMOUNT TO W-DTL-SUSPENSE.
052200     ADD EPSMMST-CURRENT-BALANCE TO W-TOT-PRINCIPAL.
052300     ADD EPSMMST-ESCROW-BALANCE TO W-TOT-ESCROW.
052400     ADD EPSMMST-ACCRUED-INTEREST TO W-TOT-ACCRUED.
052500     ADD EPSMMST-LATE-FEE-DUE TO W-TOT-LATE-FEE.
052600     ADD EPSMMST-SUSPENSE-AMOUNT TO W-TOT-SUSPENSE.
052700     IF EPSMMST-PAYMENT-AMOUNT = ZERO
052800         AND NOT EPSMMST-PAID-IN-FULL
052900         MOVE 'SETUP' TO W-DTL-NOTE
053000         ADD 1 TO W-SETUP-LOANS
053100         ADD EPSMMST-CURRENT-BALANCE TO W-SETUP-PRINCIPAL
053200         ADD EPSMMST-ESCROW-BALANCE TO W-SETUP-ESCROW
053300         GO TO 4000-WRITE
053400     END-IF.
053500     ADD EPSMMST-CURRENT-BALANCE TO W-CURR-PRINCIPAL.
053600     ADD EPSMMST-ESCROW-BALANCE TO W-CURR-ESCROW.
053700     IF NEW-SINCE-LAST-MONTH
053800         MOVE 'NEW' TO W-DTL-NOTE
053900         ADD 1 TO W-NEW-LOANS
054000     END-IF.
054100     IF EPSMMST-PAID-IN-FULL
054200         MOVE 'PIF' TO W-DTL-NOTE
054300         ADD 1 TO W-PAID-LOANS
054400     END-IF.
054500 4000-WRITE.
054600     MOVE W-DETAIL-LINE TO MENDRPT-LINE.
054700     WRITE MENDRPT-LINE.
054800 4000-EXIT.
054900     EXIT.
055000*
055100*****************************************************************
055200*4500-ADD-PRIOR-BOOK
055300*LAST MONTH'S BALANCES OPEN THIS MONTH'S PROOF - ON THE SAME
055400*BOARDED-LOANS-ONLY BASIS AS THE CLOSING BOOK.
055500*****************************************************************
055600 4500-ADD-PRIOR-BOOK.
055700     IF SNAP-PAYMENT-AMOUNT = ZERO
055800         AND NOT SNAP-PAID-IN-FULL
055900         GO TO 4500-EXIT
056000     END-IF.
056100     ADD SNAP-CURRENT-BALANCE TO W-PRIOR-PRINCIPAL.
056200     ADD SNAP-ESCROW-BALANCE TO W-PRIOR-ESCROW.
056300 4500-EXIT.
056400     EXIT.
056500*
056600*****************************************************************
056700*5000-PRIOR-ONLY
056800*ON LAST MONTH'S SNAPSHOT BUT NO LONGER ON THE MASTER.  NOTHING
056900*IN THE SYSTEM REMOVES A LOAN, SO ITS BALANCES STAY IN THE
057000*OPENING BOOK AND THE PROOF SHOWS THEM AS A DIFFERENCE.
057100*****************************************************************
057200 5000-PRIOR-ONLY.
057300     PERFORM 4500-ADD-PRIOR-BOOK THRU 4500-EXIT.
057400     ADD 1 TO W-GONE-LOANS.
057500     MOVE SPACES TO W-GONE-LINE.
057600     MOVE SNAP-ACCOUNT-NUMBER TO W-GONE-ACCOUNT.
057700     MOVE '*** ON LAST MONTH-END SNAPSHOT - NOT ON MASTER'
057800         TO W-GONE-MESSAGE.
057900     MOVE W-GONE-LINE TO MENDRPT-LINE.
058000     WRITE MENDRPT-LINE.
058100 5000-EXIT.
058200     EXIT.
058300*
058400*****************************************************************
058500*6000-TOTAL-GL-ACTIVITY
058600*THE GLACT GENERATIONS ARE READ END TO END; ONLY RECORDS DATED
058700*IN THE RUN MONTH COUNT.  THE PRINCIPAL AND ESCROW MOVEMENTS
058800*THE PAYMENT ARCHIVE DOES NOT CARRY ARE TOTALLED BY CODE; THE
058900*INTEREST, FEE, SUSPENSE AND REVERSAL CODES ARE NOT PART OF
059000*THIS PROOF.
059100*****************************************************************
059200 6000-TOTAL-GL-ACTIVITY.
059300     READ GLACT
059400         AT END
059500             MOVE 'Y' TO W-ACT-EOF-SWITCH
059600             GO TO 6000-EXIT
059700     END-READ.
059800     IF NOT GLACT-OK
059900         DISPLAY 'EPSMEND - GLACT READ FAILED, STATUS '
060000             W-GLACT-STATUS
060100         MOVE 'Y' TO W-ABORT-SWITCH
060200         MOVE 'Y' TO W-ACT-EOF-SWITCH
060300         GO TO 6000-EXIT
060400     END-IF.
060500     ADD 1 TO W-ACTIVITY-READ.
060600     IF EPSGLACT-ACTIVITY-DATE < W-MONTH-START
060700         OR EPSGLACT-ACTIVITY-DATE > W-RUN-DATE-CCYYMMDD
060800         GO TO 6000-EXIT
060900     END-IF.
061000     EVALUATE TRUE
061100         WHEN EPSGLACT-LOAN-BOARDED
061200             ADD EPSGLACT-AMOUNT TO W-ACT-BOARDED
061300         WHEN EPSGLACT-ESCROW-CONTRIB
061400             ADD EPSGLACT-AMOUNT TO W-ACT-CONTRIBUTED
061500         WHEN EPSGLACT-ESCROW-ADJ-DOWN
061600             ADD EPSGLACT-AMOUNT TO W-ACT-ADJUSTED-DOWN
061700         WHEN EPSGLACT-ESCROW-DRAWN
061800             ADD EPSGLACT-AMOUNT TO W-ACT-DRAWN
061900         WHEN EPSGLACT-ESCROW-RECREDIT
062000             ADD EPSGLACT-AMOUNT TO W-ACT-RETURNED
062100         WHEN EPSGLACT-ESCROW-REFUNDED
062200             ADD EPSGLACT-AMOUNT TO W-ACT-REFUNDED
062300         WHEN OTHER
062400             GO TO 6000-EXIT
062500     END-EVALUATE.
062600     ADD 1 TO W-ACTIVITY-USED.
062700 6000-EXIT.
062800     EXIT.
062900*
063000*****************************************************************
063100*7000-TOTAL-PAYMENTS
063200*PRINCIPAL COLLECTED IS THE PRINCIPAL PORTION OF EVERY POSITIVE
063300*ROW ARCHIVED IN THE MONTH; PRINCIPAL RESTORED IS THE SAME
063400*PORTION OF EVERY NEGATIVE (REVERSAL) ROW, SIGN TURNED.  THE
063500*ARCHIVE DATE IS THE BUSINESS DATE THE ROW WAS EXTRACTED UNDER,
063600*SO THE MONTH BREAKS WHERE THE SNAPSHOTS DO.
063700*****************************************************************
063800 7000-TOTAL-PAYMENTS.
063900     MOVE W-MONTH-START TO W-DB2-MONTH-START.
064000     MOVE W-RUN-DATE-CCYYMMDD TO W-DB2-MONTH-END.
064100     EXEC SQL
064200         SELECT COUNT(*),
064300                COALESCE(SUM(ARC_AMOUNT - ARC_INTEREST
064400                             - ARC_FEE_APPLIED), 0)
064500           INTO :W-DB2-PMT-COUNT,
064600                :W-DB2-PMT-PRINCIPAL
064700           FROM MORTPMTA
064800          WHERE ARC_ARCHIVE_DATE BETWEEN :W-DB2-MONTH-START
064900                                     AND :W-DB2-MONTH-END
065000            AND ARC_AMOUNT > 0
065100     END-EXEC.
065200     IF SQLCODE NOT = 0
065300         MOVE SQLCODE TO SQL-ERROR-CODE
065400         DISPLAY 'EPSMEND - PAYMENT ROLLUP FAILED, ' SQL-ERROR-MSG
065500         MOVE 'Y' TO W-ABORT-SWITCH
065600         GO TO 7000-EXIT
065700     END-IF.
065800     MOVE W-DB2-PMT-PRINCIPAL TO W-ACT-COLLECTED.
065900     EXEC SQL
066000         SELECT COUNT(*),
066100                COALESCE(SUM(ARC_AMOUNT - ARC_INTEREST
066200                             - ARC_FEE_APPLIED), 0)
066300           INTO :W-DB2-REV-COUNT,
066400                :W-DB2-REV-PRINCIPAL
066500           FROM MORTPMTA
066600          WHERE ARC_ARCHIVE_DATE BETWEEN :W-DB2-MONTH-START
066700                                     AND :W-DB2-MONTH-END
066800            AND ARC_AMOUNT < 0
066900     END-EXEC.
067000     IF SQLCODE NOT = 0
067100         MOVE SQLCODE TO SQL-ERROR-CODE
067200         DISPLAY 'EPSMEND - REVERSAL ROLLUP FAILED, '
067300             SQL-ERROR-MSG
067400         MOVE 'Y' TO W-ABORT-SWITCH
067500         GO TO 7000-EXIT
067600     END-IF.
067700     COMPUTE W-ACT-RESTORED = ZERO - W-DB2-REV-PRINCIPAL.
067800 7000-EXIT.
067900     EXIT.
068000*
068100*****************************************************************
068200*8000-PRINT-TOTALS
068300*PORTFOLIO TOTALS OVER EVERY LOAN LISTED, AND THE LOAN COUNTS.
068400*****************************************************************
068500 8000-PRINT-TOTALS.
068600     MOVE W-BLANK-LINE TO MENDRPT-LINE.
068700     WRITE MENDRPT-LINE.
068800     MOVE 'PORTFOLIO TOTALS' TO MENDRPT-LINE.
068900     WRITE MENDRPT-LINE.
069000     MOVE '  PRINCIPAL' TO W-AMT-LABEL.
069100     MOVE W-TOT-PRINCIPAL TO W-AMT-VALUE.
069200     PERFORM 8900-PRINT-AMOUNT THRU 8900-EXIT.
069300     MOVE '  ESCROW' TO W-AMT-LABEL.
069400     MOVE W-TOT-ESCROW TO W-AMT-VALUE.
069500     PERFORM 8900-PRINT-AMOUNT THRU 8900-EXIT.
069600     MOVE '  ACCRUED INTEREST' TO W-AMT-LABEL.
069700     MOVE W-TOT-ACCRUED TO W-AMT-VALUE.
069800     PERFORM 8900-PRINT-AMOUNT THRU 8900-EXIT.
069900     MOVE '  LATE FEE DUE' TO W-AMT-LABEL.
070000     MOVE W-TOT-LATE-FEE TO W-AMT-VALUE.
070100     PERFORM 8900-PRINT-AMOUNT THRU 8900-EXIT.
070200     MOVE '  SUSPENSE' TO W-AMT-LABEL.
070300     MOVE W-TOT-SUSPENSE TO W-AMT-VALUE.
070400     PERFORM 8900-PRINT-AMOUNT THRU 8900-EXIT.
070500     MOVE W-BLANK-LINE TO MENDRPT-LINE.
070600     WRITE MENDRPT-LINE.
070700     MOVE 'LOANS ON MASTER        :' TO W-SUM-LABEL.
070800     MOVE W-CURRENT-READ TO W-SUM-COUNT.
070900     PERFORM 8950-PRINT-COUNT THRU 8950-EXIT.
071000     MOVE 'NEW SINCE LAST MONTH   :' TO W-SUM-LABEL.
071100     MOVE W-NEW-LOANS TO W-SUM-COUNT.
071200     PERFORM 8950-PRINT-COUNT THRU 8950-EXIT.
071300     MOVE 'PAID IN FULL           :' TO W-SUM-LABEL.
071400     MOVE W-PAID-LOANS TO W-SUM-COUNT.
071500     PERFORM 8950-PRINT-COUNT THRU 8950-EXIT.
071600     MOVE 'AWAITING LOAN SETUP    :' TO W-SUM-LABEL.
071700     MOVE W-SETUP-LOANS TO W-SUM-COUNT.
071800     PERFORM 8950-PRINT-COUNT THRU 8950-EXIT.
071900     MOVE 'GONE SINCE LAST MONTH  :' TO W-SUM-LABEL.
072000     MOVE W-GONE-LOANS TO W-SUM-COUNT.
072100     PERFORM 8950-PRINT-COUNT THRU 8950-EXIT.
072200     MOVE 'GL ACTIVITY IN PROOF   :' TO W-SUM-LABEL.
072300     MOVE W-ACTIVITY-USED TO W-SUM-COUNT.
072400     PERFORM 8950-PRINT-COUNT THRU 8950-EXIT.
072500     MOVE 'PAYMENT ROWS IN MONTH  :' TO W-SUM-LABEL.
072600     MOVE W-DB2-PMT-COUNT TO W-SUM-COUNT.
072700     PERFORM 8950-PRINT-COUNT THRU 8950-EXIT.
072800     MOVE 'REVERSAL ROWS IN MONTH :' TO W-SUM-LABEL.
072900     MOVE W-DB2-REV-COUNT TO W-SUM-COUNT.
073000     PERFORM 8950-PRINT-COUNT THRU 8950-EXIT.
073100 8000-EXIT.
073200     EXIT.
073300*
073400*****************************************************************
073500*8200-PRINT-ROLL-FORWARD
073600*THE TWO PROOFS.  EACH CLOSES ON THE DIFFERENCE BETWEEN THE BOOK
073700*ON THE MASTER AND WHAT THE MONTH'S MOVEMENTS SAY IT SHOULD BE.
073800*****************************************************************
073900 8200-PRINT-ROLL-FORWARD.
074000     COMPUTE W-EXPECTED-PRINCIPAL = W-PRIOR-PRINCIPAL
074100         + W-ACT-BOARDED - W-ACT-COLLECTED + W-ACT-RESTORED.
074200     COMPUTE W-PRINCIPAL-DIFFERENCE =
074300         W-CURR-PRINCIPAL - W-EXPECTED-PRINCIPAL.
074400     COMPUTE W-EXPECTED-ESCROW = W-PRIOR-ESCROW
074500         + W-ACT-CONTRIBUTED - W-ACT-ADJUSTED-DOWN
074600         - W-ACT-DRAWN + W-ACT-RETURNED - W-ACT-REFUNDED.
074700     COMPUTE W-ESCROW-DIFFERENCE =
074800         W-CURR-ESCROW - W-EXPECTED-ESCROW.
074900     MOVE W-BLANK-LINE TO MENDRPT-LINE.
075000     WRITE MENDRPT-LINE.
075100     MOVE 'PRINCIPAL ROLL-FORWARD' TO MENDRPT-LINE.
075200     WRITE MENDRPT-LINE.
075300     MOVE '  PRIOR MONTH-END PRINCIPAL' TO W-AMT-LABEL.
075400     MOVE W-PRIOR-PRINCIPAL TO W-AMT-VALUE.
075500     PERFORM 8900-PRINT-AMOUNT THRU 8900-EXIT.
075600     MOVE '  PLUS  LOANS BOARDED (EPSLBRD)' TO W-AMT-LABEL.
075700     MOVE W-ACT-BOARDED TO W-AMT-VALUE.
075800     PERFORM 8900-PRINT-AMOUNT THRU 8900-EXIT.
075900     MOVE '  LESS  PRINCIPAL COLLECTED (MORTPMTA)' TO W-AMT-LABEL.
076000     MOVE W-ACT-COLLECTED TO W-AMT-VALUE.
076100     PERFORM 8900-PRINT-AMOUNT THRU 8900-EXIT.
076200     MOVE '  PLUS  PRINCIPAL RESTORED (EPSCREV)' TO W-AMT-LABEL.
076300     MOVE W-ACT-RESTORED TO W-AMT-VALUE.
076400     PERFORM 8900-PRINT-AMOUNT THRU 8900-EXIT.
076500     MOVE '  EXPECTED MONTH-END PRINCIPAL' TO W-AMT-LABEL.
076600     MOVE W-EXPECTED-PRINCIPAL TO W-AMT-VALUE.
076700     PERFORM 8900-PRINT-AMOUNT THRU 8900-EXIT.
076800     MOVE '  PRINCIPAL ON MASTER (BOARDED LOANS)' TO W-AMT-LABEL.
076900     MOVE W-CURR-PRINCIPAL TO W-AMT-VALUE.
077000     PERFORM 8900-PRINT-AMOUNT THRU 8900-EXIT.
077100     MOVE '  DIFFERENCE' TO W-AMT-LABEL.
077200     MOVE W-PRINCIPAL-DIFFERENCE TO W-AMT-VALUE.
077300     PERFORM 8900-PRINT-AMOUNT THRU 8900-EXIT.
077400     MOVE '  AWAITING LOAN SETUP - NOT IN THE PROOF'
077500         TO W-AMT-LABEL.
077600     MOVE W-SETUP-PRINCIPAL TO W-AMT-VALUE.
077700     PERFORM 8900-PRINT-AMOUNT THRU 8900-EXIT.
077800     MOVE W-BLANK-LINE TO MENDRPT-LINE.
077900     WRITE MENDRPT-LINE.
078000     MOVE 'ESCROW ROLL-FORWARD' TO MENDRPT-LINE.
078100     WRITE MENDRPT-LINE.
078200     MOVE '  PRIOR MONTH-END ESCROW' TO W-AMT-LABEL.
078300     MOVE W-PRIOR-ESCROW TO W-AMT-VALUE.
078400     PERFORM 8900-PRINT-AMOUNT THRU 8900-EXIT.
078500     MOVE '  PLUS  CONTRIBUTIONS' TO W-AMT-LABEL.
078600     MOVE W-ACT-CONTRIBUTED TO W-AMT-VALUE.
078700     PERFORM 8900-PRINT-AMOUNT THRU 8900-EXIT.
078800     MOVE '  LESS  TELLER ADJUSTMENTS DOWN' TO W-AMT-LABEL.
078900     MOVE W-ACT-ADJUSTED-DOWN TO W-AMT-VALUE.
079000     PERFORM 8900-PRINT-AMOUNT THRU 8900-EXIT.
079100     MOVE '  LESS  DRAWS FOR DISBURSEMENT (EPSESCDB)'
079200         TO W-AMT-LABEL.
079300     MOVE W-ACT-DRAWN TO W-AMT-VALUE.
079400     PERFORM 8900-PRINT-AMOUNT THRU 8900-EXIT.
079500     MOVE '  PLUS  RETURNED DRAWS (EPSDSBRC)' TO W-AMT-LABEL.
079600     MOVE W-ACT-RETURNED TO W-AMT-VALUE.
079700     PERFORM 8900-PRINT-AMOUNT THRU 8900-EXIT.
079800     MOVE '  LESS  REFUNDED AT PAYOFF (EPSPIFCO)' TO W-AMT-LABEL.
079900     MOVE W-ACT-REFUNDED TO W-AMT-VALUE.
080000     PERFORM 8900-PRINT-AMOUNT THRU 8900-EXIT.
080100     MOVE '  EXPECTED MONTH-END ESCROW' TO W-AMT-LABEL.
080200     MOVE W-EXPECTED-ESCROW TO W-AMT-VALUE.
080300     PERFORM 8900-PRINT-AMOUNT THRU 8900-EXIT.
080400     MOVE '  ESCROW ON MASTER (BOARDED LOANS)' TO W-AMT-LABEL.
080500     MOVE W-CURR-ESCROW TO W-AMT-VALUE.
080600     PERFORM 8900-PRINT-AMOUNT THRU 8900-EXIT.
080700     MOVE '  DIFFERENCE' TO W-AMT-LABEL.
080800     MOVE W-ESCROW-DIFFERENCE TO W-AMT-VALUE.
080900     PERFORM 8900-PRINT-AMOUNT THRU 8900-EXIT.
081000     MOVE '  AWAITING LOAN SETUP - NOT IN THE PROOF'
081100         TO W-AMT-LABEL.
081200     MOVE W-SETUP-ESCROW TO W-AMT-VALUE.
081300     PERFORM 8900-PRINT-AMOUNT THRU 8900-EXIT.
081400 8200-EXIT.
081500     EXIT.
081600*
081700 8900-PRINT-AMOUNT.
081800     MOVE W-AMOUNT-LINE TO MENDRPT-LINE.
081900     WRITE MENDRPT-LINE.
082000     MOVE SPACES TO W-AMT-LABEL.
082100 8900-EXIT.
082200     EXIT.
082300*
082400 8950-PRINT-COUNT.
082500     MOVE W-SUMMARY-LINE TO MENDRPT-LINE.
082600     WRITE MENDRPT-LINE.
082700 8950-EXIT.
082800     EXIT.
082900*
083000*****************************************************************
083100*9000-TERMINATE
083200*STATE THE OUTCOME FOR FINANCE AND SET THE RETURN CODE - RC 8
083300*FOR A PROOF OUT OF BALANCE OR ONE THAT COULD NOT FINISH.
083400*****************************************************************
083500 9000-TERMINATE.
083600     MOVE W-BLANK-LINE TO MENDRPT-LINE.
083700     WRITE MENDRPT-LINE.
083800     IF PROOF-ABORTED
083900         MOVE '*** PROOF DID NOT COMPLETE - SEE JOB LOG ***'
084000             TO MENDRPT-LINE
084100         MOVE 8 TO RETURN-CODE
084200     ELSE
084300         IF W-PRINCIPAL-DIFFERENCE = ZERO
084400             AND W-ESCROW-DIFFERENCE = ZERO
084500             MOVE 'ROLL-FORWARD IN BALANCE - READY FOR SIGN-OFF'
084600                 TO MENDRPT-LINE
084700         ELSE
084800             MOVE '*** ROLL-FORWARD OUT OF BALANCE ***'
084900                 TO MENDRPT-LINE
085000             MOVE 8 TO RETURN-CODE
085100         END-IF
085200     END-IF.
085300     WRITE MENDRPT-LINE.
085400     CLOSE SNAPCUR SNAPPRI GLACT MENDRPT.
085500     DISPLAY 'EPSMEND - LOANS ON MASTER   : ' W-CURRENT-READ.
085600     DISPLAY 'EPSMEND - LOANS LAST MONTH  : ' W-PRIOR-READ.
085700     DISPLAY 'EPSMEND - GL RECORDS READ   : ' W-ACTIVITY-READ.
085800     DISPLAY 'EPSMEND - GL RECORDS USED   : ' W-ACTIVITY-USED.
085900     DISPLAY 'EPSMEND - PRINCIPAL DIFF    : '
086000         W-PRINCIPAL-DIFFERENCE.
086100     DISPLAY 'EPSMEND - ESCROW DIFF       : ' W-ESCROW-DIFFERENCE.
086200 9000-EXIT.
086300     EXIT.
