000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EPSPMIT.
000300*THIS PROGRAM IS THE MONTHLY LOAN-TO-VALUE REVIEW FOR MORTGAGE
000400*INSURANCE.  IT READS THE MORTGAGE MASTER IN KEY ORDER AND, FOR
000500*EVERY LOAN STILL CARRYING AN ACTIVE MORTGAGE INSURANCE ('MI')
000600*ESCROW PAYEE, COMPUTES THE LOAN-TO-VALUE RATIO - THE CURRENT
000700*BALANCE AGAINST THE ORIGINAL PROPERTY VALUE CAPTURED AT
000800*BOARDING.  THE FIRST MONTH THE LOAN IS AT OR BELOW 80% THE
000900*BORROWER IS SENT A NOTICE THAT THE INSURANCE MAY BE CANCELLED
001000*ON REQUEST.  AT OR BELOW 78% THE INSURANCE IS TERMINATED
001100*AUTOMATICALLY - THE LOAN IS MARKED MI TERMINATED, THE PREMIUM
001200*(THE MI PAYEE AMOUNT IS THE ANNUAL PREMIUM; ONE TWELFTH OF IT
001300*COMES OUT OF EACH MONTHLY FIGURE) IS DROPPED FROM THE ESCROW
001400*CONTRIBUTION AND THE PROJECTED ESCROW DISBURSEMENT ON THE KSDS
001500*AND THE DB2 ROW ALIKE, THE MI PAYEES ARE ENDED SO THE NIGHTLY
001600*DISBURSEMENT RUN (EPSESCDB) NEVER DRAWS THEM AGAIN, AND THE
001700*BORROWER IS SENT A TERMINATION NOTICE.  THE MI STATUS ON THE
001800*MASTER IS THE RERUN GUARD - A RESUBMIT SENDS NO NOTICE TWICE
001900*AND NEVER TAKES THE PREMIUM OUT OF THE ESCROW FIGURES AGAIN; A
002000*TERMINATED LOAN STILL SHOWING AN ACTIVE MI PAYEE (A RUN THAT
002100*STOPPED PART WAY) ONLY HAS THOSE PAYEES ENDED.  A LOAN WITH MI
002200*BUT NO ORIGINAL PROPERTY VALUE ON FILE IS LISTED FOR LOAN SETUP
002300*TO SUPPLY THE VALUE.  A LOAN UNDER A LEGAL HOLD IS SENT NO 80%
002310*NOTICE - AN OPTIONAL SOLICITATION TO A BORROWER IN BANKRUPTCY
002320*OR LITIGATION GOES THROUGH LEGAL - AND THE NOTICE WAITS FOR
002330*THE FIRST RUN AFTER THE RELEASE.  THE 78% TERMINATION STILL
002340*TAKES EFFECT UNDER A HOLD: IT IS REQUIRED BY LAW, ONLY LOWERS
002350*WHAT THE BORROWER PAYS, AND ITS NOTICE IS REQUIRED WITH IT.
002360*EVERY LOAN ACTED ON IS PRINTED ON THE REVIEW REGISTER.
002500*
002600 AUTHOR.     DEV TEAM.
002700 INSTALLATION. EPSDEMOS.
002800 DATE-WRITTEN. 10/15/2026.
002900 DATE-COMPILED.
003000*
003100*MODIFICATION HISTORY.
003200*2026-10-15  DEV  ORIGINAL MONTHLY LTV / MORTGAGE INSURANCE
003300*                 REVIEW RUN.
003310*2026-10-15  DEV  A TERMINATION GOES TO DB2 AND IS COMMITTED
003320*                 BEFORE THE KSDS IS REWRITTEN; A FAILED REWRITE
003330*                 PUTS THE DB2 FIGURES BACK.  ANY REWRITE, SQL OR
003340*                 NOTICE FAILURE ENDS THE STEP RC 8.
003350*2026-10-15  DEV  HONOUR THE LEGAL HOLD ON THE MASTER - NO 80%
003360*                 NOTICE WHILE THE LOAN IS HELD.
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
004400     SELECT MORTMAST ASSIGN TO MORTMAST
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS SEQUENTIAL
004700         RECORD KEY IS EPSMMST-ACCOUNT-NUMBER
004800         FILE STATUS IS W-MORTMAST-STATUS.
004900     SELECT PAYEEIN ASSIGN TO PAYEEIN
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS EPSPAYEE-KEY
005300         FILE STATUS IS W-PAYEEIN-STATUS.
005400     SELECT NAMEADDR ASSIGN TO NAMEADDR
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS EPSNMAD-ACCOUNT-NUMBER
005800         FILE STATUS IS W-NAMEADDR-STATUS.
005900     SELECT MINOTICE ASSIGN TO MINOTICE
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS W-MINOTICE-STATUS.
006200     SELECT PMIREG ASSIGN TO PMIREG
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS W-PMIREG-STATUS.
006500*
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  MORTMAST.
006900 COPY EPSMMST.
007000*
007100 FD  PAYEEIN.
007200 COPY EPSPAYEE.
007300*
007400 FD  NAMEADDR.
007500 COPY EPSNMAD.
007600*
007700 FD  MINOTICE
007800     LABEL RECORDS ARE STANDARD
007900     RECORDING MODE IS F.
008000 01  MINOTICE-RECORD                 PIC X(240).
008100*
008200 FD  PMIREG
008300     LABEL RECORDS ARE STANDARD
008400     RECORDING MODE IS F.
008500 01  PMIREG-LINE                     PIC X(80).
008600*
008700 FD  BUSDATE
008800     LABEL RECORDS ARE STANDARD
008900     RECORDING MODE IS F.
009000 COPY EPSBDATE.
009100*
009200 WORKING-STORAGE SECTION.
009300*BUSINESS DATE FOR THE RUN - READ FROM THE BUSDATE CONTROL
009400*DATASET, NEVER FROM THE SYSTEM CLOCK.
009500 01  W-RUN-DATE-CCYYMMDD             PIC X(08).
009600 01  W-BUSDATE-STATUS                PIC X(02).
009700     88  BUSDATE-OK                    VALUE '00'.
009800*
009900 01  W-MORTMAST-STATUS               PIC X(02).
010000     88  MORTMAST-OK                   VALUE '00'.
010100 01  W-PAYEEIN-STATUS                PIC X(02).
010200     88  PAYEEIN-OK                    VALUE '00'.
010300 01  W-NAMEADDR-STATUS               PIC X(02).
010400     88  NAMEADDR-OK                   VALUE '00'.
010500 01  W-MINOTICE-STATUS               PIC X(02).
010600     88  MINOTICE-OK                   VALUE '00'.
010700 01  W-PMIREG-STATUS                 PIC X(02).
010800     88  PMIREG-OK                     VALUE '00'.
010900*
011000 01  W-SWITCHES.
011100     05  W-EOF-SWITCH                 PIC X(01) VALUE 'N'.
011200         88  END-OF-MORTMAST            VALUE 'Y'.
011300     05  W-PAYEE-DONE-SWITCH          PIC X(01) VALUE 'N'.
011400         88  PAYEES-DONE                VALUE 'Y'.
011500     05  W-ADDR-FOUND-SWITCH          PIC X(01) VALUE 'N'.
011600         88  ADDRESS-FOUND              VALUE 'Y'.
011610     05  W-DB2-SWITCH                 PIC X(01) VALUE 'N'.
011620         88  DB2-UPDATED                VALUE 'Y'.
011700*
011800 01  W-COUNTERS                      COMP.
011900     05  W-RECORDS-READ               PIC 9(07) VALUE ZERO.
012000     05  W-MI-LOANS                   PIC 9(07) VALUE ZERO.
012100     05  W-NO-VALUE                   PIC 9(07) VALUE ZERO.
012200     05  W-NOTICES-80                 PIC 9(07) VALUE ZERO.
012250     05  W-NOTICES-HELD               PIC 9(07) VALUE ZERO.
012300     05  W-MI-TERMINATED              PIC 9(07) VALUE ZERO.
012400     05  W-PAYEES-ENDED               PIC 9(07) VALUE ZERO.
012500     05  W-NOTICES-WRITTEN            PIC 9(07) VALUE ZERO.
012600     05  W-NO-ADDRESS-COUNT           PIC 9(07) VALUE ZERO.
012700     05  W-ACCT-MI-PAYEES             PIC 9(07) VALUE ZERO.
012800*
012900*ANNUAL PREMIUM TAKEN OUT OF THE ESCROW FIGURES ON THE LOANS
013000*TERMINATED THIS RUN.
013100 01  W-TOT-PREMIUM-DROPPED           PIC 9(13)V99 COMP-3
013200                                         VALUE ZERO.
013300*
013400*THE LOAN-TO-VALUE THRESHOLDS, AS WHOLE PERCENTS OF THE
013500*ORIGINAL PROPERTY VALUE.
013600 77  W-NOTICE-LTV                    PIC 9(03) VALUE 80.
013700 77  W-TERMINATE-LTV                 PIC 9(03) VALUE 78.
013800*
013900*THE ACCOUNT UNDER REVIEW - THE PAYEE BROWSE STOPS AT THE FIRST
014000*KEY FOR ANY OTHER ACCOUNT OR PAYEE TYPE.
014100 77  W-MI-ACCOUNT                    PIC 9(10) VALUE ZERO.
014200 77  W-MI-PREMIUM                    PIC 9(10)V99 VALUE ZERO.
014300 77  W-MONTHLY-PREMIUM               PIC 9(10)V99 VALUE ZERO.
014310*THE ESCROW FIGURES BEFORE THE PREMIUM CAME OUT - PUT BACK ON
014320*THE DB2 ROW IF THE KSDS CANNOT BE REWRITTEN.
014330 77  W-OLD-ESCROW-PMT-AMT            PIC 9(10)V99 VALUE ZERO.
014340 77  W-OLD-ESCROW-DISB-AMT           PIC 9(10)V99 VALUE ZERO.
014400 77  W-BALANCE-X100                  PIC 9(12)V99 COMP-3.
014500 77  W-VALUE-AT-NOTICE               PIC 9(12)V99 COMP-3.
014600 77  W-VALUE-AT-TERMINATE            PIC 9(12)V99 COMP-3.
014700 77  W-LTV-WORK                      PIC 9(10)V99 COMP-3.
014800 77  W-LTV-PERCENT                   PIC 9(03)V99 VALUE ZERO.
014900*
015000 01  W-HEADING-LINE                  PIC X(80) VALUE
015100     'ACCOUNT     CUSTOMER NAME                     LTV%     ANNUA
015200-    'L MI  NOTE'.
015300*
015400 01  W-REGISTER-LINE.
015500     05  W-REG-ACCOUNT                PIC 9(10).
015600     05  FILLER                       PIC X(02) VALUE SPACES.
015700     05  W-REG-NAME                   PIC X(30).
015800     05  FILLER                       PIC X(02) VALUE SPACES.
015900     05  W-REG-LTV                    PIC ZZ9.99.
016000     05  FILLER                       PIC X(02) VALUE SPACES.
016100     05  W-REG-PREMIUM                PIC Z,ZZZ,ZZ9.99.
016200     05  FILLER                       PIC X(02) VALUE SPACES.
016300     05  W-REG-NOTE                   PIC X(14).
016400*
016500 01  W-SUMMARY-LINE.
016600     05  W-SUM-LABEL                  PIC X(25).
016700     05  W-SUM-COUNT                  PIC ZZZ,ZZ9.
016800     05  FILLER                       PIC X(03) VALUE SPACES.
016900     05  W-SUM-AMOUNT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
017000*
017100 COPY EPSMINT.
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
018200*    THE DB2 MORTGAGE MASTER - THE ONLINE VIEW OF THE SAME
018300*    ACCOUNT THE VSAM MASTER CARRIES.  THE ESCROW FIGURES ARE
018400*    MIRRORED TO IT ON A TERMINATION, OR THE NIGHTLY SYNC WOULD
018500*    CARRY THE OLD PREMIUM BACK DOWN TO THE KSDS.
018600*
018700     EXEC SQL DECLARE MORTMAST TABLE
018800     ( ACCOUNT_NUMBER                 DECIMAL(10,0) NOT NULL,
018900       CUSTOMER_NAME                  CHAR(30)      NOT NULL,
019000       CURRENT_BALANCE                DECIMAL(12,2) NOT NULL,
019100       ESCROW_BALANCE                 DECIMAL(12,2) NOT NULL,
019200       ESCROW_DISB_AMT                DECIMAL(12,2) NOT NULL,
019300       ESCROW_PMT_AMT                 DECIMAL(12,2) NOT NULL,
019400       LAST_PMT_DATE                  CHAR(8)       NOT NULL,
019500       PAYMENT_AMOUNT                 DECIMAL(12,2) NOT NULL,
019600       PRINCIPAL_AMOUNT               DECIMAL(12,2) NOT NULL,
019700       LATE_FEE_DUE                   DECIMAL(10,2) NOT NULL,
019800       NEXT_PMT_DATE                  CHAR(8)       NOT NULL,
019900       SUSPENSE_AMT                   DECIMAL(10,2) NOT NULL,
020000       LOAN_STATUS                    CHAR(1)       NOT NULL,
020100       PAID_OFF_DATE                  CHAR(8)       NOT NULL
020200     ) END-EXEC.
020300*
020400 01  W-DB2-MAST-REC.
020500     05  W-DB2-ACCOUNT-NUMBER            PIC S9(10) COMP-3.
020600     05  W-DB2-ESCROW-DISB-AMT           PIC S9(10)V99 COMP-3.
020700     05  W-DB2-ESCROW-PMT-AMT            PIC S9(10)V99 COMP-3.
020800*
020900 PROCEDURE DIVISION.
021000*****************************************************************
021100*0000-MAINLINE
021200*REVIEW EVERY LOAN CARRYING MORTGAGE INSURANCE AND PRINT THE
021300*REGISTER.
021400*****************************************************************
021500 0000-MAINLINE.
021600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021700     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
021800         UNTIL END-OF-MORTMAST.
021900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022000     STOP RUN.
022100*
022200*****************************************************************
022300*1000-INITIALIZE
022400*****************************************************************
022500 1000-INITIALIZE.
022600     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
022700     OPEN I-O MORTMAST PAYEEIN
022800         INPUT NAMEADDR
022900         OUTPUT MINOTICE PMIREG.
023000     IF NOT MORTMAST-OK OR NOT PAYEEIN-OK OR NOT NAMEADDR-OK
023100         OR NOT MINOTICE-OK OR NOT PMIREG-OK
023200         DISPLAY 'EPSPMIT - OPEN FAILED, MORTMAST '
023300             W-MORTMAST-STATUS ' PAYEEIN ' W-PAYEEIN-STATUS
023400             ' NAMEADDR ' W-NAMEADDR-STATUS
023500             ' MINOTICE ' W-MINOTICE-STATUS
023600             ' PMIREG ' W-PMIREG-STATUS
023700         MOVE 16 TO RETURN-CODE
023800         STOP RUN
023900     END-IF.
024000     MOVE W-HEADING-LINE TO PMIREG-LINE.
024100     WRITE PMIREG-LINE.
024200 1000-EXIT.
024300     EXIT.
024400*
024500*****************************************************************
024600*1050-GET-BUSINESS-DATE
024700*THE WHOLE NIGHTLY STREAM PROCESSES UNDER THE ONE BUSINESS
024800*DATE ON THE BUSDATE CONTROL DATASET, ADVANCED BY EPSBDROL
024900*ONLY AT A CLEAN END OF DAY - A STREAM THAT SLIPS PAST
025000*MIDNIGHT, OR A RERUN THE NEXT MORNING, STILL PROCESSES
025100*UNDER THE RIGHT DATE.  NO USABLE DATE MEANS NO RUN - THE
025200*JOB ENDS WITH RC 16 AND THE SCHEDULER HOLDS THE STREAM.
025300*****************************************************************
025400 1050-GET-BUSINESS-DATE.
025500     OPEN INPUT BUSDATE.
025600     IF NOT BUSDATE-OK
025700         DISPLAY 'EPSPMIT - BUSDATE OPEN FAILED, STATUS '
025800             W-BUSDATE-STATUS
025900         MOVE 16 TO RETURN-CODE
026000         STOP RUN
026100     END-IF.
026200     READ BUSDATE
026300         AT END
026400             DISPLAY 'EPSPMIT - BUSDATE DATASET IS EMPTY'
026500             MOVE 16 TO RETURN-CODE
026600             STOP RUN
026700     END-READ.
026800     IF EPSBDAT-BUSINESS-DATE IS NOT NUMERIC
026900         DISPLAY 'EPSPMIT - BUSDATE DATE IS NOT NUMERIC: '
027000             EPSBDAT-BUSINESS-DATE
027100         MOVE 16 TO RETURN-CODE
027200         STOP RUN
027300     END-IF.
027400     MOVE EPSBDAT-BUSINESS-DATE TO W-RUN-DATE-CCYYMMDD.
027500     CLOSE BUSDATE.
027600 1050-EXIT.
027700     EXIT.
027800*
027900*****************************************************************
028000*2000-PROCESS-RECORD
028100*READ THE NEXT ACCOUNT.  A LOAN PAID IN FULL, OR ONE WITH NO
028200*ACTIVE MI PAYEE, IS PASSED OVER.  A LOAN ALREADY TERMINATED
028300*ONLY HAS ANY MI PAYEE LEFT ACTIVE ENDED.  OTHERWISE THE LTV
028400*DECIDES: AT OR BELOW 78% TERMINATE, AT OR BELOW 80% SEND THE
028500*CANCELLATION NOTICE ONCE - NOT WHILE THE LOAN IS UNDER A LEGAL
028550*HOLD, WHEN IT IS ONLY LISTED.  THE COMPARISONS ARE MADE ON THE
028600*UNROUNDED AMOUNTS - THE PRINTED PERCENT IS FOR THE READER.
028700*****************************************************************
028800 2000-PROCESS-RECORD.
028900     READ MORTMAST
029000         AT END
029100             MOVE 'Y' TO W-EOF-SWITCH
029200             GO TO 2000-EXIT
029300     END-READ.
029400     ADD 1 TO W-RECORDS-READ.
029500     IF EPSMMST-PAID-IN-FULL
029600         GO TO 2000-EXIT
029700     END-IF.
029800     MOVE EPSMMST-ACCOUNT-NUMBER TO W-MI-ACCOUNT.
029900     PERFORM 3000-SUM-MI-PREMIUM THRU 3000-EXIT.
030000     IF W-ACCT-MI-PAYEES = ZERO
030100         GO TO 2000-EXIT
030200     END-IF.
030300     ADD 1 TO W-MI-LOANS.
030400     MOVE ZERO TO W-LTV-PERCENT.
030500     IF EPSMMST-MI-TERMINATED
030600         PERFORM 4300-END-MI-PAYEES THRU 4300-EXIT
030700         MOVE 'PAYEES ENDED' TO W-REG-NOTE
030800         PERFORM 7000-WRITE-REGISTER THRU 7000-EXIT
030900         GO TO 2000-EXIT
031000     END-IF.
031100     IF EPSMMST-ORIG-PROP-VALUE IS NOT NUMERIC
031200         OR EPSMMST-ORIG-PROP-VALUE = ZERO
031300         ADD 1 TO W-NO-VALUE
031400         MOVE 'NO PROP VALUE' TO W-REG-NOTE
031500         PERFORM 7000-WRITE-REGISTER THRU 7000-EXIT
031600         GO TO 2000-EXIT
031700     END-IF.
031800     PERFORM 3500-COMPUTE-LTV THRU 3500-EXIT.
031900     IF W-BALANCE-X100 NOT > W-VALUE-AT-TERMINATE
032000         PERFORM 4000-TERMINATE-MI THRU 4000-EXIT
032100         GO TO 2000-EXIT
032200     END-IF.
032300     IF W-BALANCE-X100 NOT > W-VALUE-AT-NOTICE
032400         AND NOT EPSMMST-MI-NOTICE-SENT
032410         IF EPSMMST-ON-HOLD
032420             ADD 1 TO W-NOTICES-HELD
032430             MOVE 'NOTICE - HOLD' TO W-REG-NOTE
032440             PERFORM 7000-WRITE-REGISTER THRU 7000-EXIT
032450         ELSE
032500             PERFORM 5000-SEND-80-NOTICE THRU 5000-EXIT
032550         END-IF
032600     END-IF.
032700 2000-EXIT.
032800     EXIT.
032900*
033000*****************************************************************
033100*3000-SUM-MI-PREMIUM
033200*POSITION ON THE ACCOUNT'S FIRST 'MI' PAYEE AND ADD UP THE
033300*ANNUAL PREMIUM OF EVERY ACTIVE ONE UNTIL THE KEY MOVES ON TO
033400*ANOTHER TYPE OR ACCOUNT.  PAYEES ALREADY ENDED ADD NOTHING.
033500*****************************************************************
033600 3000-SUM-MI-PREMIUM.
033700     MOVE ZERO TO W-ACCT-MI-PAYEES.
033800     MOVE ZERO TO W-MI-PREMIUM.
033900     MOVE 'N' TO W-PAYEE-DONE-SWITCH.
034000     MOVE LOW-VALUES TO EPSPAYEE-KEY.
034100     MOVE W-MI-ACCOUNT TO EPSPAYEE-ACCOUNT-NUMBER.
034200     MOVE 'MI' TO EPSPAYEE-TYPE.
034300     START PAYEEIN KEY IS NOT LESS THAN EPSPAYEE-KEY
034400         INVALID KEY
034500             GO TO 3000-EXIT
034600     END-START.
034700     PERFORM 3100-ADD-NEXT-PREMIUM THRU 3100-EXIT
034800         UNTIL PAYEES-DONE.
034900 3000-EXIT.
035000     EXIT.
035100*
035200 3100-ADD-NEXT-PREMIUM.
035300     READ PAYEEIN NEXT RECORD
035400         AT END
035500             MOVE 'Y' TO W-PAYEE-DONE-SWITCH
035600             GO TO 3100-EXIT
035700     END-READ.
035800     IF EPSPAYEE-ACCOUNT-NUMBER NOT = W-MI-ACCOUNT
035900         OR NOT EPSPAYEE-MORTGAGE-INS
036000         MOVE 'Y' TO W-PAYEE-DONE-SWITCH
036100         GO TO 3100-EXIT
036200     END-IF.
036300     IF EPSPAYEE-ACTIVE
036400         ADD 1 TO W-ACCT-MI-PAYEES
036500         ADD EPSPAYEE-AMOUNT TO W-MI-PREMIUM
036600     END-IF.
036700 3100-EXIT.
036800     EXIT.
036900*
037000*****************************************************************
037100*3500-COMPUTE-LTV
037200*THE BALANCE AND THE TWO THRESHOLDS ARE ALL CARRIED AT ONE
037300*HUNDRED TIMES SCALE SO THE TESTS NEED NO DIVISION.  THE
037400*PERCENT PRINTED IS CAPPED AT 999.99.
037500*****************************************************************
037600 3500-COMPUTE-LTV.
037700     COMPUTE W-BALANCE-X100 = EPSMMST-CURRENT-BALANCE * 100.
037800     COMPUTE W-VALUE-AT-NOTICE =
037900         EPSMMST-ORIG-PROP-VALUE * W-NOTICE-LTV.
038000     COMPUTE W-VALUE-AT-TERMINATE =
038100         EPSMMST-ORIG-PROP-VALUE * W-TERMINATE-LTV.
038200     COMPUTE W-LTV-WORK ROUNDED =
038300         W-BALANCE-X100 / EPSMMST-ORIG-PROP-VALUE.
038400     IF W-LTV-WORK > 999.99
038500         MOVE 999.99 TO W-LTV-PERCENT
038600     ELSE
038700         MOVE W-LTV-WORK TO W-LTV-PERCENT
038800     END-IF.
038900 3500-EXIT.
039000     EXIT.
039100*
039200*****************************************************************
039300*4000-TERMINATE-MI
039400*TAKE A TWELFTH OF THE ANNUAL PREMIUM OUT OF THE MONTHLY ESCROW
039500*CONTRIBUTION AND THE PROJECTED MONTHLY DISBURSEMENT (NEVER
039600*BELOW ZERO) AND MARK THE LOAN MI TERMINATED.  THE NEW FIGURES
039700*GO TO DB2 AND ARE COMMITTED FIRST - IF THEY CANNOT BE, NOTHING
039710*CHANGES AND THE NEXT RUN TRIES AGAIN.  THEN THE KSDS IS
039720*REWRITTEN WITH THE STATUS, AFTER WHICH A RERUN CAN NEVER TAKE
039730*THE PREMIUM OUT AGAIN; IF IT CANNOT BE, THE DB2 FIGURES ARE
039740*PUT BACK SO THE NIGHTLY SYNC DOES NOT CARRY THEM DOWN TO A
039750*LOAN STILL SHOWING MI.  THEN THE MI PAYEES ARE ENDED AND THE
039900*BORROWER IS NOTIFIED.
040000*****************************************************************
040100 4000-TERMINATE-MI.
040110     MOVE EPSMMST-ESCROW-PMT-AMT TO W-OLD-ESCROW-PMT-AMT.
040120     MOVE EPSMMST-ESCROW-DISB-AMT TO W-OLD-ESCROW-DISB-AMT.
040200     COMPUTE W-MONTHLY-PREMIUM ROUNDED = W-MI-PREMIUM / 12.
040300     IF W-MONTHLY-PREMIUM > EPSMMST-ESCROW-PMT-AMT
040400         MOVE ZERO TO EPSMMST-ESCROW-PMT-AMT
040500     ELSE
040600         SUBTRACT W-MONTHLY-PREMIUM FROM EPSMMST-ESCROW-PMT-AMT
040700     END-IF.
040800     IF W-MONTHLY-PREMIUM > EPSMMST-ESCROW-DISB-AMT
040900         MOVE ZERO TO EPSMMST-ESCROW-DISB-AMT
041000     ELSE
041100         SUBTRACT W-MONTHLY-PREMIUM FROM EPSMMST-ESCROW-DISB-AMT
041200     END-IF.
041210     PERFORM 4100-SYNC-DB2-MASTER THRU 4100-EXIT.
041220     IF NOT DB2-UPDATED
041230         MOVE 8 TO RETURN-CODE
041240         GO TO 4000-EXIT
041250     END-IF.
041300     SET EPSMMST-MI-TERMINATED TO TRUE.
041400     REWRITE EPSMMST-RECORD.
041500     IF NOT MORTMAST-OK
041600         DISPLAY 'EPSPMIT - REWRITE FAILED FOR ACCOUNT '
041700             EPSMMST-ACCOUNT-NUMBER ' STATUS ' W-MORTMAST-STATUS
041710         MOVE 8 TO RETURN-CODE
041720         PERFORM 4200-RESTORE-DB2-MASTER THRU 4200-EXIT
041800         GO TO 4000-EXIT
041900     END-IF.
042000     ADD 1 TO W-MI-TERMINATED.
042100     ADD W-MI-PREMIUM TO W-TOT-PREMIUM-DROPPED.
042300     PERFORM 4300-END-MI-PAYEES THRU 4300-EXIT.
042400     SET MIN-TERMINATED TO TRUE.
042500     PERFORM 6000-WRITE-NOTICE THRU 6000-EXIT.
042600     MOVE 'MI TERMINATED' TO W-REG-NOTE.
042700     PERFORM 7000-WRITE-REGISTER THRU 7000-EXIT.
042800 4000-EXIT.
042900     EXIT.
043000*
043100*****************************************************************
043200*4100-SYNC-DB2-MASTER
043300*MIRROR THE REDUCED ESCROW CONTRIBUTION AND DISBURSEMENT TO THE
043400*DB2 MORTMAST ROW AND COMMIT.  DB2-UPDATED TELLS THE CALLER THE
043410*NEW FIGURES ARE COMMITTED.
043500*****************************************************************
043600 4100-SYNC-DB2-MASTER.
043610     MOVE 'N' TO W-DB2-SWITCH.
043700     MOVE EPSMMST-ACCOUNT-NUMBER TO W-DB2-ACCOUNT-NUMBER.
043800     MOVE EPSMMST-ESCROW-PMT-AMT TO W-DB2-ESCROW-PMT-AMT.
043900     MOVE EPSMMST-ESCROW-DISB-AMT TO W-DB2-ESCROW-DISB-AMT.
044000     EXEC SQL
044100         UPDATE MORTMAST
044200            SET ESCROW_PMT_AMT  = :W-DB2-ESCROW-PMT-AMT,
044300                ESCROW_DISB_AMT = :W-DB2-ESCROW-DISB-AMT
044400          WHERE ACCOUNT_NUMBER = :W-DB2-ACCOUNT-NUMBER
044500     END-EXEC.
044600     IF SQLCODE NOT = 0
044700         MOVE SQLCODE TO SQL-ERROR-CODE
044800         DISPLAY 'EPSPMIT - DB2 MASTER UPDATE FAILED FOR '
044900             'ACCOUNT ' EPSMMST-ACCOUNT-NUMBER ' '
045000             SQL-ERROR-MSG
045100         GO TO 4100-EXIT
045200     END-IF.
045300     EXEC SQL
045400         COMMIT
045500     END-EXEC.
045600     IF SQLCODE NOT = 0
045700         MOVE SQLCODE TO SQL-ERROR-CODE
045800         DISPLAY 'EPSPMIT - COMMIT FAILED, ' SQL-ERROR-MSG
045810         GO TO 4100-EXIT
045900     END-IF.
045910     MOVE 'Y' TO W-DB2-SWITCH.
046000 4100-EXIT.
046100     EXIT.
046103*
046106*****************************************************************
046109*4200-RESTORE-DB2-MASTER
046112*THE KSDS COULD NOT BE REWRITTEN - PUT THE ESCROW FIGURES BACK
046115*ON THE DB2 ROW AS THEY STOOD AND COMMIT, SO BOTH SIDES STILL
046118*SHOW THE PREMIUM AND THE NEXT RUN TERMINATES THE LOAN CLEANLY.
046121*****************************************************************
046124 4200-RESTORE-DB2-MASTER.
046127     MOVE W-OLD-ESCROW-PMT-AMT TO W-DB2-ESCROW-PMT-AMT.
046130     MOVE W-OLD-ESCROW-DISB-AMT TO W-DB2-ESCROW-DISB-AMT.
046133     EXEC SQL
046136         UPDATE MORTMAST
046139            SET ESCROW_PMT_AMT  = :W-DB2-ESCROW-PMT-AMT,
046142                ESCROW_DISB_AMT = :W-DB2-ESCROW-DISB-AMT
046145          WHERE ACCOUNT_NUMBER = :W-DB2-ACCOUNT-NUMBER
046148     END-EXEC.
046151     IF SQLCODE NOT = 0
046154         MOVE SQLCODE TO SQL-ERROR-CODE
046157         DISPLAY 'EPSPMIT - DB2 MASTER RESTORE FAILED FOR '
046160             'ACCOUNT ' EPSMMST-ACCOUNT-NUMBER ' '
046163             SQL-ERROR-MSG
046166         GO TO 4200-EXIT
046169     END-IF.
046172     EXEC SQL
046175         COMMIT
046178     END-EXEC.
046181     IF SQLCODE NOT = 0
046184         MOVE SQLCODE TO SQL-ERROR-CODE
046187         DISPLAY 'EPSPMIT - COMMIT FAILED, ' SQL-ERROR-MSG
046190     END-IF.
046193 4200-EXIT.
046196     EXIT.
046200*
046300*****************************************************************
046400*4300-END-MI-PAYEES
046500*POSITION ON THE ACCOUNT'S FIRST 'MI' PAYEE AND MARK EVERY
046600*ACTIVE ONE ENDED UNTIL THE KEY MOVES ON TO ANOTHER TYPE OR
046700*ACCOUNT.  THE PAYEE STAYS ON FILE FOR THE ESCROW HISTORY.
046800*****************************************************************
046900 4300-END-MI-PAYEES.
047000     MOVE 'N' TO W-PAYEE-DONE-SWITCH.
047100     MOVE LOW-VALUES TO EPSPAYEE-KEY.
047200     MOVE W-MI-ACCOUNT TO EPSPAYEE-ACCOUNT-NUMBER.
047300     MOVE 'MI' TO EPSPAYEE-TYPE.
047400     START PAYEEIN KEY IS NOT LESS THAN EPSPAYEE-KEY
047500         INVALID KEY
047600             GO TO 4300-EXIT
047700     END-START.
047800     PERFORM 4400-END-NEXT-PAYEE THRU 4400-EXIT
047900         UNTIL PAYEES-DONE.
048000 4300-EXIT.
048100     EXIT.
048200*
048300 4400-END-NEXT-PAYEE.
048400     READ PAYEEIN NEXT RECORD
048500         AT END
048600             MOVE 'Y' TO W-PAYEE-DONE-SWITCH
048700             GO TO 4400-EXIT
048800     END-READ.
048900     IF EPSPAYEE-ACCOUNT-NUMBER NOT = W-MI-ACCOUNT
049000         OR NOT EPSPAYEE-MORTGAGE-INS
049100         MOVE 'Y' TO W-PAYEE-DONE-SWITCH
049200         GO TO 4400-EXIT
049300     END-IF.
049400     IF EPSPAYEE-ENDED
049500         GO TO 4400-EXIT
049600     END-IF.
049700     SET EPSPAYEE-ENDED TO TRUE.
049800     REWRITE EPSPAYEE-RECORD.
049900     IF PAYEEIN-OK
050000         ADD 1 TO W-PAYEES-ENDED
050100     ELSE
050200         DISPLAY 'EPSPMIT - PAYEE REWRITE FAILED FOR ACCOUNT '
050300             W-MI-ACCOUNT ' STATUS ' W-PAYEEIN-STATUS
050310         MOVE 8 TO RETURN-CODE
050400         MOVE 'Y' TO W-PAYEE-DONE-SWITCH
050500     END-IF.
050600 4400-EXIT.
050700     EXIT.
050800*
050900*****************************************************************
051000*5000-SEND-80-NOTICE
051100*THE LOAN HAS REACHED 80% - MARK THE NOTICE SENT ON THE MASTER
051200*FIRST, SO A RERUN NEVER MAILS IT TWICE, THEN WRITE IT.
051300*****************************************************************
051400 5000-SEND-80-NOTICE.
051500     SET EPSMMST-MI-NOTICE-SENT TO TRUE.
051600     REWRITE EPSMMST-RECORD.
051700     IF NOT MORTMAST-OK
051800         DISPLAY 'EPSPMIT - REWRITE FAILED FOR ACCOUNT '
051900             EPSMMST-ACCOUNT-NUMBER ' STATUS ' W-MORTMAST-STATUS
051910         MOVE 8 TO RETURN-CODE
052000         GO TO 5000-EXIT
052100     END-IF.
052200     ADD 1 TO W-NOTICES-80.
052300     SET MIN-CANCEL-ELIGIBLE TO TRUE.
052400     PERFORM 6000-WRITE-NOTICE THRU 6000-EXIT.
052500     MOVE '80% NOTICE' TO W-REG-NOTE.
052600     PERFORM 7000-WRITE-REGISTER THRU 7000-EXIT.
052700 5000-EXIT.
052800     EXIT.
052900*
053000*****************************************************************
053100*6000-WRITE-NOTICE
053200*MIN-NOTICE-TYPE IS SET BY THE CALLER.  THE ADDRESS BLOCK COMES
053300*FROM THE NAME-AND-ADDRESS KSDS - SPACES AND A COUNT WHEN NO
053400*ADDRESS IS ON FILE (THE EPSNADRP EXCEPTION LIST NAMES THEM).
053500*****************************************************************
053600 6000-WRITE-NOTICE.
053700     MOVE 'N' TO W-ADDR-FOUND-SWITCH.
053800     MOVE EPSMMST-ACCOUNT-NUMBER TO EPSNMAD-ACCOUNT-NUMBER.
053900     READ NAMEADDR
054000         INVALID KEY
054100             ADD 1 TO W-NO-ADDRESS-COUNT
054200         NOT INVALID KEY
054300             MOVE 'Y' TO W-ADDR-FOUND-SWITCH
054400     END-READ.
054500     MOVE EPSMMST-ACCOUNT-NUMBER TO MIN-ACCOUNT-NUMBER.
054600     MOVE EPSMMST-CUSTOMER-NAME TO MIN-CUSTOMER-NAME.
054700     MOVE SPACES TO MIN-ADDR-LINE-1 MIN-ADDR-LINE-2 MIN-CITY
054800         MIN-STATE MIN-ZIP.
054900     IF ADDRESS-FOUND
055000         MOVE EPSNMAD-ADDR-LINE-1 TO MIN-ADDR-LINE-1
055100         MOVE EPSNMAD-ADDR-LINE-2 TO MIN-ADDR-LINE-2
055200         MOVE EPSNMAD-CITY TO MIN-CITY
055300         MOVE EPSNMAD-STATE TO MIN-STATE
055400         MOVE EPSNMAD-ZIP TO MIN-ZIP
055500     END-IF.
055600     MOVE W-LTV-PERCENT TO MIN-LTV-PERCENT.
055700     MOVE EPSMMST-CURRENT-BALANCE TO MIN-CURRENT-BALANCE.
055800     MOVE EPSMMST-ORIG-PROP-VALUE TO MIN-ORIG-PROP-VALUE.
055900     MOVE W-MI-PREMIUM TO MIN-ANNUAL-PREMIUM.
056000     MOVE EPSMMST-ESCROW-PMT-AMT TO MIN-ESCROW-PMT-AMT.
056100     MOVE W-RUN-DATE-CCYYMMDD TO MIN-NOTICE-DATE.
056200     MOVE EPSMINT-NOTICE-LINE TO MINOTICE-RECORD.
056300     WRITE MINOTICE-RECORD.
056400     IF MINOTICE-OK
056500         ADD 1 TO W-NOTICES-WRITTEN
056600     ELSE
056700         DISPLAY 'EPSPMIT - MINOTICE WRITE FAILED FOR ACCOUNT '
056800             EPSMMST-ACCOUNT-NUMBER ' STATUS ' W-MINOTICE-STATUS
056810         MOVE 8 TO RETURN-CODE
056900     END-IF.
057000 6000-EXIT.
057100     EXIT.
057200*
057300*****************************************************************
057400*7000-WRITE-REGISTER
057500*W-REG-NOTE IS SET BY THE CALLER - ONE LINE PER LOAN ACTED ON.
057600*****************************************************************
057700 7000-WRITE-REGISTER.
057800     MOVE EPSMMST-ACCOUNT-NUMBER TO W-REG-ACCOUNT.
057900     MOVE EPSMMST-CUSTOMER-NAME TO W-REG-NAME.
058000     MOVE W-LTV-PERCENT TO W-REG-LTV.
058100     MOVE W-MI-PREMIUM TO W-REG-PREMIUM.
058200     MOVE W-REGISTER-LINE TO PMIREG-LINE.
058300     WRITE PMIREG-LINE.
058400 7000-EXIT.
058500     EXIT.
058600*
058700*****************************************************************
058800*9000-TERMINATE
058900*PRINT THE REGISTER TOTALS AND CLOSE THE FILES.
059000*****************************************************************
059100 9000-TERMINATE.
059200     MOVE SPACES TO W-SUMMARY-LINE.
059300     MOVE 'ACCOUNTS READ          :' TO W-SUM-LABEL.
059400     MOVE W-RECORDS-READ TO W-SUM-COUNT.
059500     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
059600     MOVE 'LOANS CARRYING MI      :' TO W-SUM-LABEL.
059700     MOVE W-MI-LOANS TO W-SUM-COUNT.
059800     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
059900     MOVE '80% NOTICES SENT       :' TO W-SUM-LABEL.
060000     MOVE W-NOTICES-80 TO W-SUM-COUNT.
060100     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
060110     MOVE '80% NOTICES HELD - HOLD:' TO W-SUM-LABEL.
060120     MOVE W-NOTICES-HELD TO W-SUM-COUNT.
060130     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
060200     MOVE 'MI TERMINATED AT 78%   :' TO W-SUM-LABEL.
060300     MOVE W-MI-TERMINATED TO W-SUM-COUNT.
060400     MOVE W-TOT-PREMIUM-DROPPED TO W-SUM-AMOUNT.
060500     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
060600     MOVE 'MI PAYEES ENDED        :' TO W-SUM-LABEL.
060700     MOVE W-PAYEES-ENDED TO W-SUM-COUNT.
060800     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
060900     MOVE 'NO PROPERTY VALUE      :' TO W-SUM-LABEL.
061000     MOVE W-NO-VALUE TO W-SUM-COUNT.
061100     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
061200     MOVE 'NOTICES - NO ADDRESS   :' TO W-SUM-LABEL.
061300     MOVE W-NO-ADDRESS-COUNT TO W-SUM-COUNT.
061400     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
061500     CLOSE MORTMAST PAYEEIN NAMEADDR MINOTICE PMIREG.
061600     DISPLAY 'EPSPMIT - ACCOUNTS READ      : ' W-RECORDS-READ.
061700     DISPLAY 'EPSPMIT - LOANS WITH MI      : ' W-MI-LOANS.
061800     DISPLAY 'EPSPMIT - 80% NOTICES        : ' W-NOTICES-80.
061810     DISPLAY 'EPSPMIT - NOTICES HELD       : ' W-NOTICES-HELD.
061900     DISPLAY 'EPSPMIT - MI TERMINATED      : ' W-MI-TERMINATED.
062000     DISPLAY 'EPSPMIT - PREMIUM DROPPED    : '
062100         W-TOT-PREMIUM-DROPPED.
062200     DISPLAY 'EPSPMIT - PAYEES ENDED       : ' W-PAYEES-ENDED.
062300     DISPLAY 'EPSPMIT - NOTICES WRITTEN    : ' W-NOTICES-WRITTEN.
062400     DISPLAY 'EPSPMIT - NO PROPERTY VALUE  : ' W-NO-VALUE.
062500 9000-EXIT.
062600     EXIT.
062700*
062800*****************************************************************
062900*9100-PRINT-COUNT
063000*PRINT ONE SUMMARY LINE AND CLEAR IT FOR THE NEXT.
063100*****************************************************************
063200 9100-PRINT-COUNT.
063300     MOVE W-SUMMARY-LINE TO PMIREG-LINE.
063400     WRITE PMIREG-LINE.
063500     MOVE SPACES TO W-SUMMARY-LINE.
063600 9100-EXIT.
063700     EXIT.
