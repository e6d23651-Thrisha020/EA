000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EPSBILL.
000300*THIS PROGRAM IS THE DAILY BILLING STATEMENT RUN.  IT READS THE
000400*MORTGAGE MASTER IN KEY ORDER AND CUTS A MONTHLY STATEMENT FOR
000500*EVERY LOAN WHOSE NEXT INSTALLMENT FALLS DUE EXACTLY W-LEAD-DAYS
000600*AFTER THE BUSINESS DATE.  THE BUSINESS DATE ADVANCES ONE
000700*CALENDAR DAY PER CLEAN END OF DAY, SO EACH DUE DATE IS BILLED
000800*ONCE, AND A RERUN UNDER THE SAME DATE CUTS THE SAME STATEMENTS.
000900*FOR A LOAN BEHIND ON ITS PAYMENTS THE NEXT-PAYMENT DATE IS IN
001000*THE PAST - THE DUE DATE BILLED IS THE FIRST MONTHLY DUE DATE
001100*AFTER THE BUSINESS DATE, AND EVERY INSTALLMENT MISSED BEFORE IT
001200*IS BILLED AS PAST DUE.  EACH STATEMENT CARRIES:
001300*    THE INSTALLMENT - THE SCHEDULED PRINCIPAL, THE INTEREST (THE
001400*    REST OF THE SCHEDULED PAYMENT) AND THE ESCROW CONTRIBUTION
001500*    THE LATE FEE OUTSTANDING AND THE PAST-DUE INSTALLMENTS
001600*    LESS THE SUSPENSE BALANCE ALREADY HELD ON THE ACCOUNT
001700*    THE CURRENT PRINCIPAL AND ESCROW BALANCES
001800*    THE CYCLE'S ACTIVITY - THE ARCHIVED PAYMENT ROWS (MORTPMTA)
001900*    DATED AFTER THE SAME DAY LAST MONTH, WHEN THE PREVIOUS
002000*    STATEMENT WAS CUT
002100*    THE BORROWER MAILING ADDRESS BLOCK (EPSNMAD)
002200*    A REMITTANCE COUPON IN THE LOCKBOX PAYMENT LAYOUT (EPSLBXPM)
002210*    FOR ONE INSTALLMENT'S PRINCIPAL AND INTEREST PLUS THE LATE
002220*    FEE - WHAT THE LOCKBOX PROCESSOR APPLIES AS ONE PAYMENT
002300*A LOAN UNDER A BANKRUPTCY HOLD GETS AN INFORMATION-ONLY
002400*STATEMENT WITH NO COUPON - A DEMAND FOR PAYMENT WOULD BREACH
002500*THE AUTOMATIC STAY.  A FORECLOSURE OR LITIGATION HOLD IS BILLED
002600*AS USUAL WITH THE HOLD CODE ON THE STATEMENT.  A LOAN PAID IN
002700*FULL, OR NOT YET BOARDED, IS NOT BILLED.  EVERY STATEMENT IS
002800*LISTED ON THE REGISTER.  RUN NIGHTLY AFTER THE EPSPMTX EXTRACT,
002900*SO THE DAY'S PAYMENTS ARE IN THE ARCHIVE.  READ ONLY.
003000*
003100 AUTHOR.     DEV TEAM.
003200 INSTALLATION. EPSDEMOS.
003300 DATE-WRITTEN. 10/15/2026.
003400 DATE-COMPILED.
003500*
003600*MODIFICATION HISTORY.
003700*2026-10-15  DEV  ORIGINAL DAILY BILLING STATEMENT RUN.
003710*2026-10-15  DEV  COUPON CARRIES ONLY WHAT EPSLBXP APPLIES AS ONE
003720*                 PAYMENT - PRINCIPAL AND INTEREST PLUS LATE FEE,
003730*                 NO ESCROW OR PAST DUE, SUSPENSE ONLY WHEN THE
003740*                 PROCESSOR CAN RELEASE IT.
003800*
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER. IBM-FLEX-ES.
004200 OBJECT-COMPUTER. IBM-FLEX-ES.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT BUSDATE ASSIGN TO BUSDATE
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS W-BUSDATE-STATUS.
004800     SELECT MORTMAST ASSIGN TO MORTMAST
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS EPSMMST-ACCOUNT-NUMBER
005200         FILE STATUS IS W-MORTMAST-STATUS.
005300     SELECT NAMEADDR ASSIGN TO NAMEADDR
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS EPSNMAD-ACCOUNT-NUMBER
005700         FILE STATUS IS W-NAMEADDR-STATUS.
005800     SELECT BILLSTMT ASSIGN TO BILLSTMT
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS W-BILLSTMT-STATUS.
006100     SELECT BILLRPT ASSIGN TO BILLRPT
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS W-BILLRPT-STATUS.
006400*
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  MORTMAST.
006800 COPY EPSMMST.
006900*
007000 FD  NAMEADDR.
007100 COPY EPSNMAD.
007200*
007300 FD  BILLSTMT
007400     LABEL RECORDS ARE STANDARD
007500     RECORDING MODE IS F.
007600 01  BILLSTMT-RECORD                 PIC X(800).
007700*
007800 FD  BILLRPT
007900     LABEL RECORDS ARE STANDARD
008000     RECORDING MODE IS F.
008100 01  BILLRPT-LINE                    PIC X(80).
008200*
008300 FD  BUSDATE
008400     LABEL RECORDS ARE STANDARD
008500     RECORDING MODE IS F.
008600 COPY EPSBDATE.
008700*
008800 WORKING-STORAGE SECTION.
008900*BUSINESS DATE FOR THE RUN - READ FROM THE BUSDATE CONTROL
009000*DATASET, NEVER FROM THE SYSTEM CLOCK.
009100 01  W-RUN-DATE-CCYYMMDD             PIC X(08).
009200 01  W-BUSDATE-STATUS                PIC X(02).
009300     88  BUSDATE-OK                    VALUE '00'.
009400*
009500 01  W-MORTMAST-STATUS               PIC X(02).
009600     88  MORTMAST-OK                   VALUE '00'.
009700 01  W-NAMEADDR-STATUS               PIC X(02).
009800     88  NAMEADDR-OK                   VALUE '00'.
009900 01  W-BILLSTMT-STATUS               PIC X(02).
010000     88  BILLSTMT-OK                   VALUE '00'.
010100 01  W-BILLRPT-STATUS                PIC X(02).
010200     88  BILLRPT-OK                    VALUE '00'.
010300*
010400 01  W-SWITCHES.
010500     05  W-EOF-SWITCH                 PIC X(01) VALUE 'N'.
010600         88  END-OF-MORTMAST            VALUE 'Y'.
010700     05  W-ADDR-FOUND-SWITCH          PIC X(01) VALUE 'N'.
010800         88  ADDRESS-FOUND              VALUE 'Y'.
010900     05  W-ACT-EOF-SWITCH             PIC X(01) VALUE 'N'.
011000         88  END-OF-ACTIVITY            VALUE 'Y'.
011100     05  W-ACT-ERROR-SWITCH           PIC X(01) VALUE 'N'.
011200         88  ACTIVITY-FAILED            VALUE 'Y'.
011300*
011400 01  W-COUNTERS                      COMP.
011500     05  W-RECORDS-READ               PIC 9(07) VALUE ZERO.
011600     05  W-STATEMENTS-WRITTEN         PIC 9(07) VALUE ZERO.
011700     05  W-INFO-ONLY-COUNT            PIC 9(07) VALUE ZERO.
011800     05  W-HOLD-BILLED-COUNT          PIC 9(07) VALUE ZERO.
011900     05  W-PAST-DUE-STMTS             PIC 9(07) VALUE ZERO.
012000     05  W-MORE-ACTIVITY-COUNT        PIC 9(07) VALUE ZERO.
012100     05  W-NO-ADDRESS-COUNT           PIC 9(07) VALUE ZERO.
012200     05  W-BAD-DUE-DATE-COUNT         PIC 9(07) VALUE ZERO.
012300     05  W-NOT-BILLED-COUNT           PIC 9(07) VALUE ZERO.
012400*
012500*TOTAL DUE ON THE STATEMENTS WITH A COUPON.
012600 01  W-TOT-BILLED                    PIC 9(13)V99 COMP-3
012700                                         VALUE ZERO.
012800*
012900*DAYS AHEAD OF THE DUE DATE A STATEMENT IS CUT - ROOM FOR
013000*RENDERING, MAILING AND THE BORROWER'S REPLY.
013100 77  W-LEAD-DAYS                     PIC 9(03) VALUE 15.
013200*
013300*MOST ACTIVITY ITEMS A STATEMENT HOLDS (BIL-ACTIVITY OCCURS).
013400 77  W-ACT-MAX                       PIC 9(04) COMP VALUE 6.
013500 77  W-ACT-SUB                       PIC 9(04) COMP VALUE ZERO.
013600*
013700*THE DUE DATE BEING BILLED - THE NEXT-PAYMENT DATE ROLLED
013800*FORWARD A MONTH AT A TIME PAST THE BUSINESS DATE, THE DAY KEPT
013900*FROM THE NEXT-PAYMENT DATE AND CLAMPED TO EACH MONTH'S LENGTH.
014000 01  W-DUE-DATE.
014100     05  W-DUE-CCYY                   PIC 9(04).
014200     05  W-DUE-MM                     PIC 9(02).
014300     05  W-DUE-DD                     PIC 9(02).
014400 77  W-DUE-DAY                       PIC 9(02).
014500 77  W-PAST-DUE-COUNT                PIC 9(03).
014600*
014700*THE SAME DAY LAST MONTH - THE PREVIOUS STATEMENT DATE.  THE
014800*CYCLE'S ACTIVITY IS EVERYTHING DATED AFTER IT.
014900 01  W-CYCLE-START.
015000     05  W-CYC-CCYY                   PIC 9(04).
015100     05  W-CYC-MM                     PIC 9(02).
015200     05  W-CYC-DD                     PIC 9(02).
015300*
015400*MONTH-LENGTH WORK - THE SAME CALENDAR RULE EPSBDROL USES.
015500 77  W-CAL-CCYY                      PIC 9(04).
015600 77  W-CAL-MM                        PIC 9(02).
015700 77  W-DAYS-IN-MONTH                 PIC 9(02).
015800 77  W-LEAP-REMAINDER                PIC 9(04).
015900 77  W-LEAP-QUOTIENT                 PIC 9(04).
016000*
016100*THE STATEMENT FIGURES.
016200 01  W-STMT-AMOUNTS.
016300     05  W-STMT-PRINCIPAL             PIC 9(10)V99 COMP-3.
016400     05  W-STMT-INTEREST              PIC 9(10)V99 COMP-3.
016500     05  W-STMT-ESCROW                PIC 9(10)V99 COMP-3.
016600     05  W-STMT-INSTALLMENT           PIC 9(10)V99 COMP-3.
016700     05  W-STMT-PAST-DUE              PIC 9(10)V99 COMP-3.
016800     05  W-STMT-SUSPENSE              PIC 9(10)V99 COMP-3.
016900     05  W-STMT-TOTAL                 PIC S9(10)V99 COMP-3.
016910     05  W-STMT-COUPON                PIC 9(10)V99 COMP-3.
017000*
017100*DAYS FROM THE BUSINESS DATE TO THE DUE DATE BEING BILLED.
017200 77  W-CALL-PROGRAM                  PIC X(08) VALUE 'EPSDAYCT'.
017300 COPY EPSNBRPM.
017400*
017500 01  W-HEADING-LINE.
017600     05  FILLER                       PIC X(40) VALUE
017700         'EPSBILL - BILLING STATEMENT REGISTER    '.
017800     05  W-HDG-DATE                   PIC X(08).
017900     05  FILLER                       PIC X(32) VALUE SPACES.
018000*
018100 01  W-COLUMN-LINE.
018200     05  FILLER                       PIC X(39) VALUE
018300         'ACCOUNT     CUSTOMER NAME'.
018400     05  FILLER                       PIC X(24) VALUE
018500         'DUE DATE     TOTAL DUE'.
018600     05  FILLER                       PIC X(17) VALUE 'NOTE'.
018700*
018800 01  W-REGISTER-LINE.
018900     05  W-REG-ACCOUNT                PIC 9(10).
019000     05  FILLER                       PIC X(02) VALUE SPACES.
019100     05  W-REG-NAME                   PIC X(25).
019200     05  FILLER                       PIC X(02) VALUE SPACES.
019300     05  W-REG-DUE-DATE               PIC X(08).
019400     05  FILLER                       PIC X(02) VALUE SPACES.
019500     05  W-REG-TOTAL-DUE              PIC Z,ZZZ,ZZ9.99.
019600     05  FILLER                       PIC X(02) VALUE SPACES.
019700     05  W-REG-NOTE                   PIC X(15).
019800     05  FILLER                       PIC X(02) VALUE SPACES.
019900*
020000 01  W-NO-STATEMENTS-LINE            PIC X(80) VALUE
020100     '*** NO STATEMENTS DUE TODAY ***'.
020200*
020300 01  W-SUMMARY-LINE.
020400     05  W-SUM-LABEL                  PIC X(25).
020500     05  W-SUM-COUNT                  PIC ZZZ,ZZ9.
020600     05  FILLER                       PIC X(03) VALUE SPACES.
020700     05  W-SUM-AMOUNT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
020800*
020900 01  W-BLANK-LINE                    PIC X(80) VALUE SPACES.
021000*
021100 COPY EPSBILLM.
021200*
021300 01  SQL-ERROR-MSG.
021400     03  FILLER              PIC X(11)      VALUE 'SQL ERROR: '.
021500     03  SQL-ERROR-CODE      PIC S9(5) DISPLAY
021600                                 SIGN LEADING SEPARATE.
021700*
021800     EXEC SQL
021900         INCLUDE SQLCA
022000     END-EXEC.
022100*
022200*    THE POSTED-PAYMENT ARCHIVE THE NIGHTLY EXTRACT (EPSPMTX)
022300*    FEEDS - EVERY PAYMENT, DRAFT, REVERSAL AND RETURN WITH THE
022400*    INTEREST AND FEE SPLIT THE POSTING PROGRAMS RECORDED.
022500*
022600     EXEC SQL DECLARE MORTPMTA TABLE
022700     ( ARC_ACCOUNT_NUMBER             DECIMAL(10,0) NOT NULL,
022800       ARC_TRAN_DATE                  CHAR(8)       NOT NULL,
022900       ARC_AMOUNT                     DECIMAL(12,2) NOT NULL,
023000       ARC_INTEREST                   DECIMAL(12,2) NOT NULL,
023100       ARC_FEE_APPLIED                DECIMAL(10,2) NOT NULL,
023200       ARC_TRAN_ID                    CHAR(4)       NOT NULL,
023300       ARC_TERM_ID                    CHAR(4)       NOT NULL,
023400       ARC_ARCHIVE_DATE               CHAR(8)       NOT NULL
023500     ) END-EXEC.
023600*
023700     EXEC SQL DECLARE ACTCSR CURSOR FOR
023800         SELECT ARC_TRAN_DATE, ARC_TRAN_ID, ARC_AMOUNT,
023900                ARC_INTEREST, ARC_FEE_APPLIED
024000           FROM MORTPMTA
024100          WHERE ARC_ACCOUNT_NUMBER = :W-ACTROW-ACCOUNT
024200            AND ARC_TRAN_DATE > :W-ACTROW-CYCLE-START
024300            AND ARC_TRAN_DATE <= :W-RUN-DATE-CCYYMMDD
024400          ORDER BY ARC_TRAN_DATE
024500     END-EXEC.
024600*
024700 01  W-ACTROW-REC.
024800     05  W-ACTROW-ACCOUNT                PIC S9(10) COMP-3.
024900     05  W-ACTROW-CYCLE-START            PIC X(08).
025000     05  W-ACTROW-TRAN-DATE              PIC X(08).
025100     05  W-ACTROW-TRAN-ID                PIC X(04).
025200     05  W-ACTROW-AMOUNT                 PIC S9(10)V99 COMP-3.
025300     05  W-ACTROW-INTEREST               PIC S9(10)V99 COMP-3.
025400     05  W-ACTROW-FEE-APPLIED            PIC S9(08)V99 COMP-3.
025500     05  W-ACTROW-PRINCIPAL              PIC S9(10)V99 COMP-3.
025600*
025700 PROCEDURE DIVISION.
025800*****************************************************************
025900*0000-MAINLINE
026000*BILL EVERY LOAN DUE W-LEAD-DAYS OUT, THEN PRINT THE TOTALS.
026100*****************************************************************
026200 0000-MAINLINE.
026300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026400     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
026500         UNTIL END-OF-MORTMAST.
026600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026700     STOP RUN.
026800*
026900*****************************************************************
027000*1000-INITIALIZE
027100*OPEN THE FILES, PRINT THE HEADINGS AND WORK OUT THE START OF
027200*THE CYCLE - THE SAME DAY LAST MONTH, CLAMPED TO THAT MONTH'S
027300*LENGTH.
027400*****************************************************************
027500 1000-INITIALIZE.
027600     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
027700     OPEN INPUT MORTMAST NAMEADDR
027800         OUTPUT BILLSTMT BILLRPT.
027900     IF NOT MORTMAST-OK OR NOT NAMEADDR-OK
028000         OR NOT BILLSTMT-OK OR NOT BILLRPT-OK
028100         DISPLAY 'EPSBILL - OPEN FAILED, MORTMAST '
028200             W-MORTMAST-STATUS ' NAMEADDR ' W-NAMEADDR-STATUS
028300             ' BILLSTMT ' W-BILLSTMT-STATUS
028400             ' BILLRPT ' W-BILLRPT-STATUS
028500         MOVE 16 TO RETURN-CODE
028600         STOP RUN
028700     END-IF.
028800     MOVE W-RUN-DATE-CCYYMMDD TO W-HDG-DATE.
028900     MOVE W-HEADING-LINE TO BILLRPT-LINE.
029000     WRITE BILLRPT-LINE.
029100     MOVE W-BLANK-LINE TO BILLRPT-LINE.
029200     WRITE BILLRPT-LINE.
029300     MOVE W-COLUMN-LINE TO BILLRPT-LINE.
029400     WRITE BILLRPT-LINE.
029500     MOVE W-RUN-DATE-CCYYMMDD TO W-CYCLE-START.
029600     IF W-CYC-MM > 01
029700         SUBTRACT 1 FROM W-CYC-MM
029800     ELSE
029900         MOVE 12 TO W-CYC-MM
030000         SUBTRACT 1 FROM W-CYC-CCYY
030100     END-IF.
030200     MOVE W-CYC-CCYY TO W-CAL-CCYY.
030300     MOVE W-CYC-MM TO W-CAL-MM.
030400     PERFORM 3200-SET-DAYS-IN-MONTH THRU 3200-EXIT.
030500     IF W-CYC-DD > W-DAYS-IN-MONTH
030600         MOVE W-DAYS-IN-MONTH TO W-CYC-DD
030700     END-IF.
030800     MOVE W-CYCLE-START TO W-ACTROW-CYCLE-START.
030900 1000-EXIT.
031000     EXIT.
031100*
031200*****************************************************************
031300*1050-GET-BUSINESS-DATE
031400*THE WHOLE NIGHTLY STREAM PROCESSES UNDER THE ONE BUSINESS
031500*DATE ON THE BUSDATE CONTROL DATASET, ADVANCED BY EPSBDROL
031600*ONLY AT A CLEAN END OF DAY - A STREAM THAT SLIPS PAST
031700*MIDNIGHT, OR A RERUN THE NEXT MORNING, STILL PROCESSES
031800*UNDER THE RIGHT DATE.  NO USABLE DATE MEANS NO RUN - THE
031900*JOB ENDS WITH RC 16 AND THE SCHEDULER HOLDS THE STREAM.
032000*****************************************************************
032100 1050-GET-BUSINESS-DATE.
032200     OPEN INPUT BUSDATE.
032300     IF NOT BUSDATE-OK
032400         DISPLAY 'EPSBILL - BUSDATE OPEN FAILED, STATUS '
032500             W-BUSDATE-STATUS
032600         MOVE 16 TO RETURN-CODE
032700         STOP RUN
032800     END-IF.
032900     READ BUSDATE
033000         AT END
033100             DISPLAY 'EPSBILL - BUSDATE DATASET IS EMPTY'
033200             MOVE 16 TO RETURN-CODE
033300             STOP RUN
033400     END-READ.
033500     IF EPSBDAT-BUSINESS-DATE IS NOT NUMERIC
033600         DISPLAY 'EPSBILL - BUSDATE DATE IS NOT NUMERIC: '
033700             EPSBDAT-BUSINESS-DATE
033800         MOVE 16 TO RETURN-CODE
033900         STOP RUN
034000     END-IF.
034100     MOVE EPSBDAT-BUSINESS-DATE TO W-RUN-DATE-CCYYMMDD.
034200     CLOSE BUSDATE.
034300 1050-EXIT.
034400     EXIT.
034500*
034600*****************************************************************
034700*2000-PROCESS-RECORD
034800*READ THE NEXT ACCOUNT.  A LOAN PAID IN FULL, OR ONE NOT YET
034900*BOARDED (NO SCHEDULED PAYMENT OR NEXT-PAYMENT DATE), IS PASSED
035000*OVER.  OTHERWISE FIND THE DUE DATE TO BILL AND CUT THE
035100*STATEMENT WHEN IT IS EXACTLY W-LEAD-DAYS AWAY.  A DUE DATE
035200*EPSDAYCT CANNOT READ IS COUNTED FOR LOAN SETUP.
035300*****************************************************************
035400 2000-PROCESS-RECORD.
035500     READ MORTMAST
035600         AT END
035700             MOVE 'Y' TO W-EOF-SWITCH
035800             GO TO 2000-EXIT
035900     END-READ.
036000     ADD 1 TO W-RECORDS-READ.
036100     IF EPSMMST-PAID-IN-FULL
036200         GO TO 2000-EXIT
036300     END-IF.
036400     IF EPSMMST-PAYMENT-AMOUNT NOT > ZERO
036500         OR EPSMMST-NEXT-PMT-DATE IS NOT NUMERIC
036600         GO TO 2000-EXIT
036700     END-IF.
036800     PERFORM 3000-FIND-DUE-DATE THRU 3000-EXIT.
036900     MOVE W-DUE-DATE TO EPSNBRPM-DATE-IN.
037000     MOVE W-RUN-DATE-CCYYMMDD TO EPSNBRPM-BASE-DATE.
037100     MOVE ZERO TO EPSNBRPM-DAYS-OUT.
037200     CALL W-CALL-PROGRAM USING EPSNBRPM-PARMS.
037300     IF NOT EPSNBRPM-RC-OK
037400         ADD 1 TO W-BAD-DUE-DATE-COUNT
037500         GO TO 2000-EXIT
037600     END-IF.
037700     IF EPSNBRPM-DAYS-OUT NOT = W-LEAD-DAYS
037800         GO TO 2000-EXIT
037900     END-IF.
038000     PERFORM 4000-BUILD-STATEMENT THRU 4000-EXIT.
038100     PERFORM 4500-LOAD-ACTIVITY THRU 4500-EXIT.
038200     IF ACTIVITY-FAILED
038300         ADD 1 TO W-NOT-BILLED-COUNT
038400         MOVE 'NOT BILLED-SQL' TO W-REG-NOTE
038500         PERFORM 7000-WRITE-REGISTER THRU 7000-EXIT
038600         GO TO 2000-EXIT
038700     END-IF.
038800     PERFORM 6000-WRITE-STATEMENT THRU 6000-EXIT.
038900 2000-EXIT.
039000     EXIT.
039100*
039200*****************************************************************
039300*3000-FIND-DUE-DATE / 3100-ROLL-DUE-DATE
039400*START FROM THE NEXT-PAYMENT DATE AND ROLL IT A MONTH AT A TIME
039500*UNTIL IT IS AFTER THE BUSINESS DATE.  EACH ROLL IS ONE
039600*INSTALLMENT ALREADY DUE AND UNPAID.
039700*****************************************************************
039800 3000-FIND-DUE-DATE.
039900     MOVE EPSMMST-NEXT-PMT-DATE TO W-DUE-DATE.
040000     MOVE W-DUE-DD TO W-DUE-DAY.
040100     MOVE ZERO TO W-PAST-DUE-COUNT.
040200     PERFORM 3100-ROLL-DUE-DATE THRU 3100-EXIT
040300         UNTIL W-DUE-DATE > W-RUN-DATE-CCYYMMDD.
040400 3000-EXIT.
040500     EXIT.
040600*
040700 3100-ROLL-DUE-DATE.
040800     IF W-DUE-MM < 12
040900         ADD 1 TO W-DUE-MM
041000     ELSE
041100         MOVE 01 TO W-DUE-MM
041200         ADD 1 TO W-DUE-CCYY
041300     END-IF.
041400     MOVE W-DUE-CCYY TO W-CAL-CCYY.
041500     MOVE W-DUE-MM TO W-CAL-MM.
041600     PERFORM 3200-SET-DAYS-IN-MONTH THRU 3200-EXIT.
041700     MOVE W-DUE-DAY TO W-DUE-DD.
041800     IF W-DUE-DD > W-DAYS-IN-MONTH
041900         MOVE W-DAYS-IN-MONTH TO W-DUE-DD
042000     END-IF.
042100     ADD 1 TO W-PAST-DUE-COUNT.
042200 3100-EXIT.
042300     EXIT.
042400*
042500*****************************************************************
042600*3200-SET-DAYS-IN-MONTH / 3300-FEBRUARY-DAYS
042700*LENGTH OF MONTH W-CAL-MM OF YEAR W-CAL-CCYY.
042800*****************************************************************
042900 3200-SET-DAYS-IN-MONTH.
043000     EVALUATE W-CAL-MM
043100         WHEN 01
043200         WHEN 03
043300         WHEN 05
043400         WHEN 07
043500         WHEN 08
043600         WHEN 10
043700         WHEN 12
043800             MOVE 31 TO W-DAYS-IN-MONTH
043900         WHEN 02
044000             PERFORM 3300-FEBRUARY-DAYS THRU 3300-EXIT
044100         WHEN OTHER
044200             MOVE 30 TO W-DAYS-IN-MONTH
044300     END-EVALUATE.
044400 3200-EXIT.
044500     EXIT.
044600*
044700 3300-FEBRUARY-DAYS.
044800     MOVE 28 TO W-DAYS-IN-MONTH.
044900     DIVIDE W-CAL-CCYY BY 4 GIVING W-LEAP-QUOTIENT
045000         REMAINDER W-LEAP-REMAINDER.
045100     IF W-LEAP-REMAINDER NOT = ZERO
045200         GO TO 3300-EXIT
045300     END-IF.
045400     DIVIDE W-CAL-CCYY BY 100 GIVING W-LEAP-QUOTIENT
045500         REMAINDER W-LEAP-REMAINDER.
045600     IF W-LEAP-REMAINDER NOT = ZERO
045700         MOVE 29 TO W-DAYS-IN-MONTH
045800         GO TO 3300-EXIT
045900     END-IF.
046000     DIVIDE W-CAL-CCYY BY 400 GIVING W-LEAP-QUOTIENT
046100         REMAINDER W-LEAP-REMAINDER.
046200     IF W-LEAP-REMAINDER = ZERO
046300         MOVE 29 TO W-DAYS-IN-MONTH
046400     END-IF.
046500 3300-EXIT.
046600     EXIT.
046700*
046800*****************************************************************
046900*4000-BUILD-STATEMENT
047000*FILL IN EVERYTHING BUT THE ACTIVITY.  THE INSTALLMENT IS THE
047100*SCHEDULED PRINCIPAL, THE REST OF THE SCHEDULED PAYMENT AS
047200*INTEREST - THE SAME SPLIT THE POSTING PROGRAMS APPLY - AND THE
047300*ESCROW CONTRIBUTION.  EACH INSTALLMENT MISSED IS BILLED AGAIN AS
047400*PAST DUE.  THE SUSPENSE BALANCE IS MONEY ALREADY RECEIVED, SO
047500*IT COMES OFF THE TOTAL; A TOTAL BELOW ZERO IS BILLED AS ZERO.
047600*****************************************************************
047700 4000-BUILD-STATEMENT.
047800     MOVE SPACES TO EPSBILL-STMT-LINE.
047900     MOVE EPSMMST-ACCOUNT-NUMBER TO BIL-ACCOUNT-NUMBER.
048000     MOVE EPSMMST-CUSTOMER-NAME TO BIL-CUSTOMER-NAME.
048100     PERFORM 4100-READ-ADDRESS THRU 4100-EXIT.
048200     IF ADDRESS-FOUND
048300         MOVE EPSNMAD-ADDR-LINE-1 TO BIL-ADDR-LINE-1
048400         MOVE EPSNMAD-ADDR-LINE-2 TO BIL-ADDR-LINE-2
048500         MOVE EPSNMAD-CITY TO BIL-CITY
048600         MOVE EPSNMAD-STATE TO BIL-STATE
048700         MOVE EPSNMAD-ZIP TO BIL-ZIP
048800     END-IF.
048900     MOVE W-RUN-DATE-CCYYMMDD TO BIL-STATEMENT-DATE.
049000     MOVE W-DUE-DATE TO BIL-DUE-DATE.
049100     MOVE EPSMMST-HOLD-CODE TO BIL-HOLD-CODE.
049200     IF EPSMMST-PRINCIPAL-AMOUNT > EPSMMST-PAYMENT-AMOUNT
049300         MOVE EPSMMST-PAYMENT-AMOUNT TO W-STMT-PRINCIPAL
049400     ELSE
049500         MOVE EPSMMST-PRINCIPAL-AMOUNT TO W-STMT-PRINCIPAL
049600     END-IF.
049700     COMPUTE W-STMT-INTEREST =
049800         EPSMMST-PAYMENT-AMOUNT - W-STMT-PRINCIPAL.
049900     MOVE EPSMMST-ESCROW-PMT-AMT TO W-STMT-ESCROW.
050000     COMPUTE W-STMT-INSTALLMENT =
050100         W-STMT-PRINCIPAL + W-STMT-INTEREST + W-STMT-ESCROW.
050200     COMPUTE W-STMT-PAST-DUE =
050300         W-STMT-INSTALLMENT * W-PAST-DUE-COUNT.
050400*RECORDS CUT BEFORE THE SUSPENSE FIELD EXISTED CARRY SPACES
050500*THERE - TREAT THOSE AS A ZERO SUSPENSE BALANCE.
050600     IF EPSMMST-SUSPENSE-AMOUNT IS NUMERIC
050700         MOVE EPSMMST-SUSPENSE-AMOUNT TO W-STMT-SUSPENSE
050800     ELSE
050900         MOVE ZERO TO W-STMT-SUSPENSE
051000     END-IF.
051100     COMPUTE W-STMT-TOTAL =
051200         W-STMT-INSTALLMENT + EPSMMST-LATE-FEE-DUE
051300         + W-STMT-PAST-DUE - W-STMT-SUSPENSE.
051400     IF W-STMT-TOTAL < ZERO
051500         MOVE ZERO TO W-STMT-TOTAL
051600     END-IF.
051700     MOVE W-STMT-PRINCIPAL TO BIL-PRINCIPAL-DUE.
051800     MOVE W-STMT-INTEREST TO BIL-INTEREST-DUE.
051900     MOVE W-STMT-ESCROW TO BIL-ESCROW-DUE.
052000     MOVE W-STMT-INSTALLMENT TO BIL-INSTALLMENT-DUE.
052100     MOVE EPSMMST-LATE-FEE-DUE TO BIL-LATE-FEE-DUE.
052200     MOVE W-PAST-DUE-COUNT TO BIL-PAST-DUE-COUNT.
052300     MOVE W-STMT-PAST-DUE TO BIL-PAST-DUE-AMOUNT.
052400     MOVE W-STMT-SUSPENSE TO BIL-SUSPENSE-AMOUNT.
052500     MOVE W-STMT-TOTAL TO BIL-TOTAL-DUE.
052600     MOVE EPSMMST-CURRENT-BALANCE TO BIL-PRINCIPAL-BALANCE.
052700     MOVE EPSMMST-ESCROW-BALANCE TO BIL-ESCROW-BALANCE.
052800     MOVE W-CYCLE-START TO BIL-CYCLE-START.
052900     MOVE W-RUN-DATE-CCYYMMDD TO BIL-CYCLE-END.
053000     MOVE ZERO TO BIL-ACTIVITY-COUNT.
053100     MOVE 'N' TO BIL-MORE-ACTIVITY.
053200*A BANKRUPTCY HOLD - INFORMATION ONLY, NO COUPON.  THE COUPON
053210*CARRIES ONLY WHAT THE LOCKBOX PROCESSOR (EPSLBXP) APPLIES AS
053220*ONE PAYMENT - THE LATE FEE, THEN THE INSTALLMENT'S PRINCIPAL,
053230*THE REST AS INTEREST, ROLLING THE DUE DATE ONE MONTH - SO IT IS
053240*ONE INSTALLMENT'S PRINCIPAL AND INTEREST PLUS THE LATE FEE.
053250*ESCROW AND THE PAST-DUE INSTALLMENTS ARE BILLED IN THE TOTAL
053260*DUE BUT NOT ON THE COUPON.  THE SUSPENSE COMES OFF THE COUPON
053270*ONLY WITH NO LATE FEE OUTSTANDING AND LESS THAN AN INSTALLMENT
053280*HELD - THE SHORT REMITTANCE THEN TOPS THE SUSPENSE UP TO ONE
053290*FULL INSTALLMENT AND THE PROCESSOR RELEASES AND APPLIES IT.
053300*THE PROCESSOR ADDS THE REMIT DATE AND ITS BATCH.
053500     IF EPSMMST-HOLD-BANKRUPTCY
053600         MOVE 'I' TO BIL-STMT-TYPE
053700     ELSE
053800         MOVE 'R' TO BIL-STMT-TYPE
053810         COMPUTE W-STMT-COUPON =
053820             EPSMMST-PAYMENT-AMOUNT + EPSMMST-LATE-FEE-DUE
053830         IF EPSMMST-LATE-FEE-DUE = ZERO
053840             AND W-STMT-SUSPENSE > ZERO
053850             AND W-STMT-SUSPENSE < EPSMMST-PAYMENT-AMOUNT
053860             SUBTRACT W-STMT-SUSPENSE FROM W-STMT-COUPON
053870         END-IF
053900         MOVE EPSMMST-ACCOUNT-NUMBER TO BIL-CPN-ACCOUNT-NUMBER
054000         MOVE W-STMT-COUPON TO BIL-CPN-PAYMENT-AMOUNT
054100         MOVE W-STMT-PRINCIPAL TO BIL-CPN-PRINCIPAL-AMOUNT
054200     END-IF.
054300 4000-EXIT.
054400     EXIT.
054500*
054600*****************************************************************
054700*4100-READ-ADDRESS
054800*KEYED READ ON THE NAME-AND-ADDRESS KSDS.  NO RECORD MEANS
054900*THE STATEMENT GOES OUT WITH A BLANK ADDRESS BLOCK AND THE
055000*ACCOUNT IS COUNTED - THE EPSNADRP EXCEPTION LIST NAMES THEM.
055100*****************************************************************
055200 4100-READ-ADDRESS.
055300     MOVE 'N' TO W-ADDR-FOUND-SWITCH.
055400     MOVE EPSMMST-ACCOUNT-NUMBER TO EPSNMAD-ACCOUNT-NUMBER.
055500     READ NAMEADDR
055600         INVALID KEY
055700             ADD 1 TO W-NO-ADDRESS-COUNT
055800         NOT INVALID KEY
055900             MOVE 'Y' TO W-ADDR-FOUND-SWITCH
056000     END-READ.
056100 4100-EXIT.
056200     EXIT.
056300*
056400*****************************************************************
056500*4500-LOAD-ACTIVITY / 4600-FETCH-ACTIVITY
056600*LIST THE CYCLE'S ARCHIVED ROWS ON THE STATEMENT, OLDEST FIRST.
056700*PRINCIPAL IS WHAT IS LEFT OF THE AMOUNT AFTER INTEREST AND FEE,
056800*AS THE MONTH-END ROLL-FORWARD (EPSMEND) WORKS IT.  ROWS PAST
056900*W-ACT-MAX ARE COUNTED IN MORE-ACTIVITY.  A CURSOR FAILURE
057000*LEAVES THE STATEMENT UNWRITTEN - A STATEMENT MISSING A PAYMENT
057100*THE BORROWER MADE DOES MORE HARM THAN ONE CUT ON THE RERUN.
057200*****************************************************************
057300 4500-LOAD-ACTIVITY.
057400     MOVE 'N' TO W-ACT-EOF-SWITCH.
057500     MOVE 'N' TO W-ACT-ERROR-SWITCH.
057600     MOVE ZERO TO W-ACT-SUB.
057700     MOVE EPSMMST-ACCOUNT-NUMBER TO W-ACTROW-ACCOUNT.
057800     EXEC SQL
057900         OPEN ACTCSR
058000     END-EXEC.
058100     IF SQLCODE NOT = 0
058200         MOVE SQLCODE TO SQL-ERROR-CODE
058300         DISPLAY 'EPSBILL - ACTCSR OPEN FAILED FOR ACCOUNT '
058400             EPSMMST-ACCOUNT-NUMBER ' ' SQL-ERROR-MSG
058500         MOVE 'Y' TO W-ACT-ERROR-SWITCH
058600         GO TO 4500-EXIT
058700     END-IF.
058800     PERFORM 4600-FETCH-ACTIVITY THRU 4600-EXIT
058900         UNTIL END-OF-ACTIVITY.
059000     EXEC SQL
059100         CLOSE ACTCSR
059200     END-EXEC.
059300     MOVE W-ACT-SUB TO BIL-ACTIVITY-COUNT.
059400 4500-EXIT.
059500     EXIT.
059600*
059700 4600-FETCH-ACTIVITY.
059800     EXEC SQL
059900         FETCH ACTCSR
060000          INTO :W-ACTROW-TRAN-DATE, :W-ACTROW-TRAN-ID,
060100               :W-ACTROW-AMOUNT, :W-ACTROW-INTEREST,
060200               :W-ACTROW-FEE-APPLIED
060300     END-EXEC.
060400     IF SQLCODE = 100
060500         MOVE 'Y' TO W-ACT-EOF-SWITCH
060600         GO TO 4600-EXIT
060700     END-IF.
060800     IF SQLCODE NOT = 0
060900         MOVE SQLCODE TO SQL-ERROR-CODE
061000         DISPLAY 'EPSBILL - ACTCSR FETCH FAILED FOR ACCOUNT '
061100             EPSMMST-ACCOUNT-NUMBER ' ' SQL-ERROR-MSG
061200         MOVE 'Y' TO W-ACT-ERROR-SWITCH
061300         MOVE 'Y' TO W-ACT-EOF-SWITCH
061400         GO TO 4600-EXIT
061500     END-IF.
061600     IF W-ACT-SUB NOT < W-ACT-MAX
061700         MOVE 'Y' TO BIL-MORE-ACTIVITY
061800         GO TO 4600-EXIT
061900     END-IF.
062000     ADD 1 TO W-ACT-SUB.
062100     COMPUTE W-ACTROW-PRINCIPAL =
062200         W-ACTROW-AMOUNT - W-ACTROW-INTEREST
062300         - W-ACTROW-FEE-APPLIED.
062400     MOVE W-ACTROW-TRAN-DATE TO BIL-ACT-DATE (W-ACT-SUB).
062500     MOVE W-ACTROW-TRAN-ID TO BIL-ACT-TRAN-ID (W-ACT-SUB).
062600     MOVE W-ACTROW-AMOUNT TO BIL-ACT-AMOUNT (W-ACT-SUB).
062700     MOVE W-ACTROW-PRINCIPAL TO BIL-ACT-PRINCIPAL (W-ACT-SUB).
062800     MOVE W-ACTROW-INTEREST TO BIL-ACT-INTEREST (W-ACT-SUB).
062900     MOVE W-ACTROW-FEE-APPLIED TO BIL-ACT-FEE (W-ACT-SUB).
063000 4600-EXIT.
063100     EXIT.
063200*
063300*****************************************************************
063400*6000-WRITE-STATEMENT
063500*WRITE THE STATEMENT, COUNT IT AND LIST IT ON THE REGISTER.
063600*****************************************************************
063700 6000-WRITE-STATEMENT.
063800     MOVE EPSBILL-STMT-LINE TO BILLSTMT-RECORD.
063900     WRITE BILLSTMT-RECORD.
064000     IF NOT BILLSTMT-OK
064100         DISPLAY 'EPSBILL - BILLSTMT WRITE FAILED FOR ACCOUNT '
064200             EPSMMST-ACCOUNT-NUMBER ' STATUS ' W-BILLSTMT-STATUS
064300         ADD 1 TO W-NOT-BILLED-COUNT
064400         MOVE 'NOT BILLED-I/O' TO W-REG-NOTE
064500         PERFORM 7000-WRITE-REGISTER THRU 7000-EXIT
064600         GO TO 6000-EXIT
064700     END-IF.
064800     ADD 1 TO W-STATEMENTS-WRITTEN.
064900     IF BIL-MORE-ACTIVITY = 'Y'
065000         ADD 1 TO W-MORE-ACTIVITY-COUNT
065100     END-IF.
065200     IF W-PAST-DUE-COUNT > ZERO
065300         ADD 1 TO W-PAST-DUE-STMTS
065400     END-IF.
065500     EVALUATE TRUE
065600         WHEN EPSMMST-HOLD-BANKRUPTCY
065700             ADD 1 TO W-INFO-ONLY-COUNT
065800             MOVE 'INFO ONLY - BK' TO W-REG-NOTE
065900         WHEN EPSMMST-HOLD-FORECLOSURE
066000             ADD 1 TO W-HOLD-BILLED-COUNT
066100             ADD W-STMT-TOTAL TO W-TOT-BILLED
066200             MOVE 'FORECLOSURE' TO W-REG-NOTE
066300         WHEN EPSMMST-HOLD-LITIGATION
066400             ADD 1 TO W-HOLD-BILLED-COUNT
066500             ADD W-STMT-TOTAL TO W-TOT-BILLED
066600             MOVE 'LITIGATION' TO W-REG-NOTE
066700         WHEN W-PAST-DUE-COUNT > ZERO
066800             ADD W-STMT-TOTAL TO W-TOT-BILLED
066900             MOVE 'PAST DUE' TO W-REG-NOTE
067000         WHEN OTHER
067100             ADD W-STMT-TOTAL TO W-TOT-BILLED
067200             MOVE SPACES TO W-REG-NOTE
067300     END-EVALUATE.
067400     PERFORM 7000-WRITE-REGISTER THRU 7000-EXIT.
067500 6000-EXIT.
067600     EXIT.
067700*
067800*****************************************************************
067900*7000-WRITE-REGISTER
068000*W-REG-NOTE IS SET BY THE CALLER - ONE LINE PER STATEMENT.
068100*****************************************************************
068200 7000-WRITE-REGISTER.
068300     MOVE EPSMMST-ACCOUNT-NUMBER TO W-REG-ACCOUNT.
068400     MOVE EPSMMST-CUSTOMER-NAME TO W-REG-NAME.
068500     MOVE W-DUE-DATE TO W-REG-DUE-DATE.
068600     MOVE W-STMT-TOTAL TO W-REG-TOTAL-DUE.
068700     MOVE W-REGISTER-LINE TO BILLRPT-LINE.
068800     WRITE BILLRPT-LINE.
068900 7000-EXIT.
069000     EXIT.
069100*
069200*****************************************************************
069300*9000-TERMINATE
069400*PRINT THE REGISTER TOTALS AND CLOSE THE FILES.  A LOAN LEFT
069500*UNBILLED BY A FAILURE ENDS THE RUN RC 8 - RERUN UNDER THE SAME
069600*DATE ONCE THE CAUSE IS FIXED; THE NEW GENERATION REPLACES THIS
069700*ONE FOR RENDERING.
069800*****************************************************************
069900 9000-TERMINATE.
070000     IF W-STATEMENTS-WRITTEN = ZERO AND W-NOT-BILLED-COUNT = ZERO
070100         MOVE W-NO-STATEMENTS-LINE TO BILLRPT-LINE
070200         WRITE BILLRPT-LINE
070300     END-IF.
070400     MOVE W-BLANK-LINE TO BILLRPT-LINE.
070500     WRITE BILLRPT-LINE.
070600     MOVE SPACES TO W-SUMMARY-LINE.
070700     MOVE 'ACCOUNTS READ          :' TO W-SUM-LABEL.
070800     MOVE W-RECORDS-READ TO W-SUM-COUNT.
070900     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
071000     MOVE 'STATEMENTS WRITTEN     :' TO W-SUM-LABEL.
071100     MOVE W-STATEMENTS-WRITTEN TO W-SUM-COUNT.
071200     MOVE W-TOT-BILLED TO W-SUM-AMOUNT.
071300     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
071400     MOVE '  INFO ONLY (BANKRUPT) :' TO W-SUM-LABEL.
071500     MOVE W-INFO-ONLY-COUNT TO W-SUM-COUNT.
071600     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
071700     MOVE '  UNDER OTHER HOLD     :' TO W-SUM-LABEL.
071800     MOVE W-HOLD-BILLED-COUNT TO W-SUM-COUNT.
071900     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
072000     MOVE '  WITH PAST-DUE AMOUNT :' TO W-SUM-LABEL.
072100     MOVE W-PAST-DUE-STMTS TO W-SUM-COUNT.
072200     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
072300     MOVE '  MORE THAN 6 ITEMS    :' TO W-SUM-LABEL.
072400     MOVE W-MORE-ACTIVITY-COUNT TO W-SUM-COUNT.
072500     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
072600     MOVE '  NO ADDRESS ON FILE   :' TO W-SUM-LABEL.
072700     MOVE W-NO-ADDRESS-COUNT TO W-SUM-COUNT.
072800     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
072900     MOVE 'NOT BILLED - FAILURE   :' TO W-SUM-LABEL.
073000     MOVE W-NOT-BILLED-COUNT TO W-SUM-COUNT.
073100     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
073200     MOVE 'BAD NEXT-PAYMENT DATE  :' TO W-SUM-LABEL.
073300     MOVE W-BAD-DUE-DATE-COUNT TO W-SUM-COUNT.
073400     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
073500     CLOSE MORTMAST NAMEADDR BILLSTMT BILLRPT.
073600     DISPLAY 'EPSBILL - ACCOUNTS READ      : ' W-RECORDS-READ.
073700     DISPLAY 'EPSBILL - STATEMENTS WRITTEN : '
073800         W-STATEMENTS-WRITTEN.
073900     DISPLAY 'EPSBILL - INFORMATION ONLY   : ' W-INFO-ONLY-COUNT.
074000     DISPLAY 'EPSBILL - TOTAL BILLED       : ' W-TOT-BILLED.
074100     DISPLAY 'EPSBILL - NOT BILLED         : ' W-NOT-BILLED-COUNT.
074200     IF W-NOT-BILLED-COUNT > ZERO
074300         MOVE 8 TO RETURN-CODE
074400     END-IF.
074500 9000-EXIT.
074600     EXIT.
074700*
074800*****************************************************************
074900*9100-PRINT-COUNT
075000*PRINT ONE SUMMARY LINE AND CLEAR IT FOR THE NEXT.
075100*****************************************************************
075200 9100-PRINT-COUNT.
075300     MOVE W-SUMMARY-LINE TO BILLRPT-LINE.
075400     WRITE BILLRPT-LINE.
075500     MOVE SPACES TO W-SUMMARY-LINE.
075600 9100-EXIT.
075700     EXIT.
