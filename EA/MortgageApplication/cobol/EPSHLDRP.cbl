000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EPSHLDRP.
000300*THIS PROGRAM PRINTS THE DAILY LEGAL HOLD REPORT FOR THE LEGAL
000400*DEPARTMENT.  IT LISTS EVERY LOAN ON THE DB2 MORTGAGE MASTER
000500*CARRYING A LEGAL HOLD - BANKRUPTCY, FORECLOSURE OR LITIGATION,
000600*SET THROUGH THE ACCOUNT HOLD MAINTENANCE SCREEN (EPSCHLD) -
000700*GROUPED BY HOLD TYPE, WITH THE EFFECTIVE DATE, DAYS ON HOLD,
000800*WHETHER A SUPERVISOR HAS GRANTED A POSTING OVERRIDE, THE REASON,
000900*THE OPERATOR WHO SET IT AND THE CURRENT BALANCE.  A SECOND
001000*SECTION LISTS THE HOLDS RELEASED SINCE THE START OF THE BUSINESS
001100*DAY, WITH WHO RELEASED THEM, SO LEGAL CAN CONFIRM EVERY RELEASE.
001200*THE HOLD COLUMNS ARE READ FROM DB2 RATHER THAN THE KSDS SO THE
001300*REPORT SHOWS TODAY'S SETS AND RELEASES BEFORE THE NIGHTLY SYNC.
001400*READ ONLY - SAFE TO RERUN.
001500*
001600 AUTHOR.     DEV TEAM.
001700 INSTALLATION. EPSDEMOS.
001800 DATE-WRITTEN. 10/15/2026.
001900 DATE-COMPILED.
002000*
002100*MODIFICATION HISTORY.
002200*2026-10-15  DEV  ORIGINAL DAILY LEGAL HOLD REPORT.
002210*2026-10-15  DEV  A SECTION CUT SHORT BY AN SQL ERROR SAYS SO
002220*                 INSTEAD OF PRINTING ITS "NONE" LINE; RELCSR IS
002230*                 CLOSED ONLY IF IT WAS OPENED.
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
003300     SELECT HLDRPT ASSIGN TO HLDRPT
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS W-HLDRPT-STATUS.
003600*
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  HLDRPT
004000     LABEL RECORDS ARE STANDARD
004100     RECORDING MODE IS F.
004200 01  HLDRPT-LINE                     PIC X(80).
004300*
004400 FD  BUSDATE
004500     LABEL RECORDS ARE STANDARD
004600     RECORDING MODE IS F.
004700 COPY EPSBDATE.
004800*
004900 WORKING-STORAGE SECTION.
005000*BUSINESS DATE FOR THE RUN - READ FROM THE BUSDATE CONTROL
005100*DATASET, NEVER FROM THE SYSTEM CLOCK.
005200 01  W-RUN-DATE-CCYYMMDD             PIC X(08).
005300 01  W-BUSDATE-STATUS                PIC X(02).
005400     88  BUSDATE-OK                    VALUE '00'.
005500*
005600 01  W-HLDRPT-STATUS                 PIC X(02).
005700     88  HLDRPT-OK                     VALUE '00'.
005800*
005900 01  W-SWITCHES.
006000     05  W-HELD-EOF-SWITCH            PIC X(01) VALUE 'N'.
006100         88  END-OF-HELD                VALUE 'Y'.
006200     05  W-RELEASED-EOF-SWITCH        PIC X(01) VALUE 'N'.
006300         88  END-OF-RELEASED            VALUE 'Y'.
006310     05  W-HELD-ERROR-SWITCH          PIC X(01) VALUE 'N'.
006320         88  HELD-LIST-FAILED           VALUE 'Y'.
006330     05  W-RELEASED-ERROR-SWITCH      PIC X(01) VALUE 'N'.
006340         88  RELEASED-LIST-FAILED       VALUE 'Y'.
006350     05  W-RELCSR-OPEN-SWITCH         PIC X(01) VALUE 'N'.
006360         88  RELCSR-OPEN                VALUE 'Y'.
006400*
006500 01  W-COUNTERS                      COMP.
006600     05  W-HELD-COUNT                 PIC 9(07) VALUE ZERO.
006700     05  W-BANKRUPTCY-COUNT           PIC 9(07) VALUE ZERO.
006800     05  W-FORECLOSURE-COUNT          PIC 9(07) VALUE ZERO.
006900     05  W-LITIGATION-COUNT           PIC 9(07) VALUE ZERO.
007000     05  W-OVERRIDE-COUNT             PIC 9(07) VALUE ZERO.
007100     05  W-RELEASED-COUNT             PIC 9(07) VALUE ZERO.
007200*
007300*PRINCIPAL BALANCE OUTSTANDING ON THE LOANS HELD.
007400 01  W-TOT-HELD-BALANCE              PIC 9(13)V99 COMP-3
007500                                         VALUE ZERO.
007600*
007700*DAYS ON HOLD - FROM THE EFFECTIVE DATE TO THE RUN DATE FOR A
007800*LOAN STILL HELD, TO THE RELEASE DATE FOR ONE RELEASED.
007900 77  W-CALL-PROGRAM                  PIC X(08) VALUE 'EPSDAYCT'.
008000 COPY EPSNBRPM.
008100*
008200 01  W-HEADING-LINE.
008300     05  FILLER                       PIC X(40) VALUE
008400         'EPSHLDRP - LEGAL HOLD REPORT            '.
008500     05  W-HDG-DATE                   PIC X(08).
008600     05  FILLER                       PIC X(32) VALUE SPACES.
008700*
008800 01  W-SECTION-LINE                  PIC X(80).
008900 01  W-HELD-TITLE                    PIC X(80) VALUE
009000     'ACCOUNTS ON LEGAL HOLD'.
009100 01  W-RELEASED-TITLE                PIC X(80) VALUE
009200     'HOLDS RELEASED TODAY'.
009300*
009400 01  W-COLUMN-LINE-1.
009500     05  FILLER                       PIC X(39) VALUE
009600         'ACCOUNT     CUSTOMER NAME'.
009700     05  W-COL-TYPE                   PIC X(13).
009800     05  FILLER                       PIC X(18) VALUE
009900         'EFF DATE    DAYS'.
010000     05  W-COL-OVERRIDE               PIC X(03).
010100     05  FILLER                       PIC X(07) VALUE SPACES.
010200*
010300 01  W-COLUMN-LINE-2.
010400     05  FILLER                       PIC X(12) VALUE SPACES.
010500     05  FILLER                       PIC X(32) VALUE
010600         'HOLD REASON'.
010700     05  W-COL-OPERATOR               PIC X(10).
010800     05  FILLER                       PIC X(12) VALUE
010900         '     BALANCE'.
011000     05  FILLER                       PIC X(14) VALUE SPACES.
011100*
011200 01  W-DETAIL-LINE-1.
011300     05  W-DTL-ACCOUNT                PIC 9(10).
011400     05  FILLER                       PIC X(02) VALUE SPACES.
011500     05  W-DTL-NAME                   PIC X(25).
011600     05  FILLER                       PIC X(02) VALUE SPACES.
011700     05  W-DTL-TYPE                   PIC X(11).
011800     05  FILLER                       PIC X(02) VALUE SPACES.
011900     05  W-DTL-EFF-DATE               PIC X(08).
012000     05  FILLER                       PIC X(02) VALUE SPACES.
012100     05  W-DTL-DAYS                   PIC ZZ,ZZ9.
012200     05  FILLER                       PIC X(02) VALUE SPACES.
012300     05  W-DTL-OVERRIDE               PIC X(03).
012400     05  FILLER                       PIC X(07) VALUE SPACES.
012500*
012600 01  W-DETAIL-LINE-2.
012700     05  FILLER                       PIC X(12) VALUE SPACES.
012800     05  W-DTL-REASON                 PIC X(30).
012900     05  FILLER                       PIC X(02) VALUE SPACES.
013000     05  W-DTL-OPERATOR               PIC X(08).
013100     05  FILLER                       PIC X(02) VALUE SPACES.
013200     05  W-DTL-BALANCE                PIC Z,ZZZ,ZZ9.99.
013300     05  FILLER                       PIC X(14) VALUE SPACES.
013400*
013500 01  W-NONE-LINE                     PIC X(80).
013600 01  W-NO-HOLDS-LINE                 PIC X(80) VALUE
013700     '*** NO ACCOUNTS ON LEGAL HOLD ***'.
013800 01  W-NO-RELEASES-LINE              PIC X(80) VALUE
013900     '*** NO HOLDS RELEASED TODAY ***'.
013910 01  W-INCOMPLETE-LINE               PIC X(80) VALUE
013920     '*** LIST INCOMPLETE - SQL ERROR, SEE JOB LOG ***'.
014000*
014100 01  W-SUMMARY-LINE.
014200     05  W-SUM-LABEL                  PIC X(25).
014300     05  W-SUM-COUNT                  PIC ZZZ,ZZ9.
014400     05  FILLER                       PIC X(03) VALUE SPACES.
014500     05  W-SUM-AMOUNT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
014600     05  FILLER                       PIC X(28) VALUE SPACES.
014700*
014800 01  W-BLANK-LINE                    PIC X(80) VALUE SPACES.
014900*
015000 01  SQL-ERROR-MSG.
015100     03  FILLER              PIC X(11)      VALUE 'SQL ERROR: '.
015200     03  SQL-ERROR-CODE      PIC S9(5) DISPLAY
015300                                 SIGN LEADING SEPARATE.
015400*
015500     EXEC SQL
015600         INCLUDE SQLCA
015700     END-EXEC.
015800*
015900*    THE DB2 MORTGAGE MASTER - THE BORROWER, THE BALANCE AND THE
016000*    HOLD COLUMNS EPSCHLD MAINTAINS.  A RELEASE BLANKS THE CODE
016100*    AND OVERRIDE AND STAMPS THE RELEASE DATE AND OPERATOR,
016200*    LEAVING THE REASON, EFFECTIVE DATE AND SETTING OPERATOR OF
016300*    THE HOLD RELEASED.
016400*
016500     EXEC SQL DECLARE MORTMAST TABLE
016600     ( ACCOUNT_NUMBER                 DECIMAL(10,0) NOT NULL,
016700       CUSTOMER_NAME                  CHAR(30)      NOT NULL,
016800       CURRENT_BALANCE                DECIMAL(12,2) NOT NULL,
016900       HOLD_CODE                      CHAR(1)       NOT NULL,
017000       HOLD_OVERRIDE                  CHAR(1)       NOT NULL,
017100       HOLD_REASON                    CHAR(30)      NOT NULL,
017200       HOLD_EFF_DATE                  CHAR(8)       NOT NULL,
017300       HOLD_OPERATOR                  CHAR(8)       NOT NULL,
017400       HOLD_REL_DATE                  CHAR(8)       NOT NULL,
017500       HOLD_REL_OPER                  CHAR(8)       NOT NULL
017600     ) END-EXEC.
017700*
017800     EXEC SQL DECLARE HELDCSR CURSOR FOR
017900         SELECT ACCOUNT_NUMBER, CUSTOMER_NAME, CURRENT_BALANCE,
018000                HOLD_CODE, HOLD_OVERRIDE, HOLD_REASON,
018100                HOLD_EFF_DATE, HOLD_OPERATOR
018200           FROM MORTMAST
018300          WHERE HOLD_CODE <> ' '
018400          ORDER BY HOLD_CODE, ACCOUNT_NUMBER
018500     END-EXEC.
018600*
018700     EXEC SQL DECLARE RELCSR CURSOR FOR
018800         SELECT ACCOUNT_NUMBER, CUSTOMER_NAME, CURRENT_BALANCE,
018900                HOLD_REASON, HOLD_EFF_DATE,
019000                HOLD_REL_DATE, HOLD_REL_OPER
019100           FROM MORTMAST
019200          WHERE HOLD_CODE = ' '
019300            AND HOLD_REL_DATE >= :W-RUN-DATE-CCYYMMDD
019400          ORDER BY ACCOUNT_NUMBER
019500     END-EXEC.
019600*
019700 01  W-HOLDROW-REC.
019800     05  W-HOLDROW-ACCOUNT-NUMBER        PIC S9(10) COMP-3.
019900     05  W-HOLDROW-CUSTOMER-NAME         PIC X(30).
020000     05  W-HOLDROW-CURRENT-BALANCE       PIC S9(10)V99 COMP-3.
020100     05  W-HOLDROW-HOLD-CODE             PIC X(01).
020200         88  W-HOLDROW-BANKRUPTCY          VALUE 'B'.
020300         88  W-HOLDROW-FORECLOSURE         VALUE 'F'.
020400         88  W-HOLDROW-LITIGATION          VALUE 'L'.
020500     05  W-HOLDROW-HOLD-OVERRIDE         PIC X(01).
020600         88  W-HOLDROW-POSTING-OVERRIDE    VALUE 'Y'.
020700     05  W-HOLDROW-HOLD-REASON           PIC X(30).
020800     05  W-HOLDROW-HOLD-EFF-DATE         PIC X(08).
020900     05  W-HOLDROW-HOLD-OPERATOR         PIC X(08).
021000     05  W-HOLDROW-HOLD-REL-DATE         PIC X(08).
021100     05  W-HOLDROW-HOLD-REL-OPER         PIC X(08).
021200*
021300 PROCEDURE DIVISION.
021400*****************************************************************
021500*0000-MAINLINE
021600*LIST THE LOANS ON HOLD, THEN THE HOLDS RELEASED TODAY, THEN
021700*THE TOTALS.
021800*****************************************************************
021900 0000-MAINLINE.
022000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022100     PERFORM 2000-LIST-HELD THRU 2000-EXIT
022200         UNTIL END-OF-HELD.
022300     PERFORM 3000-START-RELEASED THRU 3000-EXIT.
022400     PERFORM 4000-LIST-RELEASED THRU 4000-EXIT
022500         UNTIL END-OF-RELEASED.
022600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022700     STOP RUN.
022800*
022900*****************************************************************
023000*1000-INITIALIZE
023100*OPEN THE REPORT, PRINT THE HEADINGS FOR THE HELD SECTION AND
023200*OPEN THE HELD-ACCOUNT CURSOR.  NO CURSOR MEANS NO REPORT - AN
023300*EMPTY LIST WOULD READ TO LEGAL AS "NOTHING ON HOLD".
023400*****************************************************************
023500 1000-INITIALIZE.
023600     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
023700     OPEN OUTPUT HLDRPT.
023800     IF NOT HLDRPT-OK
023900         DISPLAY 'EPSHLDRP - HLDRPT OPEN FAILED, STATUS '
024000             W-HLDRPT-STATUS
024100         MOVE 16 TO RETURN-CODE
024200         STOP RUN
024300     END-IF.
024400     MOVE W-RUN-DATE-CCYYMMDD TO W-HDG-DATE.
024500     MOVE W-HEADING-LINE TO HLDRPT-LINE.
024600     WRITE HLDRPT-LINE.
024700     MOVE W-HELD-TITLE TO W-SECTION-LINE.
024800     MOVE 'HOLD TYPE' TO W-COL-TYPE.
024900     MOVE 'OVR' TO W-COL-OVERRIDE.
025000     MOVE 'SET BY' TO W-COL-OPERATOR.
025100     PERFORM 7100-WRITE-SECTION-HEAD THRU 7100-EXIT.
025200     EXEC SQL
025300         OPEN HELDCSR
025400     END-EXEC.
025500     IF SQLCODE NOT = 0
025600         MOVE SQLCODE TO SQL-ERROR-CODE
025700         DISPLAY 'EPSHLDRP - HELDCSR OPEN FAILED, ' SQL-ERROR-MSG
025800         MOVE 16 TO RETURN-CODE
025900         CLOSE HLDRPT
026000         STOP RUN
026100     END-IF.
026200 1000-EXIT.
026300     EXIT.
026400*
026500*****************************************************************
026600*1050-GET-BUSINESS-DATE
026700*THE WHOLE NIGHTLY STREAM PROCESSES UNDER THE ONE BUSINESS
026800*DATE ON THE BUSDATE CONTROL DATASET, ADVANCED BY EPSBDROL
026900*ONLY AT A CLEAN END OF DAY - A STREAM THAT SLIPS PAST
027000*MIDNIGHT, OR A RERUN THE NEXT MORNING, STILL PROCESSES
027100*UNDER THE RIGHT DATE.  NO USABLE DATE MEANS NO RUN - THE
027200*JOB ENDS WITH RC 16 AND THE SCHEDULER HOLDS THE STREAM.
027300*****************************************************************
027400 1050-GET-BUSINESS-DATE.
027500     OPEN INPUT BUSDATE.
027600     IF NOT BUSDATE-OK
027700         DISPLAY 'EPSHLDRP - BUSDATE OPEN FAILED, STATUS '
027800             W-BUSDATE-STATUS
027900         MOVE 16 TO RETURN-CODE
028000         STOP RUN
028100     END-IF.
028200     READ BUSDATE
028300         AT END
028400             DISPLAY 'EPSHLDRP - BUSDATE DATASET IS EMPTY'
028500             MOVE 16 TO RETURN-CODE
028600             STOP RUN
028700     END-READ.
028800     IF EPSBDAT-BUSINESS-DATE IS NOT NUMERIC
028900         DISPLAY 'EPSHLDRP - BUSDATE DATE IS NOT NUMERIC: '
029000             EPSBDAT-BUSINESS-DATE
029100         MOVE 16 TO RETURN-CODE
029200         STOP RUN
029300     END-IF.
029400     MOVE EPSBDAT-BUSINESS-DATE TO W-RUN-DATE-CCYYMMDD.
029500     CLOSE BUSDATE.
029600 1050-EXIT.
029700     EXIT.
029800*
029900*****************************************************************
030000*2000-LIST-HELD
030100*FETCH THE NEXT LOAN ON HOLD, COUNT IT BY TYPE AND PRINT IT
030200*WITH ITS DAYS ON HOLD TO THE RUN DATE.  A FAILED FETCH ENDS THE
030300*SECTION WITH RC 12 SO THE SHORT LIST IS NOT TAKEN AS COMPLETE.
030400*****************************************************************
030500 2000-LIST-HELD.
030600     EXEC SQL
030700         FETCH HELDCSR
030800          INTO :W-HOLDROW-ACCOUNT-NUMBER,
030900               :W-HOLDROW-CUSTOMER-NAME,
031000               :W-HOLDROW-CURRENT-BALANCE, :W-HOLDROW-HOLD-CODE,
031100               :W-HOLDROW-HOLD-OVERRIDE, :W-HOLDROW-HOLD-REASON,
031200               :W-HOLDROW-HOLD-EFF-DATE, :W-HOLDROW-HOLD-OPERATOR
031300     END-EXEC.
031400     IF SQLCODE = 100
031500         MOVE 'Y' TO W-HELD-EOF-SWITCH
031600         GO TO 2000-EXIT
031700     END-IF.
031800     IF SQLCODE NOT = 0
031900         MOVE SQLCODE TO SQL-ERROR-CODE
032000         DISPLAY 'EPSHLDRP - HELDCSR FETCH FAILED, ' SQL-ERROR-MSG
032100         MOVE 12 TO RETURN-CODE
032150         MOVE 'Y' TO W-HELD-ERROR-SWITCH
032200         MOVE 'Y' TO W-HELD-EOF-SWITCH
032300         GO TO 2000-EXIT
032400     END-IF.
032500     ADD 1 TO W-HELD-COUNT.
032600     ADD W-HOLDROW-CURRENT-BALANCE TO W-TOT-HELD-BALANCE.
032700     EVALUATE TRUE
032800         WHEN W-HOLDROW-BANKRUPTCY
032900             ADD 1 TO W-BANKRUPTCY-COUNT
033000             MOVE 'BANKRUPTCY' TO W-DTL-TYPE
033100         WHEN W-HOLDROW-FORECLOSURE
033200             ADD 1 TO W-FORECLOSURE-COUNT
033300             MOVE 'FORECLOSURE' TO W-DTL-TYPE
033400         WHEN W-HOLDROW-LITIGATION
033500             ADD 1 TO W-LITIGATION-COUNT
033600             MOVE 'LITIGATION' TO W-DTL-TYPE
033700         WHEN OTHER
033800             MOVE SPACES TO W-DTL-TYPE
033900             STRING 'CODE ' W-HOLDROW-HOLD-CODE
034000                 DELIMITED BY SIZE INTO W-DTL-TYPE
034100     END-EVALUATE.
034200     IF W-HOLDROW-POSTING-OVERRIDE
034300         ADD 1 TO W-OVERRIDE-COUNT
034400         MOVE 'YES' TO W-DTL-OVERRIDE
034500     ELSE
034600         MOVE SPACES TO W-DTL-OVERRIDE
034700     END-IF.
034800     MOVE W-RUN-DATE-CCYYMMDD TO EPSNBRPM-DATE-IN.
034900     PERFORM 5000-DAYS-ON-HOLD THRU 5000-EXIT.
035000     MOVE W-HOLDROW-HOLD-OPERATOR TO W-DTL-OPERATOR.
035100     PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
035200 2000-EXIT.
035300     EXIT.
035400*
035500*****************************************************************
035600*3000-START-RELEASED
035700*CLOSE OUT THE HELD SECTION, PRINT THE HEADINGS FOR THE
035800*RELEASED SECTION AND OPEN ITS CURSOR.  A SECTION CUT SHORT BY
035810*AN SQL ERROR IS MARKED INCOMPLETE - AN EMPTY OR SHORT LIST MUST
035820*NEVER READ TO LEGAL AS "NOTHING ON HOLD".
035900*****************************************************************
036000 3000-START-RELEASED.
036100     EXEC SQL
036200         CLOSE HELDCSR
036300     END-EXEC.
036400     IF HELD-LIST-FAILED
036410         MOVE W-INCOMPLETE-LINE TO HLDRPT-LINE
036420         WRITE HLDRPT-LINE
036430     ELSE
036440         IF W-HELD-COUNT = ZERO
036500             MOVE W-NO-HOLDS-LINE TO HLDRPT-LINE
036600             WRITE HLDRPT-LINE
036650         END-IF
036700     END-IF.
036800     MOVE W-RELEASED-TITLE TO W-SECTION-LINE.
036900     MOVE 'RELEASED' TO W-COL-TYPE.
037000     MOVE SPACES TO W-COL-OVERRIDE.
037100     MOVE 'REL BY' TO W-COL-OPERATOR.
037200     PERFORM 7100-WRITE-SECTION-HEAD THRU 7100-EXIT.
037300     EXEC SQL
037400         OPEN RELCSR
037500     END-EXEC.
037600     IF SQLCODE NOT = 0
037700         MOVE SQLCODE TO SQL-ERROR-CODE
037800         DISPLAY 'EPSHLDRP - RELCSR OPEN FAILED, ' SQL-ERROR-MSG
037900         MOVE 12 TO RETURN-CODE
037950         MOVE 'Y' TO W-RELEASED-ERROR-SWITCH
038000         MOVE 'Y' TO W-RELEASED-EOF-SWITCH
038050     ELSE
038060         MOVE 'Y' TO W-RELCSR-OPEN-SWITCH
038100     END-IF.
038200 3000-EXIT.
038300     EXIT.
038400*
038500*****************************************************************
038600*4000-LIST-RELEASED
038700*FETCH THE NEXT HOLD RELEASED TODAY AND PRINT IT WITH THE DAYS
038800*IT WAS HELD AND THE OPERATOR WHO RELEASED IT.
038900*****************************************************************
039000 4000-LIST-RELEASED.
039100     EXEC SQL
039200         FETCH RELCSR
039300          INTO :W-HOLDROW-ACCOUNT-NUMBER,
039400               :W-HOLDROW-CUSTOMER-NAME,
039500               :W-HOLDROW-CURRENT-BALANCE, :W-HOLDROW-HOLD-REASON,
039600               :W-HOLDROW-HOLD-EFF-DATE, :W-HOLDROW-HOLD-REL-DATE,
039700               :W-HOLDROW-HOLD-REL-OPER
039800     END-EXEC.
039900     IF SQLCODE = 100
040000         MOVE 'Y' TO W-RELEASED-EOF-SWITCH
040100         GO TO 4000-EXIT
040200     END-IF.
040300     IF SQLCODE NOT = 0
040400         MOVE SQLCODE TO SQL-ERROR-CODE
040500         DISPLAY 'EPSHLDRP - RELCSR FETCH FAILED, ' SQL-ERROR-MSG
040600         MOVE 12 TO RETURN-CODE
040650         MOVE 'Y' TO W-RELEASED-ERROR-SWITCH
040700         MOVE 'Y' TO W-RELEASED-EOF-SWITCH
040800         GO TO 4000-EXIT
040900     END-IF.
041000     ADD 1 TO W-RELEASED-COUNT.
041100     MOVE W-HOLDROW-HOLD-REL-DATE TO W-DTL-TYPE.
041200     MOVE SPACES TO W-DTL-OVERRIDE.
041300     MOVE W-HOLDROW-HOLD-REL-DATE TO EPSNBRPM-DATE-IN.
041400     PERFORM 5000-DAYS-ON-HOLD THRU 5000-EXIT.
041500     MOVE W-HOLDROW-HOLD-REL-OPER TO W-DTL-OPERATOR.
041600     PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
041700 4000-EXIT.
041800     EXIT.
041900*
042000*****************************************************************
042100*5000-DAYS-ON-HOLD
042200*DAYS FROM THE HOLD'S EFFECTIVE DATE TO EPSNBRPM-DATE-IN, AS
042300*SET BY THE CALLER.  A DATE EPSDAYCT CANNOT READ PRINTS AS ZERO.
042400*****************************************************************
042500 5000-DAYS-ON-HOLD.
042600     MOVE W-HOLDROW-HOLD-EFF-DATE TO EPSNBRPM-BASE-DATE.
042700     MOVE ZERO TO EPSNBRPM-DAYS-OUT.
042800     CALL W-CALL-PROGRAM USING EPSNBRPM-PARMS.
042900     IF NOT EPSNBRPM-RC-OK OR EPSNBRPM-DAYS-OUT < ZERO
043000         MOVE ZERO TO W-DTL-DAYS
043100     ELSE
043200         MOVE EPSNBRPM-DAYS-OUT TO W-DTL-DAYS
043300     END-IF.
043400 5000-EXIT.
043500     EXIT.
043600*
043700*****************************************************************
043800*7000-WRITE-DETAIL
043900*PRINT THE TWO LINES FOR ONE LOAN FROM THE ROW IN HAND - THE
044000*CALLER HAS ALREADY SET THE TYPE, DAYS, OVERRIDE AND OPERATOR.
044100*****************************************************************
044200 7000-WRITE-DETAIL.
044300     MOVE W-HOLDROW-ACCOUNT-NUMBER TO W-DTL-ACCOUNT.
044400     MOVE W-HOLDROW-CUSTOMER-NAME TO W-DTL-NAME.
044500     MOVE W-HOLDROW-HOLD-EFF-DATE TO W-DTL-EFF-DATE.
044600     MOVE W-HOLDROW-HOLD-REASON TO W-DTL-REASON.
044700     MOVE W-HOLDROW-CURRENT-BALANCE TO W-DTL-BALANCE.
044800     MOVE W-DETAIL-LINE-1 TO HLDRPT-LINE.
044900     WRITE HLDRPT-LINE.
045000     MOVE W-DETAIL-LINE-2 TO HLDRPT-LINE.
045100     WRITE HLDRPT-LINE.
045200     IF NOT HLDRPT-OK
045300         DISPLAY 'EPSHLDRP - HLDRPT WRITE FAILED, STATUS '
045400             W-HLDRPT-STATUS
045500     END-IF.
045600 7000-EXIT.
045700     EXIT.
045800*
045900*****************************************************************
046000*7100-WRITE-SECTION-HEAD
046100*A BLANK LINE, THE SECTION TITLE AND THE TWO COLUMN HEADINGS.
046200*****************************************************************
046300 7100-WRITE-SECTION-HEAD.
046400     MOVE W-BLANK-LINE TO HLDRPT-LINE.
046500     WRITE HLDRPT-LINE.
046600     MOVE W-SECTION-LINE TO HLDRPT-LINE.
046700     WRITE HLDRPT-LINE.
046800     MOVE W-COLUMN-LINE-1 TO HLDRPT-LINE.
046900     WRITE HLDRPT-LINE.
047000     MOVE W-COLUMN-LINE-2 TO HLDRPT-LINE.
047100     WRITE HLDRPT-LINE.
047200 7100-EXIT.
047300     EXIT.
047400*
047500*****************************************************************
047600*9000-TERMINATE
047700*CLOSE THE RELEASED SECTION - ITS CURSOR ONLY IF IT OPENED -
047710*AND PRINT THE TOTALS.
047800*****************************************************************
047900 9000-TERMINATE.
047910     IF RELCSR-OPEN
048000         EXEC SQL
048100             CLOSE RELCSR
048200         END-EXEC
048250     END-IF.
048300     IF RELEASED-LIST-FAILED
048310         MOVE W-INCOMPLETE-LINE TO HLDRPT-LINE
048320         WRITE HLDRPT-LINE
048330     ELSE
048340         IF W-RELEASED-COUNT = ZERO
048400             MOVE W-NO-RELEASES-LINE TO HLDRPT-LINE
048500             WRITE HLDRPT-LINE
048550         END-IF
048600     END-IF.
048700     MOVE W-BLANK-LINE TO HLDRPT-LINE.
048800     WRITE HLDRPT-LINE.
048900     MOVE SPACES TO W-SUMMARY-LINE.
049000     MOVE 'ACCOUNTS ON HOLD       :' TO W-SUM-LABEL.
049100     MOVE W-HELD-COUNT TO W-SUM-COUNT.
049200     MOVE W-TOT-HELD-BALANCE TO W-SUM-AMOUNT.
049300     PERFORM 9200-WRITE-SUMMARY THRU 9200-EXIT.
049400     MOVE SPACES TO W-SUMMARY-LINE.
049500     MOVE '  BANKRUPTCY           :' TO W-SUM-LABEL.
049600     MOVE W-BANKRUPTCY-COUNT TO W-SUM-COUNT.
049700     PERFORM 9200-WRITE-SUMMARY THRU 9200-EXIT.
049800     MOVE '  FORECLOSURE          :' TO W-SUM-LABEL.
049900     MOVE W-FORECLOSURE-COUNT TO W-SUM-COUNT.
050000     PERFORM 9200-WRITE-SUMMARY THRU 9200-EXIT.
050100     MOVE '  LITIGATION           :' TO W-SUM-LABEL.
050200     MOVE W-LITIGATION-COUNT TO W-SUM-COUNT.
050300     PERFORM 9200-WRITE-SUMMARY THRU 9200-EXIT.
050400     MOVE 'POSTING OVERRIDES      :' TO W-SUM-LABEL.
050500     MOVE W-OVERRIDE-COUNT TO W-SUM-COUNT.
050600     PERFORM 9200-WRITE-SUMMARY THRU 9200-EXIT.
050700     MOVE 'HOLDS RELEASED TODAY   :' TO W-SUM-LABEL.
050800     MOVE W-RELEASED-COUNT TO W-SUM-COUNT.
050900     PERFORM 9200-WRITE-SUMMARY THRU 9200-EXIT.
051000     CLOSE HLDRPT.
051100     DISPLAY 'EPSHLDRP - ACCOUNTS ON HOLD     : '
051200         W-HELD-COUNT.
051300     DISPLAY 'EPSHLDRP - HOLDS RELEASED TODAY : '
051400         W-RELEASED-COUNT.
051500 9000-EXIT.
051600     EXIT.
051700*
051800*****************************************************************
051900*9200-WRITE-SUMMARY
052000*****************************************************************
052100 9200-WRITE-SUMMARY.
052200     MOVE W-SUMMARY-LINE TO HLDRPT-LINE.
052300     WRITE HLDRPT-LINE.
052400 9200-EXIT.
052500     EXIT.
