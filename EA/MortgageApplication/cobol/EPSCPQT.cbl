       ID DIVISION.
       PROGRAM-ID. EPSCPQT.
      *    PAYOFF QUOTE (TRANSACTION EPSQ).  GIVES THE PAYOFF DESK A
      *    FIGURE IT CAN QUOTE TO A BORROWER, TITLE COMPANY OR
      *    REFINANCING LENDER: THE AMOUNT THAT RETIRES THE LOAN IF
      *    FUNDS ARRIVE BY THE GOOD-THROUGH DATE KEYED.  THE PAYOFF
      *    IS THE CURRENT BALANCE, PLUS THE INTEREST EPSPRDI HAS
      *    ALREADY ACCRUED ON FILE, PLUS PER-DIEM INTEREST FROM THE
      *    ACCRUAL-THROUGH DATE TO THE GOOD-THROUGH DATE (DAYS FROM
      *    EPSDAYCT, AT THE SAME DAILY RATE EPSPRDI USES), PLUS ANY
      *    LATE FEE DUE, LESS WHAT IS ALREADY HELD IN SUSPENSE.
      *    BALANCES, FEE AND SUSPENSE COME FROM THE DB2 MASTER SO
      *    TODAY'S POSTINGS COUNT; THE RATE AND THE ACCRUAL COME FROM
      *    THE KEYED VSAM MASTER, THE ONLY PLACE THEY ARE KEPT.
      *    EVERY QUOTE GIVEN IS LOGGED TO THE MORTPOQ TABLE WITH THE
      *    OPERATOR AND TERMINAL, AND PF4 PRINTS THE QUOTE LAST
      *    SHOWN.  A LOAN ALREADY CLOSED OUT PAID IN FULL GETS NO
      *    QUOTE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01  W-FLAGS.
           10  W-SEND-FLAG                    PIC X.
               88  SEND-ERASE                   VALUE '1'.
               88  SEND-DATAONLY                VALUE '2'.
               88  SEND-MAPONLY                 VALUE '3'.
               88  SEND-DATAONLY-ALARM          VALUE '4'.
               88  SEND-ALL                     VALUE '5'.

       01 W-COMAREA-LENGTH                    PIC 9(4) COMP.
      *
      *    SCREEN-FIELD EDIT AREA
      *
       01 W-CONVERSIONS.
           05  WS-FORMAT-NUMBER PIC Z,ZZZ,ZZ9.99.
           05  W-FORMAT-DAYS    PIC ---9.
      *
      *    GOOD-THROUGH DATE BROKEN OUT FOR THE CALENDAR EDIT
      *
       01 W-GOOD-THRU-DATE                    PIC X(08).
       01 W-GOOD-THRU-PARTS REDEFINES W-GOOD-THRU-DATE.
           05  W-GT-CCYY                      PIC 9(04).
           05  W-GT-MM                        PIC 9(02).
           05  W-GT-DD                        PIC 9(02).
       01 W-DAYS-IN-MONTH                     PIC 9(02).
       01 W-LEAP-QUOTIENT                     PIC 9(04).
       01 W-LEAP-REMAINDER                    PIC 9(04).
      *
      *    A QUOTE MAY NOT BE GOOD THROUGH A DATE MORE THAN THIS
      *    MANY DAYS OUT - PAST THAT THE RATE OR THE BALANCE WILL
      *    HAVE MOVED AND THE QUOTE MUST BE REDONE.
      *
       01 W-MAX-QUOTE-DAYS                    PIC S9(05) COMP-3
                                                  VALUE 60.
      *
      *    PER-DIEM INTEREST WORK AREA - THE SAME DAILY RATE AND
      *    ROUNDING THE NIGHTLY ACCRUAL (EPSPRDI) USES.
      *
       01 W-CALL-PROGRAM                      PIC X(8) VALUE 'EPSDAYCT'.
       01 W-DAILY-RATE                        PIC V9(08) COMP-3.
       01 W-ACCRUAL-BASE-DATE                 PIC X(08).
       01 W-PAYOFF-WORK                       PIC S9(10)V99 COMP-3.
       COPY EPSNBRPM.
      *
      *    THE KEYED VSAM MASTER RECORD - READ ONLY, FOR THE RATE
      *    AND THE ACCRUAL
      *
       COPY EPSMMST.
      *
       01  SQL-ERROR-MSG.
           03  FILLER              PIC X(11)      VALUE 'SQL ERROR: '.
           03  SQL-ERROR-CODE      PIC S9(5) DISPLAY
                                       SIGN LEADING SEPARATE.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL DECLARE SYSIBM.SYSDUMMY1 TABLE
           ( IBMREQD                        CHAR(1) NOT NULL
           ) END-EXEC.
      *
       01 IBMREQD                           PIC X(1).
      *
      *    THE DB2 MORTGAGE MASTER - TODAY'S BALANCE, LATE FEE AND
      *    SUSPENSE, AND THE PAID-IN-FULL STATUS THE NIGHTLY
      *    CLOSE-OUT (EPSPIFCO) SETS.
      *
           EXEC SQL DECLARE MORTMAST TABLE
           ( ACCOUNT_NUMBER                 DECIMAL(10,0) NOT NULL,
             CUSTOMER_NAME                  CHAR(30)      NOT NULL,
             CURRENT_BALANCE                DECIMAL(12,2) NOT NULL,
             ESCROW_BALANCE                 DECIMAL(12,2) NOT NULL,
             ESCROW_DISB_AMT                DECIMAL(12,2) NOT NULL,
             ESCROW_PMT_AMT                 DECIMAL(12,2) NOT NULL,
             LAST_PMT_DATE                  CHAR(8)       NOT NULL,
             PAYMENT_AMOUNT                 DECIMAL(12,2) NOT NULL,
             PRINCIPAL_AMOUNT               DECIMAL(12,2) NOT NULL,
             LATE_FEE_DUE                   DECIMAL(10,2) NOT NULL,
             NEXT_PMT_DATE                  CHAR(8)       NOT NULL,
             SUSPENSE_AMT                   DECIMAL(10,2) NOT NULL,
             LOAN_STATUS                    CHAR(1)       NOT NULL,
             PAID_OFF_DATE                  CHAR(8)       NOT NULL
           ) END-EXEC.
      *
       01  W-DB2-MAST-REC.
           05  W-DB2-ACCOUNT-NUMBER            PIC S9(10) COMP-3.
           05  W-DB2-CUSTOMER-NAME             PIC X(30).
           05  W-DB2-CURRENT-BALANCE           PIC S9(10)V99 COMP-3.
           05  W-DB2-LATE-FEE-DUE              PIC S9(8)V99 COMP-3.
           05  W-DB2-SUSPENSE-AMT              PIC S9(8)V99 COMP-3.
           05  W-DB2-LOAN-STATUS               PIC X(01).
               88  W-DB2-PAID-IN-FULL            VALUE 'P'.
           05  W-DB2-PAID-OFF-DATE             PIC X(08).
      *
      *    DB2 AUDIT TABLE - EVERY NON-ZERO SQLCODE EPSCPQT HITS IS
      *    INSERTED HERE WITH A TIMESTAMP AND THE TERMINAL/TRANSACTION
      *    ID, THE SAME AS THE TELLER SCREEN.
      *
           EXEC SQL DECLARE MORTAUD TABLE
           ( AUD_TIMESTAMP                  TIMESTAMP NOT NULL,
             AUD_TERM_ID                    CHAR(4)   NOT NULL,
             AUD_TRAN_ID                    CHAR(4)   NOT NULL,
             AUD_ACCOUNT_NUMBER             DECIMAL(10,0),
             AUD_SQLCODE                    INTEGER   NOT NULL,
             AUD_ERROR_MSG                  CHAR(80)  NOT NULL
           ) END-EXEC.
      *
       01  W-AUDIT-REC.
           05  W-AUDIT-TIMESTAMP               PIC X(26).
           05  W-AUDIT-TERM-ID                 PIC X(04).
           05  W-AUDIT-TRAN-ID                 PIC X(04).
           05  W-AUDIT-ACCOUNT-NUMBER          PIC S9(10) COMP-3.
           05  W-AUDIT-SQLCODE                 PIC S9(9) COMP.
           05  W-AUDIT-ERROR-MSG               PIC X(80).
      *
      *    DB2 PAYOFF-QUOTE LOG - ONE ROW PER QUOTE GIVEN, SO THE
      *    PAYOFF DESK CAN SHOW WHAT WAS QUOTED, TO WHOM AND BY WHOM
      *    WHEN THE FUNDS ARRIVE.
      *
           EXEC SQL DECLARE MORTPOQ TABLE
           ( POQ_ACCOUNT_NUMBER             DECIMAL(10,0) NOT NULL,
             POQ_QUOTE_DATE                 CHAR(8)       NOT NULL,
             POQ_GOOD_THRU_DATE             CHAR(8)       NOT NULL,
             POQ_PRINCIPAL                  DECIMAL(12,2) NOT NULL,
             POQ_INTEREST                   DECIMAL(12,2) NOT NULL,
             POQ_LATE_FEE                   DECIMAL(10,2) NOT NULL,
             POQ_SUSPENSE                   DECIMAL(10,2) NOT NULL,
             POQ_PAYOFF_AMT                 DECIMAL(12,2) NOT NULL,
             POQ_USER_ID                    CHAR(8)       NOT NULL,
             POQ_TERM_ID                    CHAR(4)       NOT NULL,
             POQ_TRAN_ID                    CHAR(4)       NOT NULL
           ) END-EXEC.
      *
       01  W-QUOTE-LOG-REC.
           05  W-POQ-ACCOUNT-NUMBER            PIC S9(10) COMP-3.
           05  W-POQ-QUOTE-DATE                PIC X(08).
           05  W-POQ-GOOD-THRU-DATE            PIC X(08).
           05  W-POQ-PRINCIPAL                 PIC S9(10)V99 COMP-3.
           05  W-POQ-INTEREST                  PIC S9(10)V99 COMP-3.
           05  W-POQ-LATE-FEE                  PIC S9(8)V99 COMP-3.
           05  W-POQ-SUSPENSE                  PIC S9(8)V99 COMP-3.
           05  W-POQ-PAYOFF-AMT                PIC S9(10)V99 COMP-3.
           05  W-POQ-USER-ID                   PIC X(08).
           05  W-POQ-TERM-ID                   PIC X(04).
           05  W-POQ-TRAN-ID                   PIC X(04).
      *
      *    DB2 AVAILABILITY CHECK / RETRY-FAILOVER WORK AREA
      *
       01 W-DB2-RETRY-COUNT                   PIC 9(2) VALUE ZERO.
       01 W-DB2-MAX-RETRIES                   PIC 9(2) VALUE 3.
       01 W-DB2-STATUS                        PIC X(1) VALUE 'Y'.
           88  DB2-IS-AVAILABLE                 VALUE 'Y'.
           88  DB2-NOT-AVAILABLE                VALUE 'N'.
      *
      *    PRINTED QUOTE - ONE LABELLED FIGURE PER LINE
      *
       01 W-QUOTE-PRINT-LINE.
           05  W-QPL-LABEL                    PIC X(30).
           05  W-QPL-VALUE                    PIC X(30).
      *
       01  END-OF-TRANS-MSG                 PIC X(30)
             VALUE 'END OF TRANSACTION - THANK YOU'.
       01  DB2-DOWN-MSG                      PIC X(32)
             VALUE 'DB2 UNAVAILABLE - SEE SUPERVISOR'.
       01  BLANK-MSG                        PIC X(1) VALUE ' '.
       01  W-MASTER-FILE                    PIC X(8) VALUE 'EPSMAST'.
       01  W-MAPSET-NAME                    PIC X(8) VALUE 'EPSPQT'.
       01  W-MAP-NAME                       PIC X(8) VALUE 'EPSPQT1'.
       01  W-OWN-TRANSID                    PIC X(4) VALUE 'EPSQ'.
       01  W-MENU-TRANSID                   PIC X(4) VALUE 'EPSM'.
       01  W-MENU-PROGRAM                   PIC X(8) VALUE 'EPSMENU'.
           COPY DFHAID.
           COPY EPSPQTM.

       01  W-COMMUNICATION-AREA.
           COPY EPSPQCOM.
      *
      *    MISCELLANEOUS CICS/SQL WORK FIELDS
      *
       01 W-CICS-RESP                         PIC S9(8) COMP.
       01 W-SPOOL-TOKEN                       PIC X(8).
       01 W-ABSTIME                           PIC S9(15) COMP.
       01 W-DATE-PART                         PIC X(10).
       01 W-TIME-PART                         PIC X(08).
       01 W-CURRENT-DATE                      PIC X(08).
       01 W-USER-ID                           PIC X(08).

       LINKAGE SECTION.

       01 DFHCOMMAREA.
       COPY EPSPQCOM.

       PROCEDURE DIVISION USING DFHCOMMAREA.
      *****************************************************************
      *    0000-MAINLINE                                              *
      *    ENTRY LOGIC.  TEST EIBCALEN TO TELL A FRESH TRANSACTION    *
      *    START FROM A PSEUDO-CONVERSATIONAL RETURN, CONFIRM DB2 IS  *
      *    UP, THEN DISPATCH TO THE RIGHT PROCESSING PATH.            *
      *****************************************************************
       0000-MAINLINE.
           IF EIBCALEN > 0
               MOVE EIBCALEN TO W-COMAREA-LENGTH
               MOVE DFHCOMMAREA TO W-COMMUNICATION-AREA
           ELSE
               MOVE ZERO TO W-COMAREA-LENGTH
               INITIALIZE W-COMMUNICATION-AREA
               SET EPSPQCOM-STATE-INIT OF W-COMMUNICATION-AREA TO TRUE
               MOVE EIBTRMID TO EPSPQCOM-TERM-ID OF W-COMMUNICATION-AREA
               MOVE EIBTRNID TO EPSPQCOM-TRAN-ID OF W-COMMUNICATION-AREA
           END-IF.

           PERFORM 1000-CHECK-DB2 THRU 1000-EXIT.
           IF DB2-NOT-AVAILABLE
               GO TO 9999-RETURN-TRANS
           END-IF.

           IF EIBCALEN = 0
               PERFORM 2000-INITIAL-SEND THRU 2000-EXIT
           ELSE
               IF W-COMAREA-LENGTH NOT =
                       EPSPQCOM-SAVE-LENGTH OF W-COMMUNICATION-AREA
                   PERFORM 3100-SESSION-LOST THRU 3100-EXIT
               ELSE
                   PERFORM 3000-RETURN-ENTRY THRU 3000-EXIT
               END-IF
           END-IF.

           GO TO 9999-RETURN-TRANS.
      *
      *****************************************************************
      *    1000-CHECK-DB2                                             *
      *    CONFIRM THE DB2 THREAD IS UP BEFORE TOUCHING ANY MORTGAGE  *
      *    RECORD, RETRYING A FEW TIMES THE WAY THE TELLER SCREEN     *
      *    DOES.                                                      *
      *****************************************************************
       1000-CHECK-DB2.
           MOVE ZERO TO W-DB2-RETRY-COUNT.
           SET DB2-NOT-AVAILABLE TO TRUE.
           PERFORM 1100-SELECT-SYSDUMMY1 THRU 1100-EXIT
               UNTIL DB2-IS-AVAILABLE
                  OR W-DB2-RETRY-COUNT NOT LESS THAN W-DB2-MAX-RETRIES.
           IF DB2-NOT-AVAILABLE
               PERFORM 9000-DB2-DOWN THRU 9000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      *
       1100-SELECT-SYSDUMMY1.
           ADD 1 TO W-DB2-RETRY-COUNT.
           EXEC SQL
               SELECT IBMREQD
                 INTO :IBMREQD
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE = 0
               SET DB2-IS-AVAILABLE TO TRUE
           ELSE
               PERFORM 8500-LOG-SQL-ERROR THRU 8500-EXIT
           END-IF.
       1100-EXIT.
           EXIT.
      *
      *****************************************************************
      *    2000-INITIAL-SEND                                          *
      *    FIRST-TIME ENTRY - CLEAR THE SCREEN AND SEND THE BLANK     *
      *    QUOTE MAP.                                                 *
      *****************************************************************
       2000-INITIAL-SEND.
           MOVE LOW-VALUES TO EPSPQTO.
           SET SEND-ERASE TO TRUE.
           PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
       2000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    3000-RETURN-ENTRY                                          *
      *    PSEUDO-CONVERSATIONAL RETURN.  DISPATCH ON THE ATTENTION   *
      *    IDENTIFIER - PF3/PF12 END THE TRANSACTION, ENTER EDITS     *
      *    THE KEYED FIELDS AND COMPUTES AND LOGS THE QUOTE, PF4      *
      *    PRINTS THE QUOTE LAST SHOWN.                               *
      *****************************************************************
       3000-RETURN-ENTRY.
           EVALUATE TRUE
               WHEN EIBAID = DFHPF3
               WHEN EIBAID = DFHPF12
                   PERFORM 9800-END-OF-TRANS THRU 9800-EXIT
               WHEN EIBAID = DFHENTER
                   PERFORM 4000-RECEIVE-MAP THRU 4000-EXIT
                   PERFORM 5000-PROCESS-QUOTE THRU 5000-EXIT
               WHEN EIBAID = DFHPF4
                   PERFORM 7000-PRINT-QUOTE THRU 7000-EXIT
               WHEN OTHER
                   MOVE 'INVALID KEY - USE ENTER, PF4 OR PF3' TO MSGO
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
           END-EVALUATE.
       3000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    3100-SESSION-LOST                                          *
      *    THE COMMAREA CICS HANDED BACK DOESN'T MATCH WHAT WE SENT   *
      *    OUT - THE TERMINAL DROPPED MID-QUOTE.  RECOVER BY          *
      *    RESTARTING THE TRANSACTION CLEANLY INSTEAD OF ABENDING.    *
      *****************************************************************
       3100-SESSION-LOST.
           INITIALIZE W-COMMUNICATION-AREA.
           SET EPSPQCOM-STATE-INIT OF W-COMMUNICATION-AREA TO TRUE.
           MOVE EIBTRMID TO EPSPQCOM-TERM-ID OF W-COMMUNICATION-AREA.
           MOVE EIBTRNID TO EPSPQCOM-TRAN-ID OF W-COMMUNICATION-AREA.
           MOVE LOW-VALUES TO EPSPQTO.
           MOVE 'SESSION LOST - PLEASE REENTER THE QUOTE' TO MSGO.
           SET SEND-ERASE TO TRUE.
           PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
       3100-EXIT.
           EXIT.
      *
      *****************************************************************
      *    4000-RECEIVE-MAP                                           *
      *****************************************************************
       4000-RECEIVE-MAP.
           EXEC CICS RECEIVE
               MAP(W-MAP-NAME)
               MAPSET(W-MAPSET-NAME)
               INTO(EPSPQTI)
               RESP(W-CICS-RESP)
           END-EXEC.
       4000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    5000-PROCESS-QUOTE                                         *
      *    EDIT THE ACCOUNT AND GOOD-THROUGH DATE, LOAD THE LOAN FROM *
      *    BOTH MASTERS, COMPUTE THE PAYOFF, LOG IT AND SHOW IT.  ANY *
      *    NEW ENTER CLEARS THE QUOTE HELD FOR PRINTING UNTIL THE NEW *
      *    ONE IS COMPUTED.                                           *
      *****************************************************************
       5000-PROCESS-QUOTE.
           SET EPSPQCOM-RC-OK OF W-COMMUNICATION-AREA TO TRUE.
           SET EPSPQCOM-STATE-INIT OF W-COMMUNICATION-AREA TO TRUE.
           PERFORM 5100-EDIT-ACCOUNT THRU 5100-EXIT.
           IF NOT EPSPQCOM-RC-OK OF W-COMMUNICATION-AREA
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5070-GET-CURRENT-DATE THRU 5070-EXIT.
           PERFORM 5200-EDIT-GOOD-THRU-DATE THRU 5200-EXIT.
           IF NOT EPSPQCOM-RC-OK OF W-COMMUNICATION-AREA
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5500-LOAD-DB2-MASTER THRU 5500-EXIT.
           IF NOT EPSPQCOM-RC-OK OF W-COMMUNICATION-AREA
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5600-READ-VSAM-MASTER THRU 5600-EXIT.
           IF NOT EPSPQCOM-RC-OK OF W-COMMUNICATION-AREA
               GO TO 5000-EXIT
           END-IF.
           PERFORM 6000-COMPUTE-PAYOFF THRU 6000-EXIT.
           PERFORM 6500-LOG-QUOTE THRU 6500-EXIT.
           IF NOT EPSPQCOM-RC-OK OF W-COMMUNICATION-AREA
               GO TO 5000-EXIT
           END-IF.
           SET EPSPQCOM-STATE-QUOTED OF W-COMMUNICATION-AREA TO TRUE.
           PERFORM 6900-SHOW-QUOTE THRU 6900-EXIT.
           MOVE 'PAYOFF QUOTED AND LOGGED - PF4 TO PRINT' TO MSGO.
           SET SEND-DATAONLY TO TRUE.
           PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
       5000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    5070-GET-CURRENT-DATE                                      *
      *    ASK CICS FOR TODAY'S DATE - THE QUOTE DATE, AND THE        *
      *    EARLIEST A QUOTE CAN BE GOOD THROUGH.                      *
      *****************************************************************
       5070-GET-CURRENT-DATE.
           EXEC CICS ASKTIME ABSTIME(W-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(W-ABSTIME)
               YYYYMMDD(W-CURRENT-DATE)
           END-EXEC.
       5070-EXIT.
           EXIT.
      *
      *****************************************************************
      *    5100-EDIT-ACCOUNT                                          *
      *****************************************************************
       5100-EDIT-ACCOUNT.
           IF ACCTNI = SPACES OR LOW-VALUES
               MOVE 'ENTER AN ACCOUNT NUMBER' TO MSGO
               GO TO 5100-BAD-FIELD
           END-IF.
           IF ACCTNI IS NOT NUMERIC
               MOVE 'ACCOUNT NUMBER MUST BE NUMERIC - REENTER' TO MSGO
               GO TO 5100-BAD-FIELD
           END-IF.
           MOVE ACCTNI TO
               EPSPQCOM-ACCOUNT-NUMBER OF W-COMMUNICATION-AREA.
           GO TO 5100-EXIT.
       5100-BAD-FIELD.
           SET EPSPQCOM-RC-INVALID-FLD OF W-COMMUNICATION-AREA TO TRUE.
           SET SEND-DATAONLY-ALARM TO TRUE.
           PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
       5100-EXIT.
           EXIT.
      *
      *****************************************************************
      *    5200-EDIT-GOOD-THRU-DATE                                   *
      *    THE GOOD-THROUGH DATE MUST BE A REAL CALENDAR DATE, NOT    *
      *    BEFORE TODAY AND NOT MORE THAN W-MAX-QUOTE-DAYS OUT.       *
      *    LEFT BLANK IT DEFAULTS TO TODAY.                           *
      *****************************************************************
       5200-EDIT-GOOD-THRU-DATE.
           IF GTDATEI = SPACES OR LOW-VALUES
               MOVE W-CURRENT-DATE TO GTDATEI
           END-IF.
           MOVE GTDATEI TO W-GOOD-THRU-DATE.
           IF W-GOOD-THRU-DATE IS NOT NUMERIC
               MOVE 'GOOD-THROUGH DATE MUST BE NUMERIC CCYYMMDD'
                   TO MSGO
               GO TO 5200-BAD-FIELD
           END-IF.
           IF W-GT-MM < 01 OR W-GT-MM > 12
               MOVE 'GOOD-THROUGH MONTH MUST BE 01 THROUGH 12'
                   TO MSGO
               GO TO 5200-BAD-FIELD
           END-IF.
           PERFORM 5300-SET-DAYS-IN-MONTH THRU 5300-EXIT.
           IF W-GT-DD < 01 OR W-GT-DD > W-DAYS-IN-MONTH
               MOVE 'GOOD-THROUGH DAY IS NOT IN THAT MONTH - REENTER'
                   TO MSGO
               GO TO 5200-BAD-FIELD
           END-IF.
           MOVE W-GOOD-THRU-DATE TO EPSNBRPM-DATE-IN.
           MOVE W-CURRENT-DATE TO EPSNBRPM-BASE-DATE.
           MOVE ZERO TO EPSNBRPM-DAYS-OUT.
           CALL W-CALL-PROGRAM USING EPSNBRPM-PARMS.
           IF EPSNBRPM-DAYS-OUT < ZERO
               MOVE 'GOOD-THROUGH DATE IS BEFORE TODAY - REENTER'
                   TO MSGO
               GO TO 5200-BAD-FIELD
           END-IF.
           IF EPSNBRPM-DAYS-OUT > W-MAX-QUOTE-DAYS
               MOVE 'GOOD-THROUGH DATE IS MORE THAN 60 DAYS OUT'
                   TO MSGO
               GO TO 5200-BAD-FIELD
           END-IF.
           GO TO 5200-EXIT.
       5200-BAD-FIELD.
           SET EPSPQCOM-RC-INVALID-FLD OF W-COMMUNICATION-AREA TO TRUE.
           SET SEND-DATAONLY-ALARM TO TRUE.
           PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
       5200-EXIT.
           EXIT.
      *
      *****************************************************************
      *    5300-SET-DAYS-IN-MONTH / 5400-FEBRUARY-DAYS                *
      *    DAYS IN THE GOOD-THROUGH MONTH - FEBRUARY FROM THE         *
      *    LEAP-YEAR RULE, THE SAME ARITHMETIC EPSCPAY AND EPSBDROL   *
      *    USE.                                                       *
      *****************************************************************
       5300-SET-DAYS-IN-MONTH.
           EVALUATE W-GT-MM
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO W-DAYS-IN-MONTH
               WHEN 02
                   PERFORM 5400-FEBRUARY-DAYS THRU 5400-EXIT
               WHEN OTHER
                   MOVE 30 TO W-DAYS-IN-MONTH
           END-EVALUATE.
       5300-EXIT.
           EXIT.
      *
       5400-FEBRUARY-DAYS.
           MOVE 28 TO W-DAYS-IN-MONTH.
           DIVIDE W-GT-CCYY BY 4 GIVING W-LEAP-QUOTIENT
               REMAINDER W-LEAP-REMAINDER.
           IF W-LEAP-REMAINDER NOT = ZERO
               GO TO 5400-EXIT
           END-IF.
           DIVIDE W-GT-CCYY BY 100 GIVING W-LEAP-QUOTIENT
               REMAINDER W-LEAP-REMAINDER.
           IF W-LEAP-REMAINDER NOT = ZERO
               MOVE 29 TO W-DAYS-IN-MONTH
               GO TO 5400-EXIT
           END-IF.
           DIVIDE W-GT-CCYY BY 400 GIVING W-LEAP-QUOTIENT
               REMAINDER W-LEAP-REMAINDER.
           IF W-LEAP-REMAINDER = ZERO
               MOVE 29 TO W-DAYS-IN-MONTH
           END-IF.
       5400-EXIT.
           EXIT.
      *
      *****************************************************************
      *    5500-LOAD-DB2-MASTER                                       *
      *    TODAY'S BALANCE, LATE FEE AND SUSPENSE FROM THE DB2 ROW.   *
      *    AN ACCOUNT NOT ON FILE, OR ONE ALREADY CLOSED OUT PAID IN  *
      *    FULL, IS A HARD REJECTION WITH THE ALARM.                  *
      *****************************************************************
       5500-LOAD-DB2-MASTER.
           MOVE EPSPQCOM-ACCOUNT-NUMBER OF W-COMMUNICATION-AREA
               TO W-DB2-ACCOUNT-NUMBER.
           EXEC SQL
               SELECT CUSTOMER_NAME, CURRENT_BALANCE,
                      LATE_FEE_DUE, SUSPENSE_AMT,
                      LOAN_STATUS, PAID_OFF_DATE
                 INTO :W-DB2-CUSTOMER-NAME,
                      :W-DB2-CURRENT-BALANCE,
                      :W-DB2-LATE-FEE-DUE,
                      :W-DB2-SUSPENSE-AMT,
                      :W-DB2-LOAN-STATUS,
                      :W-DB2-PAID-OFF-DATE
                 FROM MORTMAST
                WHERE ACCOUNT_NUMBER = :W-DB2-ACCOUNT-NUMBER
           END-EXEC.
           IF SQLCODE = 100
               SET EPSPQCOM-RC-NOT-FOUND OF W-COMMUNICATION-AREA
                   TO TRUE
               PERFORM 5900-CLEAR-QUOTE-FIELDS THRU 5900-EXIT
               MOVE 'ACCOUNT NOT ON FILE - CHECK NUMBER AND REENTER'
                   TO MSGO
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
               GO TO 5500-EXIT
           END-IF.
           IF SQLCODE NOT = 0
               PERFORM 8500-LOG-SQL-ERROR THRU 8500-EXIT
               SET EPSPQCOM-RC-SQL-ERROR OF W-COMMUNICATION-AREA
                   TO TRUE
               MOVE SQL-ERROR-MSG TO MSGO
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
               GO TO 5500-EXIT
           END-IF.
           IF W-DB2-PAID-IN-FULL
               SET EPSPQCOM-RC-PAID-OFF OF W-COMMUNICATION-AREA
                   TO TRUE
               PERFORM 5900-CLEAR-QUOTE-FIELDS THRU 5900-EXIT
               MOVE W-DB2-CUSTOMER-NAME TO CUSTNMO
               STRING 'LOAN WAS PAID IN FULL ' W-DB2-PAID-OFF-DATE
                   ' - NO PAYOFF DUE' DELIMITED BY SIZE INTO MSGO
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
           END-IF.
       5500-EXIT.
           EXIT.
      *
      *****************************************************************
      *    5600-READ-VSAM-MASTER                                      *
      *    THE INTEREST RATE, THE INTEREST ACCRUED ON FILE AND ITS    *
      *    THROUGH DATE FROM THE KEYED VSAM MASTER - READ ONLY.       *
      *****************************************************************
       5600-READ-VSAM-MASTER.
           MOVE EPSPQCOM-ACCOUNT-NUMBER OF W-COMMUNICATION-AREA
               TO EPSMMST-ACCOUNT-NUMBER.
           EXEC CICS READ
               FILE(W-MASTER-FILE)
               INTO(EPSMMST-RECORD)
               RIDFLD(EPSMMST-ACCOUNT-NUMBER)
               RESP(W-CICS-RESP)
           END-EXEC.
           IF W-CICS-RESP = DFHRESP(NOTFND)
               SET EPSPQCOM-RC-NOT-FOUND OF W-COMMUNICATION-AREA
                   TO TRUE
               PERFORM 5900-CLEAR-QUOTE-FIELDS THRU 5900-EXIT
               MOVE 'ACCOUNT NOT YET ON THE LOAN MASTER - TRY TOMORROW'
                   TO MSGO
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
               GO TO 5600-EXIT
           END-IF.
           IF W-CICS-RESP NOT = DFHRESP(NORMAL)
               SET EPSPQCOM-RC-FILE-ERROR OF W-COMMUNICATION-AREA
                   TO TRUE
               MOVE 'LOAN MASTER READ FAILED - SEE SUPERVISOR'
                   TO MSGO
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
           END-IF.
       5600-EXIT.
           EXIT.
      *
      *****************************************************************
      *    5900-CLEAR-QUOTE-FIELDS                                    *
      *    BLANK THE FIGURES OF ANY EARLIER QUOTE SO A REJECTED       *
      *    ACCOUNT NEVER SHOWS ANOTHER LOAN'S PAYOFF.                 *
      *****************************************************************
       5900-CLEAR-QUOTE-FIELDS.
           MOVE SPACES TO CUSTNMO CURBALO ACCINTO ACCTHRO INTDAYO
               PERDMO LATEFEO SUSPNO PAYOFFO.
       5900-EXIT.
           EXIT.
      *
      *****************************************************************
      *    6000-COMPUTE-PAYOFF                                        *
      *    PER-DIEM DAYS RUN FROM THE ACCRUAL-THROUGH DATE (THE LAST  *
      *    PAYMENT FOR A LOAN NEVER ACCRUED) TO THE GOOD-THROUGH      *
      *    DATE.  PAYOFF = BALANCE + ACCRUED + PER-DIEM + LATE FEE    *
      *    - SUSPENSE, NEVER LESS THAN ZERO.                          *
      *****************************************************************
       6000-COMPUTE-PAYOFF.
           IF EPSMMST-ACCRUAL-THRU-DATE = SPACES OR LOW-VALUES
               OR EPSMMST-ACCRUAL-THRU-DATE = ZEROS
               MOVE EPSMMST-LAST-PMT-DATE TO W-ACCRUAL-BASE-DATE
           ELSE
               MOVE EPSMMST-ACCRUAL-THRU-DATE TO W-ACCRUAL-BASE-DATE
           END-IF.
           MOVE W-GOOD-THRU-DATE TO EPSNBRPM-DATE-IN.
           MOVE W-ACCRUAL-BASE-DATE TO EPSNBRPM-BASE-DATE.
           MOVE ZERO TO EPSNBRPM-DAYS-OUT.
           CALL W-CALL-PROGRAM USING EPSNBRPM-PARMS.
           IF NOT EPSNBRPM-RC-OK OR EPSNBRPM-DAYS-OUT < ZERO
               MOVE ZERO TO EPSNBRPM-DAYS-OUT
           END-IF.
           MOVE W-DB2-CUSTOMER-NAME TO
               EPSPQCOM-CUSTOMER-NAME OF W-COMMUNICATION-AREA.
           MOVE W-CURRENT-DATE TO
               EPSPQCOM-QUOTE-DATE OF W-COMMUNICATION-AREA.
           MOVE W-GOOD-THRU-DATE TO
               EPSPQCOM-GOOD-THRU-DATE OF W-COMMUNICATION-AREA.
           MOVE W-DB2-CURRENT-BALANCE TO
               EPSPQCOM-PRINCIPAL OF W-COMMUNICATION-AREA.
           MOVE EPSMMST-ACCRUED-INTEREST TO
               EPSPQCOM-ACCRUED-INT OF W-COMMUNICATION-AREA.
           MOVE EPSNBRPM-DAYS-OUT TO
               EPSPQCOM-PERDIEM-DAYS OF W-COMMUNICATION-AREA.
           MOVE W-DB2-LATE-FEE-DUE TO
               EPSPQCOM-LATE-FEE OF W-COMMUNICATION-AREA.
           MOVE W-DB2-SUSPENSE-AMT TO
               EPSPQCOM-SUSPENSE OF W-COMMUNICATION-AREA.
           COMPUTE W-DAILY-RATE ROUNDED =
               EPSMMST-INTEREST-RATE / 100 / 365.
           COMPUTE EPSPQCOM-PERDIEM-INT OF W-COMMUNICATION-AREA
               ROUNDED = W-DB2-CURRENT-BALANCE * W-DAILY-RATE
               * EPSNBRPM-DAYS-OUT.
           COMPUTE W-PAYOFF-WORK =
               W-DB2-CURRENT-BALANCE
               + EPSMMST-ACCRUED-INTEREST
               + EPSPQCOM-PERDIEM-INT OF W-COMMUNICATION-AREA
               + W-DB2-LATE-FEE-DUE
               - W-DB2-SUSPENSE-AMT.
           IF W-PAYOFF-WORK < ZERO
               MOVE ZERO TO W-PAYOFF-WORK
           END-IF.
           MOVE W-PAYOFF-WORK TO
               EPSPQCOM-PAYOFF-AMOUNT OF W-COMMUNICATION-AREA.
       6000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    6500-LOG-QUOTE                                             *
      *    RECORD THE QUOTE ON MORTPOQ WITH THE SIGNED-ON OPERATOR    *
      *    AND THE TERMINAL.  A QUOTE THAT CANNOT BE LOGGED IS NOT    *
      *    GIVEN.                                                     *
      *****************************************************************
       6500-LOG-QUOTE.
           EXEC CICS ASSIGN USERID(W-USER-ID) END-EXEC.
           MOVE EPSPQCOM-ACCOUNT-NUMBER OF W-COMMUNICATION-AREA
               TO W-POQ-ACCOUNT-NUMBER.
           MOVE EPSPQCOM-QUOTE-DATE OF W-COMMUNICATION-AREA
               TO W-POQ-QUOTE-DATE.
           MOVE EPSPQCOM-GOOD-THRU-DATE OF W-COMMUNICATION-AREA
               TO W-POQ-GOOD-THRU-DATE.
           MOVE EPSPQCOM-PRINCIPAL OF W-COMMUNICATION-AREA
               TO W-POQ-PRINCIPAL.
           COMPUTE W-POQ-INTEREST =
               EPSPQCOM-ACCRUED-INT OF W-COMMUNICATION-AREA
               + EPSPQCOM-PERDIEM-INT OF W-COMMUNICATION-AREA.
           MOVE EPSPQCOM-LATE-FEE OF W-COMMUNICATION-AREA
               TO W-POQ-LATE-FEE.
           MOVE EPSPQCOM-SUSPENSE OF W-COMMUNICATION-AREA
               TO W-POQ-SUSPENSE.
           MOVE EPSPQCOM-PAYOFF-AMOUNT OF W-COMMUNICATION-AREA
               TO W-POQ-PAYOFF-AMT.
           MOVE W-USER-ID TO W-POQ-USER-ID.
           MOVE EIBTRMID TO W-POQ-TERM-ID.
           MOVE EIBTRNID TO W-POQ-TRAN-ID.
           EXEC SQL
               INSERT INTO MORTPOQ
                   (POQ_ACCOUNT_NUMBER, POQ_QUOTE_DATE,
                    POQ_GOOD_THRU_DATE, POQ_PRINCIPAL, POQ_INTEREST,
                    POQ_LATE_FEE, POQ_SUSPENSE, POQ_PAYOFF_AMT,
                    POQ_USER_ID, POQ_TERM_ID, POQ_TRAN_ID)
               VALUES
                   (:W-POQ-ACCOUNT-NUMBER, :W-POQ-QUOTE-DATE,
                    :W-POQ-GOOD-THRU-DATE, :W-POQ-PRINCIPAL,
                    :W-POQ-INTEREST,
                    :W-POQ-LATE-FEE, :W-POQ-SUSPENSE,
                    :W-POQ-PAYOFF-AMT,
                    :W-POQ-USER-ID, :W-POQ-TERM-ID, :W-POQ-TRAN-ID)
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 8500-LOG-SQL-ERROR THRU 8500-EXIT
               SET EPSPQCOM-RC-SQL-ERROR OF W-COMMUNICATION-AREA
                   TO TRUE
               PERFORM 5900-CLEAR-QUOTE-FIELDS THRU 5900-EXIT
               MOVE SQL-ERROR-MSG TO MSGO
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
           END-IF.
       6500-EXIT.
           EXIT.
      *
      *****************************************************************
      *    6900-SHOW-QUOTE                                            *
      *    MOVE THE QUOTE HELD IN THE COMMAREA ONTO THE MAP.          *
      *****************************************************************
       6900-SHOW-QUOTE.
           MOVE EPSPQCOM-ACCOUNT-NUMBER OF W-COMMUNICATION-AREA
               TO ACCTNO.
           MOVE EPSPQCOM-GOOD-THRU-DATE OF W-COMMUNICATION-AREA
               TO GTDATEO.
           MOVE EPSPQCOM-CUSTOMER-NAME OF W-COMMUNICATION-AREA
               TO CUSTNMO.
           MOVE EPSPQCOM-PRINCIPAL OF W-COMMUNICATION-AREA
               TO WS-FORMAT-NUMBER.
           MOVE WS-FORMAT-NUMBER TO CURBALO.
           MOVE EPSPQCOM-ACCRUED-INT OF W-COMMUNICATION-AREA
               TO WS-FORMAT-NUMBER.
           MOVE WS-FORMAT-NUMBER TO ACCINTO.
           MOVE W-ACCRUAL-BASE-DATE TO ACCTHRO.
           MOVE EPSPQCOM-PERDIEM-DAYS OF W-COMMUNICATION-AREA
               TO W-FORMAT-DAYS.
           MOVE W-FORMAT-DAYS TO INTDAYO.
           MOVE EPSPQCOM-PERDIEM-INT OF W-COMMUNICATION-AREA
               TO WS-FORMAT-NUMBER.
           MOVE WS-FORMAT-NUMBER TO PERDMO.
           MOVE EPSPQCOM-LATE-FEE OF W-COMMUNICATION-AREA
               TO WS-FORMAT-NUMBER.
           MOVE WS-FORMAT-NUMBER TO LATEFEO.
           MOVE EPSPQCOM-SUSPENSE OF W-COMMUNICATION-AREA
               TO WS-FORMAT-NUMBER.
           MOVE WS-FORMAT-NUMBER TO SUSPNO.
           MOVE EPSPQCOM-PAYOFF-AMOUNT OF W-COMMUNICATION-AREA
               TO WS-FORMAT-NUMBER.
           MOVE WS-FORMAT-NUMBER TO PAYOFFO.
       6900-EXIT.
           EXIT.
      *
      *****************************************************************
      *    7000-PRINT-QUOTE                                           *
      *    PRINT THE QUOTE LAST SHOWN - THE SAME FIGURES THE QUOTE    *
      *    LOG HOLDS - ONE LABELLED FIGURE PER LINE.                  *
      *****************************************************************
       7000-PRINT-QUOTE.
           IF NOT EPSPQCOM-STATE-QUOTED OF W-COMMUNICATION-AREA
               MOVE 'NO QUOTE TO PRINT - PRESS ENTER TO QUOTE FIRST'
                   TO MSGO
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
               GO TO 7000-EXIT
           END-IF.
           EXEC CICS SPOOLOPEN OUTPUT
               NODE(BLANK-MSG)
               CLASS('A')
               TOKEN(W-SPOOL-TOKEN)
               RESP(W-CICS-RESP)
           END-EXEC.
           IF W-CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'PRINT NOT AVAILABLE - SEE SUPERVISOR' TO MSGO
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
               GO TO 7000-EXIT
           END-IF.
           MOVE 'PAYOFF QUOTE FOR ACCOUNT' TO W-QPL-LABEL.
           MOVE EPSPQCOM-ACCOUNT-NUMBER OF W-COMMUNICATION-AREA
               TO W-QPL-VALUE.
           PERFORM 7100-SPOOL-LINE THRU 7100-EXIT.
           MOVE 'BORROWER' TO W-QPL-LABEL.
           MOVE EPSPQCOM-CUSTOMER-NAME OF W-COMMUNICATION-AREA
               TO W-QPL-VALUE.
           PERFORM 7100-SPOOL-LINE THRU 7100-EXIT.
           MOVE 'QUOTED ON' TO W-QPL-LABEL.
           MOVE EPSPQCOM-QUOTE-DATE OF W-COMMUNICATION-AREA
               TO W-QPL-VALUE.
           PERFORM 7100-SPOOL-LINE THRU 7100-EXIT.
           MOVE 'GOOD THROUGH' TO W-QPL-LABEL.
           MOVE EPSPQCOM-GOOD-THRU-DATE OF W-COMMUNICATION-AREA
               TO W-QPL-VALUE.
           PERFORM 7100-SPOOL-LINE THRU 7100-EXIT.
           MOVE 'PRINCIPAL BALANCE' TO W-QPL-LABEL.
           MOVE EPSPQCOM-PRINCIPAL OF W-COMMUNICATION-AREA
               TO WS-FORMAT-NUMBER.
           MOVE WS-FORMAT-NUMBER TO W-QPL-VALUE.
           PERFORM 7100-SPOOL-LINE THRU 7100-EXIT.
           MOVE 'INTEREST ACCRUED' TO W-QPL-LABEL.
           MOVE EPSPQCOM-ACCRUED-INT OF W-COMMUNICATION-AREA
               TO WS-FORMAT-NUMBER.
           MOVE WS-FORMAT-NUMBER TO W-QPL-VALUE.
           PERFORM 7100-SPOOL-LINE THRU 7100-EXIT.
           MOVE 'PER-DIEM INTEREST TO GOOD-THRU' TO W-QPL-LABEL.
           MOVE EPSPQCOM-PERDIEM-INT OF W-COMMUNICATION-AREA
               TO WS-FORMAT-NUMBER.
           MOVE WS-FORMAT-NUMBER TO W-QPL-VALUE.
           PERFORM 7100-SPOOL-LINE THRU 7100-EXIT.
           MOVE 'LATE FEE DUE' TO W-QPL-LABEL.
           MOVE EPSPQCOM-LATE-FEE OF W-COMMUNICATION-AREA
               TO WS-FORMAT-NUMBER.
           MOVE WS-FORMAT-NUMBER TO W-QPL-VALUE.
           PERFORM 7100-SPOOL-LINE THRU 7100-EXIT.
           MOVE 'LESS SUSPENSE HELD' TO W-QPL-LABEL.
           MOVE EPSPQCOM-SUSPENSE OF W-COMMUNICATION-AREA
               TO WS-FORMAT-NUMBER.
           MOVE WS-FORMAT-NUMBER TO W-QPL-VALUE.
           PERFORM 7100-SPOOL-LINE THRU 7100-EXIT.
           MOVE 'AMOUNT TO PAY OFF THE LOAN' TO W-QPL-LABEL.
           MOVE EPSPQCOM-PAYOFF-AMOUNT OF W-COMMUNICATION-AREA
               TO WS-FORMAT-NUMBER.
           MOVE WS-FORMAT-NUMBER TO W-QPL-VALUE.
           PERFORM 7100-SPOOL-LINE THRU 7100-EXIT.
           EXEC CICS SPOOLCLOSE
               TOKEN(W-SPOOL-TOKEN)
           END-EXEC.
           MOVE 'PAYOFF QUOTE PRINTED' TO MSGO.
           SET SEND-DATAONLY TO TRUE.
           PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
       7000-EXIT.
           EXIT.
      *
       7100-SPOOL-LINE.
           EXEC CICS SPOOLWRITE
               TOKEN(W-SPOOL-TOKEN)
               FROM(W-QUOTE-PRINT-LINE)
               LINE
           END-EXEC.
           MOVE SPACES TO W-QUOTE-PRINT-LINE.
       7100-EXIT.
           EXIT.
      *
      *****************************************************************
      *    8000-SEND-SCREEN                                           *
      *    SEND THE QUOTE MAP USING WHICHEVER SEND FLAG THE CALLER    *
      *    SET.                                                       *
      *****************************************************************
       8000-SEND-SCREEN.
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS SEND MAP(W-MAP-NAME) MAPSET(W-MAPSET-NAME)
                       FROM(EPSPQTO) ERASE
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS SEND MAP(W-MAP-NAME) MAPSET(W-MAPSET-NAME)
                       FROM(EPSPQTO) DATAONLY
                   END-EXEC
               WHEN SEND-MAPONLY
                   EXEC CICS SEND MAP(W-MAP-NAME) MAPSET(W-MAPSET-NAME)
                       MAPONLY
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS SEND MAP(W-MAP-NAME) MAPSET(W-MAPSET-NAME)
                       FROM(EPSPQTO) DATAONLY ALARM
                   END-EXEC
               WHEN SEND-ALL
                   EXEC CICS SEND MAP(W-MAP-NAME) MAPSET(W-MAPSET-NAME)
                       FROM(EPSPQTO) ERASE ALARM
                   END-EXEC
           END-EVALUATE.
       8000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    8500-LOG-SQL-ERROR                                         *
      *    PERSIST SQL-ERROR-MSG/SQL-ERROR-CODE TO THE MORTAUD AUDIT  *
      *    TABLE WITH A TIMESTAMP AND THE TERMINAL/TRANSACTION ID.    *
      *****************************************************************
       8500-LOG-SQL-ERROR.
           MOVE SQLCODE TO SQL-ERROR-CODE.

           EXEC CICS ASKTIME ABSTIME(W-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(W-ABSTIME)
               YYYYMMDD(W-DATE-PART) DATESEP('-')
               TIME(W-TIME-PART) TIMESEP('.')
           END-EXEC.
           STRING W-DATE-PART '-' W-TIME-PART '.000000'
               DELIMITED BY SIZE INTO W-AUDIT-TIMESTAMP.

           MOVE EIBTRMID TO W-AUDIT-TERM-ID.
           MOVE EIBTRNID TO W-AUDIT-TRAN-ID.
           MOVE EPSPQCOM-ACCOUNT-NUMBER OF W-COMMUNICATION-AREA
               TO W-AUDIT-ACCOUNT-NUMBER.
           MOVE SQLCODE TO W-AUDIT-SQLCODE.
           MOVE SQL-ERROR-MSG TO W-AUDIT-ERROR-MSG.

           EXEC SQL
               INSERT INTO MORTAUD
                   (AUD_TIMESTAMP, AUD_TERM_ID, AUD_TRAN_ID,
                    AUD_ACCOUNT_NUMBER, AUD_SQLCODE, AUD_ERROR_MSG)
               VALUES
                   (:W-AUDIT-TIMESTAMP, :W-AUDIT-TERM-ID,
                    :W-AUDIT-TRAN-ID,
                    :W-AUDIT-ACCOUNT-NUMBER, :W-AUDIT-SQLCODE,
                    :W-AUDIT-ERROR-MSG)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'EPSCPQT - MORTAUD INSERT FAILED, SQLCODE '
                   SQLCODE
           END-IF.
       8500-EXIT.
           EXIT.
      *
      *****************************************************************
      *    9000-DB2-DOWN                                              *
      *    DB2 DIDN'T COME UP AFTER THE RETRIES - WARN THE OPERATOR   *
      *    WITH A FULL ERASE SEND, SINCE THIS CAN BE REACHED BEFORE   *
      *    ANY MAP HAS BEEN PAINTED.                                  *
      *****************************************************************
       9000-DB2-DOWN.
           MOVE LOW-VALUES TO EPSPQTO.
           MOVE DB2-DOWN-MSG TO MSGO.
           SET SEND-ALL TO TRUE.
           PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
       9000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    9800-END-OF-TRANS                                          *
      *    PF3/PF12 - SHOW THE END-OF-TRANSACTION MESSAGE AND HAND    *
      *    CONTROL BACK TO THE MENU TRANSACTION.                      *
      *****************************************************************
       9800-END-OF-TRANS.
           MOVE END-OF-TRANS-MSG TO MSGO.
           SET SEND-DATAONLY TO TRUE.
           PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
           EXEC CICS XCTL PROGRAM(W-MENU-PROGRAM) END-EXEC.
       9800-EXIT.
           EXIT.
      *
      *****************************************************************
      *    9999-RETURN-TRANS                                          *
      *    SAVE THE COMMAREA LENGTH FOR THE NEXT PSEUDO-CONVERSATIONAL*
      *    ENTRY AND RETURN CONTROL TO CICS.                          *
      *****************************************************************
       9999-RETURN-TRANS.
           MOVE LENGTH OF W-COMMUNICATION-AREA TO W-COMAREA-LENGTH.
           MOVE W-COMAREA-LENGTH TO
               EPSPQCOM-SAVE-LENGTH OF W-COMMUNICATION-AREA.
           MOVE W-COMMUNICATION-AREA TO DFHCOMMAREA.
           EXEC CICS RETURN
               TRANSID(W-OWN-TRANSID)
               COMMAREA(DFHCOMMAREA)
               LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
       9999-EXIT.
           EXIT.
