       ID DIVISION.
       PROGRAM-ID. EPSCHLD.
      *    ACCOUNT HOLD MAINTENANCE (TRANSACTION EPSL).  LETS THE
      *    LEGAL/DEFAULT DESK PUT A LOAN UNDER A LEGAL HOLD WHEN THE
      *    BORROWER FILES BANKRUPTCY (CODE B), THE LOAN GOES TO
      *    FORECLOSURE (F) OR IS IN LITIGATION (L), AND RELEASE IT
      *    AGAIN.  EACH HOLD CARRIES A REASON, THE DATE IT TOOK
      *    EFFECT (NOT AFTER TODAY - BLANK IS TAKEN AS TODAY) AND
      *    THE OPERATOR WHO SET IT; A RELEASE IS STAMPED WITH THE
      *    DATE AND OPERATOR AND LEAVES THE LAST HOLD'S DETAIL ON
      *    FILE FOR THE LEGAL REPORT.  WHILE A LOAN IS HELD NO LATE
      *    FEE OR NOTICE IS ASSESSED (EPSDLQRP), NO DRAFT IS TAKEN
      *    (EPSACHD), LOCKBOX AND TELLER PAYMENTS GO TO SPECIAL
      *    HANDLING (EPSLBXP, EPSCMORT) UNLESS A SUPERVISOR HAS
      *    GRANTED A POSTING OVERRIDE HERE, AND ESCROW IS DRAWN
      *    (EPSESCDB) ONLY UNDER A BANKRUPTCY OR FORECLOSURE HOLD.
      *    ONLY AN OPERATOR WITH THE HOLD FLAG ON THE AUTHORITY FILE
      *    MAY USE THE SCREEN, AND ONLY A SUPERVISOR MAY GRANT THE
      *    OVERRIDE.  THE HOLD IS KEPT ON THE DB2 MASTER, SO THE
      *    TELLER SCREEN SEES IT AT ONCE AND THE BATCH RUNS FROM
      *    THE NEXT NIGHTLY SYNC (EPSMSYNC).  EVERY FIELD A SET,
      *    CHANGE OR RELEASE ALTERS IS WRITTEN TO THE CHANGE-HISTORY
      *    FILE (EPSCHGH) IN THE SAME UNIT OF WORK - NO HISTORY, NO
      *    CHANGE.
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
      *    ACTION CODE KEYED ON THE SCREEN
      *
       01 W-ACTION-CODE                       PIC X(01).
           88  ACTION-SET                       VALUE 'S'.
           88  ACTION-CHANGE                    VALUE 'C'.
           88  ACTION-RELEASE                   VALUE 'R'.
           88  ACTION-INQUIRE                   VALUE 'I'.
      *
      *    HOLD FIELDS AS KEYED AND EDITED
      *
       01 W-KEYED-HOLD-CODE                   PIC X(01).
           88  KEYED-HOLD-VALID                 VALUE 'B' 'F' 'L'.
       01 W-KEYED-REASON                      PIC X(30).
       01 W-KEYED-OVERRIDE                    PIC X(01).
      *
      *    EFFECTIVE DATE BROKEN OUT FOR THE CALENDAR EDIT
      *
       01 W-EFF-DATE                          PIC X(08).
       01 W-EFF-DATE-PARTS REDEFINES W-EFF-DATE.
           05  W-EF-CCYY                      PIC 9(04).
           05  W-EF-MM                        PIC 9(02).
           05  W-EF-DD                        PIC 9(02).
       01 W-DAYS-IN-MONTH                     PIC 9(02).
       01 W-LEAP-QUOTIENT                     PIC 9(04).
       01 W-LEAP-REMAINDER                    PIC 9(04).
      *
      *    THE SIGNED-ON OPERATOR'S OWN AUTHORITY RECORD
      *
       COPY EPSOPAU.
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
      *    THE DB2 MORTGAGE MASTER - THE BORROWER NAME AND PAID-IN-
      *    FULL STATUS FOR THE EDITS, AND THE HOLD COLUMNS THIS
      *    SCREEN MAINTAINS.
      *
           EXEC SQL DECLARE MORTMAST TABLE
           ( ACCOUNT_NUMBER                 DECIMAL(10,0) NOT NULL,
             CUSTOMER_NAME                  CHAR(30)      NOT NULL,
             LOAN_STATUS                    CHAR(1)       NOT NULL,
             HOLD_CODE                      CHAR(1)       NOT NULL,
             HOLD_OVERRIDE                  CHAR(1)       NOT NULL,
             HOLD_REASON                    CHAR(30)      NOT NULL,
             HOLD_EFF_DATE                  CHAR(8)       NOT NULL,
             HOLD_OPERATOR                  CHAR(8)       NOT NULL,
             HOLD_REL_DATE                  CHAR(8)       NOT NULL,
             HOLD_REL_OPER                  CHAR(8)       NOT NULL
           ) END-EXEC.
      *
       01  W-DB2-MAST-REC.
           05  W-DB2-ACCOUNT-NUMBER            PIC S9(10) COMP-3.
           05  W-DB2-CUSTOMER-NAME             PIC X(30).
           05  W-DB2-LOAN-STATUS               PIC X(01).
               88  W-DB2-PAID-IN-FULL            VALUE 'P'.
           05  W-DB2-HOLD-CODE                 PIC X(01).
               88  W-DB2-ON-HOLD                 VALUE 'B' 'F' 'L'.
           05  W-DB2-HOLD-OVERRIDE             PIC X(01).
               88  W-DB2-POSTING-OVERRIDE        VALUE 'Y'.
           05  W-DB2-HOLD-REASON               PIC X(30).
           05  W-DB2-HOLD-EFF-DATE             PIC X(08).
           05  W-DB2-HOLD-OPERATOR             PIC X(08).
           05  W-DB2-HOLD-REL-DATE             PIC X(08).
           05  W-DB2-HOLD-REL-OPER             PIC X(08).
      *
      *    DB2 AUDIT TABLE - EVERY NON-ZERO SQLCODE EPSCHLD HITS IS
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
      *    DB2 AVAILABILITY CHECK / RETRY-FAILOVER WORK AREA
      *
       01 W-DB2-RETRY-COUNT                   PIC 9(2) VALUE ZERO.
       01 W-DB2-MAX-RETRIES                   PIC 9(2) VALUE 3.
       01 W-DB2-STATUS                        PIC X(1) VALUE 'Y'.
           88  DB2-IS-AVAILABLE                 VALUE 'Y'.
           88  DB2-NOT-AVAILABLE                VALUE 'N'.
      *
      *    THE HOLD AS IT STOOD BEFORE THIS ACTION, AND THE
      *    CHANGE-HISTORY RECORD EACH ALTERED FIELD IS LOGGED IN
      *
       01 W-OLD-HOLD.
           05  W-OLD-HOLD-CODE                PIC X(01).
           05  W-OLD-HOLD-OVERRIDE            PIC X(01).
           05  W-OLD-HOLD-REASON              PIC X(30).
           05  W-OLD-HOLD-EFF-DATE            PIC X(08).
           05  W-OLD-HOLD-REL-DATE            PIC X(08).
       01 W-CHANGE-LOG-SWITCH                 PIC X(01).
           88  CHANGE-LOG-OK                    VALUE 'Y'.
           88  CHANGE-LOG-FAILED                VALUE 'N'.
       COPY EPSCHGH.
      *
       01  END-OF-TRANS-MSG                 PIC X(30)
             VALUE 'END OF TRANSACTION - THANK YOU'.
       01  DB2-DOWN-MSG                      PIC X(32)
             VALUE 'DB2 UNAVAILABLE - SEE SUPERVISOR'.
       01  BLANK-MSG                        PIC X(1) VALUE ' '.
       01  W-AUTH-FILE                      PIC X(8) VALUE 'EPSOPAU'.
       01  W-CHGHIST-FILE                   PIC X(8) VALUE 'EPSCHGH'.
       01  W-MAPSET-NAME                    PIC X(8) VALUE 'EPSHLD'.
       01  W-MAP-NAME                       PIC X(8) VALUE 'EPSHLD1'.
       01  W-OWN-TRANSID                    PIC X(4) VALUE 'EPSL'.
       01  W-MENU-TRANSID                   PIC X(4) VALUE 'EPSM'.
       01  W-MENU-PROGRAM                   PIC X(8) VALUE 'EPSMENU'.
           COPY DFHAID.
           COPY EPSHLDM.

       01  W-COMMUNICATION-AREA.
           COPY EPSHLCOM.
      *
      *    MISCELLANEOUS CICS/SQL WORK FIELDS
      *
       01 W-CICS-RESP                         PIC S9(8) COMP.
       01 W-CHG-RBA                           PIC S9(8) COMP.
       01 W-USER-ID                           PIC X(08).
       01 W-ABSTIME                           PIC S9(15) COMP.
       01 W-DATE-PART                         PIC X(10).
       01 W-TIME-PART                         PIC X(08).
       01 W-CURRENT-DATE                      PIC X(08).

       LINKAGE SECTION.

       01 DFHCOMMAREA.
       COPY EPSHLCOM.

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
               MOVE EIBTRMID TO EPSHLCOM-TERM-ID OF W-COMMUNICATION-AREA
               MOVE EIBTRNID TO EPSHLCOM-TRAN-ID OF W-COMMUNICATION-AREA
           END-IF.

           PERFORM 1000-CHECK-DB2 THRU 1000-EXIT.
           IF DB2-NOT-AVAILABLE
               GO TO 9999-RETURN-TRANS
           END-IF.

           IF EIBCALEN = 0
               PERFORM 2000-INITIAL-SEND THRU 2000-EXIT
           ELSE
               IF W-COMAREA-LENGTH NOT =
                       EPSHLCOM-SAVE-LENGTH OF W-COMMUNICATION-AREA
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
      *    1200-CHECK-OPERATOR                                        *
      *    READ THE SIGNED-ON USER'S OWN AUTHORITY RECORD.  ONLY AN   *
      *    OPERATOR FLAGGED FOR HOLD MAINTENANCE MAY GO ON - THE      *
      *    CHECK IS MADE ON EVERY ENTRY, NOT JUST THE FIRST, SO A     *
      *    TRANSACTION ID KEYED DIRECTLY GETS NO FURTHER THAN THE     *
      *    MENU WOULD HAVE LET IT.  THE RECORD IS KEPT FOR THE        *
      *    SUPERVISOR CHECK ON THE POSTING OVERRIDE.                  *
      *****************************************************************
       1200-CHECK-OPERATOR.
           EXEC CICS ASSIGN USERID(W-USER-ID) END-EXEC.
           MOVE W-USER-ID TO EPSOPAU-OPERATOR-ID.
           EXEC CICS READ
               FILE(W-AUTH-FILE)
               INTO(EPSOPAU-RECORD)
               RIDFLD(EPSOPAU-OPERATOR-ID)
               RESP(W-CICS-RESP)
           END-EXEC.
           IF W-CICS-RESP NOT = DFHRESP(NORMAL)
               OR NOT EPSOPAU-HOLD-OK
               SET EPSHLCOM-RC-NOT-AUTHORIZED OF W-COMMUNICATION-AREA
                   TO TRUE
               MOVE 'YOU ARE NOT AUTHORIZED FOR HOLD MAINTENANCE'
                   TO MSGO
           END-IF.
       1200-EXIT.
           EXIT.
      *
      *****************************************************************
      *    2000-INITIAL-SEND                                          *
      *    FIRST-TIME ENTRY - CLEAR THE SCREEN AND SEND THE BLANK     *
      *    HOLD MAP, OR THE REFUSAL IF THE USER MAY NOT USE IT.       *
      *****************************************************************
       2000-INITIAL-SEND.
           MOVE LOW-VALUES TO EPSHLDO.
           PERFORM 1200-CHECK-OPERATOR THRU 1200-EXIT.
           IF EPSHLCOM-RC-NOT-AUTHORIZED OF W-COMMUNICATION-AREA
               SET SEND-ALL TO TRUE
           ELSE
               SET SEND-ERASE TO TRUE
           END-IF.
           PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
       2000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    3000-RETURN-ENTRY                                          *
      *    PSEUDO-CONVERSATIONAL RETURN.  DISPATCH ON THE ATTENTION   *
      *    IDENTIFIER - PF3/PF12 END THE TRANSACTION, ENTER EDITS     *
      *    THE KEYED FIELDS AND APPLIES THE REQUESTED ACTION.         *
      *****************************************************************
       3000-RETURN-ENTRY.
           EVALUATE TRUE
               WHEN EIBAID = DFHPF3
               WHEN EIBAID = DFHPF12
                   PERFORM 9800-END-OF-TRANS THRU 9800-EXIT
               WHEN EIBAID = DFHENTER
                   PERFORM 4000-RECEIVE-MAP THRU 4000-EXIT
                   PERFORM 5000-PROCESS-ACTION THRU 5000-EXIT
               WHEN OTHER
                   MOVE 'INVALID KEY - USE ENTER OR PF3' TO MSGO
                   SET SEND-DATAONLY-ALARM TO TRUE
                   PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
           END-EVALUATE.
       3000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    3100-SESSION-LOST                                          *
      *    THE COMMAREA CICS HANDED BACK DOESN'T MATCH WHAT WE SENT   *
      *    OUT - THE TERMINAL DROPPED MID-UPDATE.  RECOVER BY         *
      *    RESTARTING THE TRANSACTION CLEANLY INSTEAD OF ABENDING.    *
      *****************************************************************
       3100-SESSION-LOST.
           INITIALIZE W-COMMUNICATION-AREA.
           MOVE EIBTRMID TO EPSHLCOM-TERM-ID OF W-COMMUNICATION-AREA.
           MOVE EIBTRNID TO EPSHLCOM-TRAN-ID OF W-COMMUNICATION-AREA.
           MOVE LOW-VALUES TO EPSHLDO.
           MOVE 'SESSION LOST - PLEASE REENTER ACCOUNT' TO MSGO.
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
               INTO(EPSHLDI)
               RESP(W-CICS-RESP)
           END-EXEC.
       4000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    5000-PROCESS-ACTION                                        *
      *    CHECK THE USER MAY MAINTAIN HOLDS, EDIT THE ACCOUNT AND    *
      *    ACTION, LOAD THE LOAN FROM DB2, CHECK THE ACTION FITS THE  *
      *    LOAN'S PRESENT HOLD, EDIT THE HOLD FIELDS WHERE THE ACTION *
      *    NEEDS THEM, AND DISPATCH TO THE UPDATE.                    *
      *****************************************************************
       5000-PROCESS-ACTION.
           SET EPSHLCOM-RC-OK OF W-COMMUNICATION-AREA TO TRUE.
           PERFORM 1200-CHECK-OPERATOR THRU 1200-EXIT.
           IF EPSHLCOM-RC-NOT-AUTHORIZED OF W-COMMUNICATION-AREA
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-EDIT-ACCOUNT THRU 5100-EXIT.
           IF NOT EPSHLCOM-RC-OK OF W-COMMUNICATION-AREA
               GO TO 5000-EXIT
           END-IF.
           MOVE ACTIONI TO W-ACTION-CODE.
           IF NOT ACTION-SET AND NOT ACTION-CHANGE
               AND NOT ACTION-RELEASE AND NOT ACTION-INQUIRE
               SET EPSHLCOM-RC-INVALID-FLD OF W-COMMUNICATION-AREA
                   TO TRUE
               MOVE 'ACTION MUST BE S (SET), C, R (RELEASE) OR I'
                   TO MSGO
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5500-LOAD-DB2-MASTER THRU 5500-EXIT.
           IF NOT EPSHLCOM-RC-OK OF W-COMMUNICATION-AREA
               GO TO 5000-EXIT
           END-IF.
           IF ACTION-SET AND W-DB2-ON-HOLD
               MOVE 'ACCOUNT IS ALREADY ON HOLD - USE C TO CHANGE IT'
                   TO MSGO
               GO TO 5000-BAD-ACTION
           END-IF.
           IF ACTION-SET AND W-DB2-PAID-IN-FULL
               MOVE 'LOAN IS PAID IN FULL - CANNOT BE PUT ON HOLD'
                   TO MSGO
               GO TO 5000-BAD-ACTION
           END-IF.
           IF (ACTION-CHANGE OR ACTION-RELEASE)
               AND NOT W-DB2-ON-HOLD
               MOVE 'ACCOUNT IS NOT ON HOLD - USE S TO SET A HOLD'
                   TO MSGO
               GO TO 5000-BAD-ACTION
           END-IF.
           IF ACTION-SET OR ACTION-CHANGE
               PERFORM 5200-EDIT-HOLD-FIELDS THRU 5200-EXIT
               IF NOT EPSHLCOM-RC-OK OF W-COMMUNICATION-AREA
                   GO TO 5000-EXIT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN ACTION-SET
               WHEN ACTION-CHANGE
                   PERFORM 6000-APPLY-HOLD THRU 6000-EXIT
               WHEN ACTION-RELEASE
                   PERFORM 6500-RELEASE-HOLD THRU 6500-EXIT
               WHEN ACTION-INQUIRE
                   PERFORM 7500-INQUIRE-HOLD THRU 7500-EXIT
           END-EVALUATE.
           GO TO 5000-EXIT.
       5000-BAD-ACTION.
           SET EPSHLCOM-RC-INVALID-FLD OF W-COMMUNICATION-AREA TO TRUE.
           PERFORM 5960-SHOW-HOLD THRU 5960-EXIT.
           SET SEND-DATAONLY-ALARM TO TRUE.
           PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
       5000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    5070-GET-CURRENT-DATE                                      *
      *    ASK CICS FOR TODAY'S DATE - THE LATEST A HOLD MAY TAKE     *
      *    EFFECT, AND THE DATE A RELEASE IS STAMPED WITH.            *
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
               EPSHLCOM-ACCOUNT-NUMBER OF W-COMMUNICATION-AREA.
           GO TO 5100-EXIT.
       5100-BAD-FIELD.
           SET EPSHLCOM-RC-INVALID-FLD OF W-COMMUNICATION-AREA TO TRUE.
           SET SEND-DATAONLY-ALARM TO TRUE.
           PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
       5100-EXIT.
           EXIT.
      *
      *****************************************************************
      *    5200-EDIT-HOLD-FIELDS                                      *
      *    HOLD CODE - B, F OR L.  REASON - REQUIRED.  EFFECTIVE      *
      *    DATE - A REAL CALENDAR DATE NOT AFTER TODAY; LEFT BLANK IT *
      *    DEFAULTS TO TODAY.  OVERRIDE - Y OR N, BLANK TAKEN AS N;   *
      *    ONLY A SUPERVISOR MAY TURN IT ON, ANYONE MAY TAKE IT OFF.  *
      *****************************************************************
       5200-EDIT-HOLD-FIELDS.
           MOVE HLDCDI TO W-KEYED-HOLD-CODE.
           IF NOT KEYED-HOLD-VALID
               MOVE 'HOLD CODE MUST BE B (BANKRUPT), F (FORECLOSE) OR L'
                   TO MSGO
               GO TO 5200-BAD-FIELD
           END-IF.
           MOVE REASONI TO W-KEYED-REASON.
           INSPECT W-KEYED-REASON
               REPLACING ALL LOW-VALUE BY SPACE.
           IF W-KEYED-REASON = SPACES
               MOVE 'ENTER THE REASON FOR THE HOLD' TO MSGO
               GO TO 5200-BAD-FIELD
           END-IF.
           PERFORM 5070-GET-CURRENT-DATE THRU 5070-EXIT.
           IF EFFDTI = SPACES OR LOW-VALUES
               MOVE W-CURRENT-DATE TO EFFDTI
           END-IF.
           MOVE EFFDTI TO W-EFF-DATE.
           IF W-EFF-DATE IS NOT NUMERIC
               MOVE 'EFFECTIVE DATE MUST BE NUMERIC CCYYMMDD' TO MSGO
               GO TO 5200-BAD-FIELD
           END-IF.
           IF W-EF-MM < 01 OR W-EF-MM > 12
               MOVE 'EFFECTIVE MONTH MUST BE 01 THROUGH 12' TO MSGO
               GO TO 5200-BAD-FIELD
           END-IF.
           PERFORM 5300-SET-DAYS-IN-MONTH THRU 5300-EXIT.
           IF W-EF-DD < 01 OR W-EF-DD > W-DAYS-IN-MONTH
               MOVE 'EFFECTIVE DAY IS NOT IN THAT MONTH - REENTER'
                   TO MSGO
               GO TO 5200-BAD-FIELD
           END-IF.
           IF W-EFF-DATE > W-CURRENT-DATE
               MOVE 'EFFECTIVE DATE IS AFTER TODAY - REENTER' TO MSGO
               GO TO 5200-BAD-FIELD
           END-IF.
           MOVE OVRDI TO W-KEYED-OVERRIDE.
           IF W-KEYED-OVERRIDE = SPACE OR LOW-VALUE
               MOVE 'N' TO W-KEYED-OVERRIDE
           END-IF.
           IF W-KEYED-OVERRIDE NOT = 'Y' AND NOT = 'N'
               MOVE 'POSTING OVERRIDE MUST BE Y OR N' TO MSGO
               GO TO 5200-BAD-FIELD
           END-IF.
           IF W-KEYED-OVERRIDE = 'Y'
               AND NOT W-DB2-POSTING-OVERRIDE
               AND NOT EPSOPAU-IS-SUPERVISOR
               MOVE 'ONLY A SUPERVISOR MAY GRANT A POSTING OVERRIDE'
                   TO MSGO
               GO TO 5200-BAD-FIELD
           END-IF.
           GO TO 5200-EXIT.
       5200-BAD-FIELD.
           SET EPSHLCOM-RC-INVALID-FLD OF W-COMMUNICATION-AREA TO TRUE.
           SET SEND-DATAONLY-ALARM TO TRUE.
           PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
       5200-EXIT.
           EXIT.
      *
      *****************************************************************
      *    5300-SET-DAYS-IN-MONTH / 5400-FEBRUARY-DAYS                *
      *    DAYS IN THE EFFECTIVE MONTH - FEBRUARY FROM THE LEAP-YEAR  *
      *    RULE, THE SAME ARITHMETIC THE PAYOFF QUOTE SCREEN USES.    *
      *****************************************************************
       5300-SET-DAYS-IN-MONTH.
           EVALUATE W-EF-MM
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
           DIVIDE W-EF-CCYY BY 4 GIVING W-LEAP-QUOTIENT
               REMAINDER W-LEAP-REMAINDER.
           IF W-LEAP-REMAINDER NOT = ZERO
               GO TO 5400-EXIT
           END-IF.
           DIVIDE W-EF-CCYY BY 100 GIVING W-LEAP-QUOTIENT
               REMAINDER W-LEAP-REMAINDER.
           IF W-LEAP-REMAINDER NOT = ZERO
               MOVE 29 TO W-DAYS-IN-MONTH
               GO TO 5400-EXIT
           END-IF.
           DIVIDE W-EF-CCYY BY 400 GIVING W-LEAP-QUOTIENT
               REMAINDER W-LEAP-REMAINDER.
           IF W-LEAP-REMAINDER = ZERO
               MOVE 29 TO W-DAYS-IN-MONTH
           END-IF.
       5400-EXIT.
           EXIT.
      *
      *****************************************************************
      *    5500-LOAD-DB2-MASTER                                       *
      *    THE LOAN'S NAME, STATUS AND PRESENT HOLD FROM THE DB2 ROW. *
      *    AN ACCOUNT NOT ON FILE IS A HARD REJECTION WITH THE ALARM. *
      *****************************************************************
       5500-LOAD-DB2-MASTER.
           MOVE EPSHLCOM-ACCOUNT-NUMBER OF W-COMMUNICATION-AREA
               TO W-DB2-ACCOUNT-NUMBER.
           EXEC SQL
               SELECT CUSTOMER_NAME, LOAN_STATUS,
                      HOLD_CODE, HOLD_OVERRIDE, HOLD_REASON,
                      HOLD_EFF_DATE, HOLD_OPERATOR,
                      HOLD_REL_DATE, HOLD_REL_OPER
                 INTO :W-DB2-CUSTOMER-NAME,
                      :W-DB2-LOAN-STATUS,
                      :W-DB2-HOLD-CODE,
                      :W-DB2-HOLD-OVERRIDE,
                      :W-DB2-HOLD-REASON,
                      :W-DB2-HOLD-EFF-DATE,
                      :W-DB2-HOLD-OPERATOR,
                      :W-DB2-HOLD-REL-DATE,
                      :W-DB2-HOLD-REL-OPER
                 FROM MORTMAST
                WHERE ACCOUNT_NUMBER = :W-DB2-ACCOUNT-NUMBER
           END-EXEC.
           IF SQLCODE = 100
               SET EPSHLCOM-RC-NOT-FOUND OF W-COMMUNICATION-AREA
                   TO TRUE
               MOVE 'ACCOUNT NOT ON FILE - CHECK NUMBER AND REENTER'
                   TO MSGO
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
               GO TO 5500-EXIT
           END-IF.
           IF SQLCODE NOT = 0
               PERFORM 8500-LOG-SQL-ERROR THRU 8500-EXIT
               SET EPSHLCOM-RC-SQL-ERROR OF W-COMMUNICATION-AREA
                   TO TRUE
               MOVE 'MORTGAGE MASTER READ FAILED - SEE SUPERVISOR'
                   TO MSGO
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
           END-IF.
       5500-EXIT.
           EXIT.
      *
      *****************************************************************
      *    5950-SAVE-OLD-HOLD                                         *
      *    KEEP THE HOLD AS READ, BEFORE THIS ACTION ALTERS IT, FOR   *
      *    THE CHANGE HISTORY.                                        *
      *****************************************************************
       5950-SAVE-OLD-HOLD.
           MOVE W-DB2-HOLD-CODE TO W-OLD-HOLD-CODE.
           MOVE W-DB2-HOLD-OVERRIDE TO W-OLD-HOLD-OVERRIDE.
           MOVE W-DB2-HOLD-REASON TO W-OLD-HOLD-REASON.
           MOVE W-DB2-HOLD-EFF-DATE TO W-OLD-HOLD-EFF-DATE.
           MOVE W-DB2-HOLD-REL-DATE TO W-OLD-HOLD-REL-DATE.
       5950-EXIT.
           EXIT.
      *
      *****************************************************************
      *    5960-SHOW-HOLD                                             *
      *    PUT THE HOLD IN HAND BACK ON THE SCREEN, SO THE OPERATOR   *
      *    SEES EXACTLY WHAT IS NOW ON FILE.                          *
      *****************************************************************
       5960-SHOW-HOLD.
           MOVE EPSHLCOM-ACCOUNT-NUMBER OF W-COMMUNICATION-AREA
               TO ACCTNO.
           MOVE W-DB2-CUSTOMER-NAME TO CUSTNMO.
           MOVE W-DB2-HOLD-CODE TO HLDCDO.
           MOVE W-DB2-HOLD-REASON TO REASONO.
           MOVE W-DB2-HOLD-EFF-DATE TO EFFDTO.
           MOVE W-DB2-HOLD-OVERRIDE TO OVRDO.
           MOVE W-DB2-HOLD-OPERATOR TO HLDOPRO.
           MOVE W-DB2-HOLD-REL-DATE TO RELDTO.
           MOVE W-DB2-HOLD-REL-OPER TO RELOPRO.
       5960-EXIT.
           EXIT.
      *
      *****************************************************************
      *    6000-APPLY-HOLD                                            *
      *    SET A NEW HOLD OR CHANGE THE ONE IN PLACE FROM THE EDITED  *
      *    SCREEN FIELDS.  THE HOLD IS STAMPED WITH THE OPERATOR WHO  *
      *    LAST SET OR CHANGED IT; THE LAST RELEASE STAYS ON FILE.    *
      *****************************************************************
       6000-APPLY-HOLD.
           PERFORM 5950-SAVE-OLD-HOLD THRU 5950-EXIT.
           MOVE W-KEYED-HOLD-CODE TO W-DB2-HOLD-CODE.
           MOVE W-KEYED-OVERRIDE TO W-DB2-HOLD-OVERRIDE.
           MOVE W-KEYED-REASON TO W-DB2-HOLD-REASON.
           MOVE W-EFF-DATE TO W-DB2-HOLD-EFF-DATE.
           MOVE W-USER-ID TO W-DB2-HOLD-OPERATOR.
           PERFORM 6800-UPDATE-MORTMAST THRU 6800-EXIT.
           IF EPSHLCOM-RC-OK OF W-COMMUNICATION-AREA
               PERFORM 8700-LOG-HOLD-CHANGES THRU 8700-EXIT
               IF CHANGE-LOG-OK
                   PERFORM 5960-SHOW-HOLD THRU 5960-EXIT
                   IF ACTION-SET
                       MOVE 'ACCOUNT PLACED ON HOLD' TO MSGO
                   ELSE
                       MOVE 'ACCOUNT HOLD CHANGED' TO MSGO
                   END-IF
                   SET SEND-DATAONLY TO TRUE
               ELSE
                   PERFORM 8800-BACK-OUT-CHANGE THRU 8800-EXIT
               END-IF
           END-IF.
           PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
       6000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    6500-RELEASE-HOLD                                          *
      *    LIFT THE HOLD AND ANY POSTING OVERRIDE WITH IT, STAMPING   *
      *    THE RELEASE DATE AND OPERATOR.  THE REASON, EFFECTIVE DATE *
      *    AND OPERATOR OF THE HOLD JUST RELEASED STAY ON FILE.       *
      *****************************************************************
       6500-RELEASE-HOLD.
           PERFORM 5950-SAVE-OLD-HOLD THRU 5950-EXIT.
           PERFORM 5070-GET-CURRENT-DATE THRU 5070-EXIT.
           MOVE SPACE TO W-DB2-HOLD-CODE W-DB2-HOLD-OVERRIDE.
           MOVE W-CURRENT-DATE TO W-DB2-HOLD-REL-DATE.
           MOVE W-USER-ID TO W-DB2-HOLD-REL-OPER.
           PERFORM 6800-UPDATE-MORTMAST THRU 6800-EXIT.
           IF EPSHLCOM-RC-OK OF W-COMMUNICATION-AREA
               PERFORM 8700-LOG-HOLD-CHANGES THRU 8700-EXIT
               IF CHANGE-LOG-OK
                   PERFORM 5960-SHOW-HOLD THRU 5960-EXIT
                   MOVE 'ACCOUNT HOLD RELEASED' TO MSGO
                   SET SEND-DATAONLY TO TRUE
               ELSE
                   PERFORM 8800-BACK-OUT-CHANGE THRU 8800-EXIT
               END-IF
           END-IF.
           PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
       6500-EXIT.
           EXIT.
      *
      *****************************************************************
      *    6800-UPDATE-MORTMAST                                       *
      *    WRITE THE HOLD COLUMNS IN HAND BACK TO THE DB2 ROW.  A     *
      *    FAILURE IS LOGGED TO MORTAUD AND SHOWN WITH THE ALARM.     *
      *****************************************************************
       6800-UPDATE-MORTMAST.
           EXEC SQL
               UPDATE MORTMAST
                  SET HOLD_CODE     = :W-DB2-HOLD-CODE,
                      HOLD_OVERRIDE = :W-DB2-HOLD-OVERRIDE,
                      HOLD_REASON   = :W-DB2-HOLD-REASON,
                      HOLD_EFF_DATE = :W-DB2-HOLD-EFF-DATE,
                      HOLD_OPERATOR = :W-DB2-HOLD-OPERATOR,
                      HOLD_REL_DATE = :W-DB2-HOLD-REL-DATE,
                      HOLD_REL_OPER = :W-DB2-HOLD-REL-OPER
                WHERE ACCOUNT_NUMBER = :W-DB2-ACCOUNT-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM 8500-LOG-SQL-ERROR THRU 8500-EXIT
               SET EPSHLCOM-RC-SQL-ERROR OF W-COMMUNICATION-AREA
                   TO TRUE
               MOVE 'MORTGAGE MASTER UPDATE FAILED - SEE SUPERVISOR'
                   TO MSGO
               SET SEND-DATAONLY-ALARM TO TRUE
           END-IF.
       6800-EXIT.
           EXIT.
      *
      *****************************************************************
      *    7500-INQUIRE-HOLD                                          *
      *    SHOW THE HOLD AS IT STANDS, WITH THE LAST RELEASE, READY   *
      *    TO BE OVERKEYED AND CHANGED OR RELEASED.                   *
      *****************************************************************
       7500-INQUIRE-HOLD.
           PERFORM 5960-SHOW-HOLD THRU 5960-EXIT.
           IF W-DB2-ON-HOLD
               MOVE 'OVERKEY AND USE C TO CHANGE, OR R TO RELEASE'
                   TO MSGO
           ELSE
               MOVE 'ACCOUNT IS NOT ON HOLD - USE S TO SET A HOLD'
                   TO MSGO
           END-IF.
           SET SEND-DATAONLY TO TRUE.
           PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
       7500-EXIT.
           EXIT.
      *
      *****************************************************************
      *    8000-SEND-SCREEN                                           *
      *    SEND THE HOLD MAP USING WHICHEVER SEND FLAG THE CALLER     *
      *    SET.                                                       *
      *****************************************************************
       8000-SEND-SCREEN.
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS SEND MAP(W-MAP-NAME) MAPSET(W-MAPSET-NAME)
                       FROM(EPSHLDO) ERASE
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS SEND MAP(W-MAP-NAME) MAPSET(W-MAPSET-NAME)
                       FROM(EPSHLDO) DATAONLY
                   END-EXEC
               WHEN SEND-MAPONLY
                   EXEC CICS SEND MAP(W-MAP-NAME) MAPSET(W-MAPSET-NAME)
                       MAPONLY
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS SEND MAP(W-MAP-NAME) MAPSET(W-MAPSET-NAME)
                       FROM(EPSHLDO) DATAONLY ALARM
                   END-EXEC
               WHEN SEND-ALL
                   EXEC CICS SEND MAP(W-MAP-NAME) MAPSET(W-MAPSET-NAME)
                       FROM(EPSHLDO) ERASE ALARM
                   END-EXEC
           END-EVALUATE.
       8000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    8500-LOG-SQL-ERROR                                         *
      *    RECORD A NON-ZERO SQLCODE ON THE MORTAUD TABLE WITH THE    *
      *    TIME, TERMINAL, TRANSACTION AND ACCOUNT.                   *
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
           MOVE EPSHLCOM-ACCOUNT-NUMBER OF W-COMMUNICATION-AREA
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
               DISPLAY 'EPSCHLD - MORTAUD INSERT FAILED, SQLCODE '
                   SQLCODE
           END-IF.
       8500-EXIT.
           EXIT.
      *
      *****************************************************************
      *    8600-START-CHANGE-LOG                                      *
      *    STAMP THE PARTS OF THE CHANGE-HISTORY RECORD COMMON TO     *
      *    EVERY FIELD THIS ACTION ALTERS - TIME, OPERATOR,           *
      *    TERMINAL, TRANSACTION, ACCOUNT AND ACTION.  THE HOLD       *
      *    ACTION TAKEN IS CARRIED AS THE ITEM.                       *
      *****************************************************************
       8600-START-CHANGE-LOG.
           SET CHANGE-LOG-OK TO TRUE.
           MOVE SPACES TO EPSCHGH-RECORD.
           EXEC CICS ASKTIME ABSTIME(W-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(W-ABSTIME)
               YYYYMMDD(EPSCHGH-CHANGE-DATE)
               TIME(EPSCHGH-CHANGE-TIME)
           END-EXEC.
           MOVE W-USER-ID TO EPSCHGH-OPERATOR-ID.
           MOVE EIBTRMID TO EPSCHGH-TERM-ID.
           MOVE EIBTRNID TO EPSCHGH-TRAN-ID.
           MOVE 'EPSCHLD' TO EPSCHGH-PROGRAM.
           MOVE EPSHLCOM-ACCOUNT-NUMBER OF W-COMMUNICATION-AREA
               TO EPSCHGH-ACCOUNT-NUMBER.
           SET EPSCHGH-CHANGE TO TRUE.
           EVALUATE TRUE
               WHEN ACTION-SET
                   MOVE 'HOLD SET' TO EPSCHGH-ITEM-KEY
               WHEN ACTION-CHANGE
                   MOVE 'HOLD CHANGED' TO EPSCHGH-ITEM-KEY
               WHEN ACTION-RELEASE
                   MOVE 'HOLD RELEASED' TO EPSCHGH-ITEM-KEY
           END-EVALUATE.
       8600-EXIT.
           EXIT.
      *
      *****************************************************************
      *    8650-WRITE-CHANGE                                          *
      *    WRITE ONE FIELD'S BEFORE/AFTER RECORD.  ONCE ONE WRITE HAS *
      *    FAILED THE REST ARE SKIPPED - THE WHOLE ACTION IS BACKED   *
      *    OUT ANYWAY.                                                *
      *****************************************************************
       8650-WRITE-CHANGE.
           IF CHANGE-LOG-FAILED
               GO TO 8650-EXIT
           END-IF.
           EXEC CICS WRITE
               FILE(W-CHGHIST-FILE)
               FROM(EPSCHGH-RECORD)
               RIDFLD(W-CHG-RBA)
               RBA
               RESP(W-CICS-RESP)
           END-EXEC.
           IF W-CICS-RESP NOT = DFHRESP(NORMAL)
               SET CHANGE-LOG-FAILED TO TRUE
           END-IF.
       8650-EXIT.
           EXIT.
      *
      *****************************************************************
      *    8700-LOG-HOLD-CHANGES                                      *
      *    ONE CHANGE-HISTORY RECORD PER HOLD FIELD WHOSE VALUE THIS  *
      *    ACTION ALTERED.                                            *
      *****************************************************************
       8700-LOG-HOLD-CHANGES.
           PERFORM 8600-START-CHANGE-LOG THRU 8600-EXIT.
           IF W-OLD-HOLD-CODE NOT = W-DB2-HOLD-CODE
               MOVE 'HOLD CODE' TO EPSCHGH-FIELD-NAME
               MOVE W-OLD-HOLD-CODE TO EPSCHGH-BEFORE-VALUE
               MOVE W-DB2-HOLD-CODE TO EPSCHGH-AFTER-VALUE
               PERFORM 8650-WRITE-CHANGE THRU 8650-EXIT
           END-IF.
           IF W-OLD-HOLD-OVERRIDE NOT = W-DB2-HOLD-OVERRIDE
               MOVE 'POSTING OVERRIDE' TO EPSCHGH-FIELD-NAME
               MOVE W-OLD-HOLD-OVERRIDE TO EPSCHGH-BEFORE-VALUE
               MOVE W-DB2-HOLD-OVERRIDE TO EPSCHGH-AFTER-VALUE
               PERFORM 8650-WRITE-CHANGE THRU 8650-EXIT
           END-IF.
           IF W-OLD-HOLD-REASON NOT = W-DB2-HOLD-REASON
               MOVE 'HOLD REASON' TO EPSCHGH-FIELD-NAME
               MOVE W-OLD-HOLD-REASON TO EPSCHGH-BEFORE-VALUE
               MOVE W-DB2-HOLD-REASON TO EPSCHGH-AFTER-VALUE
               PERFORM 8650-WRITE-CHANGE THRU 8650-EXIT
           END-IF.
           IF W-OLD-HOLD-EFF-DATE NOT = W-DB2-HOLD-EFF-DATE
               MOVE 'HOLD EFF DATE' TO EPSCHGH-FIELD-NAME
               MOVE W-OLD-HOLD-EFF-DATE TO EPSCHGH-BEFORE-VALUE
               MOVE W-DB2-HOLD-EFF-DATE TO EPSCHGH-AFTER-VALUE
               PERFORM 8650-WRITE-CHANGE THRU 8650-EXIT
           END-IF.
           IF W-OLD-HOLD-REL-DATE NOT = W-DB2-HOLD-REL-DATE
               MOVE 'HOLD RELEASE DATE' TO EPSCHGH-FIELD-NAME
               MOVE W-OLD-HOLD-REL-DATE TO EPSCHGH-BEFORE-VALUE
               MOVE W-DB2-HOLD-REL-DATE TO EPSCHGH-AFTER-VALUE
               PERFORM 8650-WRITE-CHANGE THRU 8650-EXIT
           END-IF.
       8700-EXIT.
           EXIT.
      *
      *****************************************************************
      *    8800-BACK-OUT-CHANGE                                       *
      *    THE CHANGE HISTORY COULD NOT BE WRITTEN - ROLL THE WHOLE   *
      *    UNIT OF WORK BACK, DB2 UPDATE INCLUDED, SO NO HOLD CHANGES *
      *    WITHOUT A TRAIL.                                           *
      *****************************************************************
       8800-BACK-OUT-CHANGE.
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC.
           SET EPSHLCOM-RC-FILE-ERROR OF W-COMMUNICATION-AREA TO TRUE.
           MOVE 'CHANGE HISTORY WRITE FAILED - CHANGE NOT MADE'
               TO MSGO.
           SET SEND-DATAONLY-ALARM TO TRUE.
       8800-EXIT.
           EXIT.
      *
      *****************************************************************
      *    9000-DB2-DOWN                                              *
      *    DB2 DIDN'T COME UP AFTER THE RETRIES - WARN THE OPERATOR   *
      *    WITH A FULL ERASE SEND, SINCE THIS CAN BE REACHED BEFORE   *
      *    ANY MAP HAS BEEN PAINTED.                                  *
      *****************************************************************
       9000-DB2-DOWN.
           MOVE LOW-VALUES TO EPSHLDO.
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
               EPSHLCOM-SAVE-LENGTH OF W-COMMUNICATION-AREA.
           MOVE W-COMMUNICATION-AREA TO DFHCOMMAREA.
           EXEC CICS RETURN
               TRANSID(W-OWN-TRANSID)
               COMMAREA(DFHCOMMAREA)
               LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
       9999-EXIT.
           EXIT.
