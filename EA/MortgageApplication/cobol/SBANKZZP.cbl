             PRINCIPAL_AMOUNT                DECIMAL(12,2) NOT NULL,
             LATE_FEE_DUE                   DECIMAL(10,2) NOT NULL,
             NEXT_PMT_DATE                  CHAR(8)       NOT NULL,
             SUSPENSE_AMT                   DECIMAL(10,2) NOT NULL,
             HOLD_CODE                      CHAR(1)       NOT NULL,
             HOLD_OVERRIDE                  CHAR(1)       NOT NULL
           ) END-EXEC.
      *
      *    LEGAL HOLD ON THE ACCOUNT (BANKRUPTCY, FORECLOSURE OR
      *    LITIGATION) SET THROUGH EPSCHLD.  A PAYMENT KEYED FOR A
      *    HELD ACCOUNT IS NOT POSTED BUT QUEUED TO THE TELLER
      *    HELD-PAYMENT ESDS FOR SPECIAL HANDLING - UNLESS A
      *    SUPERVISOR HAS SET THE POSTING OVERRIDE ON THE HOLD.
      *
       01 W-HOLD-CODE                         PIC X(1) VALUE SPACE.
           88  ACCOUNT-ON-HOLD                  VALUE 'B' 'F' 'L'.
       01 W-HOLD-OVERRIDE                     PIC X(1) VALUE SPACE.
           88  HOLD-POSTING-OVERRIDE            VALUE 'Y'.
      *
      *    PAYMENT APPLICATION WORK AREA - A POSTED PAYMENT IS
      *    APPLIED IN ORDER: THE OUTSTANDING LATE FEE FIRST, THEN
      *    PRINCIPAL AS KEYED, AND WHAT REMAINS IS THE INTEREST
           05  W-PMTLOG-FEE                    PIC S9(8)V99 COMP-3.
           05  W-PMTLOG-TRAN-ID                PIC X(04).
           05  W-PMTLOG-TERM-ID                PIC X(04).
      *
      *
      *    ESCROW DISBURSEMENT AND CONTRIBUTION AMOUNTS AND ESCROW
      *    BALANCE AS THEY STOOD ON MORTMAST BEFORE THIS POSTING, AND
      *    THE CHANGE-HISTORY RECORD A CHANGED AMOUNT IS LOGGED IN.
      *    THE HISTORY IS WRITTEN IN THE SAME UNIT OF WORK AS THE
      *    POSTING - IF IT CANNOT BE WRITTEN THE POSTING IS ROLLED
      *    BACK.
      *
       01 W-OLD-ESC-DISB                      PIC S9(10)V99 COMP-3.
       01 W-OLD-ESC-PMT                       PIC S9(10)V99 COMP-3.
       01 W-OLD-ESC-BAL                       PIC S9(10)V99 COMP-3.
       01 W-CHANGE-LOG-SWITCH                 PIC X(01).
           88  CHANGE-LOG-OK                    VALUE 'Y'.
           88  CHANGE-LOG-FAILED                VALUE 'N'.
       COPY EPSCHGH.
      *
      *    GL-ACTIVITY RECORD FOR MONEY TAKEN INTO AND RELEASED FROM
      *    SUSPENSE, AND FOR A CHANGE TO THE ESCROW BALANCE, WRITTEN
      *    IN THE SAME UNIT OF WORK AS THE POSTING, HOLD OR RELEASE
      *    FOR THE NIGHTLY GENERAL LEDGER JOURNAL (EPSGLJE).  IF IT
      *    CANNOT BE WRITTEN THE POSTING, HOLD OR RELEASE IS ROLLED
      *    BACK.
      *
       01 W-GL-LOG-SWITCH                     PIC X(01).
           88  GL-LOG-OK                        VALUE 'Y'.
           88  GL-LOG-FAILED                    VALUE 'N'.
       COPY EPSGLACT.
      *
      *    TELLER HELD-PAYMENT RECORD - ACCOUNT, AMOUNT, HOLD CODE,
      *    TERMINAL AND OPERATOR OF A PAYMENT TAKEN ON A HELD ACCOUNT.
      *
       COPY EPSTHLD.
      *
       01  END-OF-TRANS-MSG                 PIC X(30)
             VALUE 'END OF TRANSACTION - THANK YOU'.
       01  W-OWN-TRANSID                    PIC X(4) VALUE 'EPSC'.
       01  W-MENU-TRANSID                   PIC X(4) VALUE 'EPSM'.
       01  W-MENU-PROGRAM                   PIC X(8) VALUE 'EPSMENU'.
       01  W-CHGHIST-FILE                   PIC X(8) VALUE 'EPSCHGH'.
       01  W-GLACT-FILE                     PIC X(8) VALUE 'EPSGLACT'.
       01  W-THELD-FILE                     PIC X(8) VALUE 'EPSTHLD'.
           COPY DFHAID.
      *    COPY DFHEIBLK.
           COPY EPSMORT.
       01 W-DATE-PART                         PIC X(10).
       01 W-TIME-PART                         PIC X(08).
       01 W-CURRENT-YEAR                      PIC 9(4).
       01 W-CHG-RBA                           PIC S9(8) COMP.
       01 W-GL-RBA                            PIC S9(8) COMP.
       01 W-THLD-RBA                          PIC S9(8) COMP.
       01 W-USER-ID                           PIC X(08).

       LINKAGE SECTION.

      *    LOOK THE KEYED ACCOUNT UP ON THE MASTER AND ECHO THE       *
      *    CUSTOMER NAME AND CURRENT BALANCE FOR THE TELLER TO        *
      *    CONFIRM BEFORE THE PAYMENT FIELDS ARE KEYED.  AN ACCOUNT   *
      *    NOT ON FILE IS A HARD REJECTION WITH THE ALARM.  AN        *
      *    ACCOUNT ON LEGAL HOLD WITHOUT A SUPERVISOR OVERRIDE IS     *
      *    VERIFIED WITH A WARNING - ITS PAYMENT WILL BE QUEUED FOR   *
      *    SPECIAL HANDLING, NOT POSTED.                              *
      *****************************************************************
       4500-VERIFY-ACCOUNT.
           IF ACCTNI = SPACES OR LOW-VALUES
           MOVE ACCTNI TO
               EPSMTCOM-ACCOUNT-NUMBER OF W-COMMUNICATION-AREA.
           EXEC SQL
               SELECT CUSTOMER_NAME, CURRENT_BALANCE,
                      HOLD_CODE, HOLD_OVERRIDE
                 INTO :EPSMTCOM-CUSTOMER-NAME OF W-COMMUNICATION-AREA,
                      :EPSMTCOM-RUNNING-BALANCE OF W-COMMUNICATION-AREA,
                      :W-HOLD-CODE,
                      :W-HOLD-OVERRIDE
                 FROM MORTMAST
                WHERE ACCOUNT_NUMBER =
                   :EPSMTCOM-ACCOUNT-NUMBER OF W-COMMUNICATION-AREA
           MOVE EPSMTCOM-RUNNING-BALANCE OF W-COMMUNICATION-AREA
               TO WS-FORMAT-NUMBER.
           MOVE WS-FORMAT-NUMBER TO CURBALO.
           IF ACCOUNT-ON-HOLD AND NOT HOLD-POSTING-OVERRIDE
               MOVE 'LEGAL HOLD - PAYMENT WILL BE QUEUED, NOT POSTED'
                   TO MSGO
               SET SEND-DATAONLY-ALARM TO TRUE
           ELSE
               MOVE 'ACCOUNT VERIFIED - ENTER PAYMENT AND PRESS ENTER'
                   TO MSGO
               SET SEND-DATAONLY TO TRUE
           END-IF.
           PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
       4500-EXIT.
           EXIT.
           END-IF.

           PERFORM 5060-LOAD-MORTMAST-BALANCES THRU 5060-EXIT.
           IF ACCOUNT-ON-HOLD AND NOT HOLD-POSTING-OVERRIDE
               PERFORM 5080-QUEUE-HELD-PAYMENT THRU 5080-EXIT
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5070-GET-CURRENT-DATE THRU 5070-EXIT.
           PERFORM 5100-RECALC-AMOUNTS THRU 5100-EXIT.
           PERFORM 5850-CHECK-SUSPENSE THRU 5850-EXIT.
      *    DATE OFF THE MORTGAGE MASTER SO THE RECALCULATION, DAY-    *
      *    COUNT AND PAYOFF PROJECTION LOGIC ALL WORK FROM THE REAL   *
      *    PERSISTED VALUES RATHER THAN WHATEVER IS SITTING IN THE    *
      *    COMMAREA.  THE ESCROW DISBURSEMENT AND CONTRIBUTION        *
      *    AMOUNTS ON FILE ARE KEPT FOR THE CHANGE HISTORY, AND THE   *
      *    ESCROW BALANCE ON FILE FOR THE GL ESCROW JOURNAL.  THE     *
      *    HOLD CODE IS RE-READ HERE SO A HOLD SET SINCE THE ACCOUNT  *
      *    WAS VERIFIED STILL SENDS THE PAYMENT TO SPECIAL HANDLING.  *
      *****************************************************************
       5060-LOAD-MORTMAST-BALANCES.
           EXEC SQL
               SELECT CURRENT_BALANCE, ESCROW_BALANCE, LAST_PMT_DATE,
                      PAYMENT_AMOUNT, PRINCIPAL_AMOUNT,
                      LATE_FEE_DUE, NEXT_PMT_DATE,
                      SUSPENSE_AMT, ESCROW_DISB_AMT, ESCROW_PMT_AMT,
                      ESCROW_BALANCE, HOLD_CODE, HOLD_OVERRIDE
                 INTO :EPSMTCOM-RUNNING-BALANCE OF W-COMMUNICATION-AREA,
                      :EPSMTCOM-ESCROW-BALANCE OF W-COMMUNICATION-AREA,
                      :EPSMTCOM-LAST-PMT-DATE OF W-COMMUNICATION-AREA,
                      :W-SCHED-PRINCIPAL,
                      :W-LATE-FEE-DUE,
                      :W-NEXT-PMT-DATE,
                      :W-SUSPENSE-AMT,
                      :W-OLD-ESC-DISB,
                      :W-OLD-ESC-PMT,
                      :W-OLD-ESC-BAL,
                      :W-HOLD-CODE,
                      :W-HOLD-OVERRIDE
                 FROM MORTMAST
                WHERE ACCOUNT_NUMBER =
                   :EPSMTCOM-ACCOUNT-NUMBER OF W-COMMUNICATION-AREA
           EXIT.
      *
      *****************************************************************
      *    5080-QUEUE-HELD-PAYMENT                                    *
      *    THE ACCOUNT IS UNDER A LEGAL HOLD WITH NO POSTING          *
      *    OVERRIDE.  NOTHING IS POSTED - THE PAYMENT AS KEYED GOES   *
      *    TO THE TELLER HELD-PAYMENT ESDS WITH THE HOLD CODE,        *
      *    TERMINAL, OPERATOR AND TIME, AND THE TELLER IS TOLD IT WAS *
      *    QUEUED FOR SPECIAL HANDLING.  IF THE RECORD CANNOT BE      *
      *    WRITTEN THE TELLER IS TOLD THE PAYMENT WAS NOT TAKEN.      *
      *    EITHER WAY THE ACCOUNT MUST BE VERIFIED AGAIN.             *
      *****************************************************************
       5080-QUEUE-HELD-PAYMENT.
           SET EPSMTCOM-STATE-INIT OF W-COMMUNICATION-AREA TO TRUE.
           MOVE SPACES TO EPSTHLD-RECORD.
           EXEC CICS ASKTIME ABSTIME(W-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(W-ABSTIME)
               YYYYMMDD(EPSTHLD-QUEUED-DATE)
               TIME(EPSTHLD-QUEUED-TIME)
           END-EXEC.
           EXEC CICS ASSIGN USERID(W-USER-ID) END-EXEC.
           MOVE W-USER-ID TO EPSTHLD-OPERATOR-ID.
           MOVE EIBTRMID TO EPSTHLD-TERM-ID.
           MOVE EIBTRNID TO EPSTHLD-TRAN-ID.
           MOVE EPSMTCOM-ACCOUNT-NUMBER OF W-COMMUNICATION-AREA
               TO EPSTHLD-ACCOUNT-NUMBER.
           MOVE W-HOLD-CODE TO EPSTHLD-HOLD-CODE.
           MOVE W-PMT-NUMBER TO EPSTHLD-PAYMENT-AMOUNT.
           MOVE W-PRINC-NUMBER TO EPSTHLD-PRINCIPAL-AMOUNT.
           EXEC CICS WRITE
               FILE(W-THELD-FILE)
               FROM(EPSTHLD-RECORD)
               RIDFLD(W-THLD-RBA)
               RBA
               RESP(W-CICS-RESP)
           END-EXEC.
           IF W-CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'HELD PAYMENT NOT QUEUED OR TAKEN - SEE SUPERVISOR'
                   TO MSGO
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
               GO TO 5080-EXIT
           END-IF.
           MOVE 'LEGAL HOLD - PAYMENT QUEUED FOR SPECIAL HANDLING'
               TO MSGO.
           SET SEND-DATAONLY TO TRUE.
           PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
       5080-EXIT.
           EXIT.
      *
      *****************************************************************
      *    5100-RECALC-AMOUNTS                                        *
      *    RECOMPUTE THE INTEREST PORTION FROM W-PMT-NUMBER AND       *
      *    W-PRINC-NUMBER, THEN RE-EDIT ALL FOUR AMOUNT FIELDS BACK   *
      *****************************************************************
      *    6000-POST-PAYMENT                                          *
      *    POST THE APPLIED PAYMENT, LATE FEE, NEXT-PAYMENT DATE AND  *
      *    ESCROW AMOUNTS AGAINST THE MORTGAGE MASTER RECORD.  A      *
      *    CHANGED ESCROW DISBURSEMENT OR CONTRIBUTION AMOUNT IS      *
      *    LOGGED TO THE CHANGE HISTORY FIRST - IF THAT FAILS THE     *
      *    POSTING IS ROLLED BACK AND NOTHING IS LOGGED TO MORTPMT.   *
      *    A CHANGE TO THE ESCROW BALANCE AND A RELEASE FROM SUSPENSE *
      *    ARE JOURNALLED FOR THE GL THE SAME WAY - NO GL-ACTIVITY    *
      *    RECORD, NO POSTING.                                        *
      *****************************************************************
       6000-POST-PAYMENT.
           EXEC SQL
                   :EPSMTCOM-ACCOUNT-NUMBER OF W-COMMUNICATION-AREA
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 6070-LOG-ESCROW-CHANGES THRU 6070-EXIT
               IF CHANGE-LOG-FAILED
                   PERFORM 8800-BACK-OUT-CHANGE THRU 8800-EXIT
                   GO TO 6000-EXIT
               END-IF
               PERFORM 6160-LOG-ESCROW-MOVEMENT THRU 6160-EXIT
               IF GL-LOG-FAILED
                   PERFORM 8850-BACK-OUT-GL-ACTIVITY THRU 8850-EXIT
                   GO TO 6000-EXIT
               END-IF
               IF SUSPENSE-RELEASED
                   PERFORM 6150-LOG-SUSPENSE-RELEASE THRU 6150-EXIT
                   IF GL-LOG-FAILED
                       PERFORM 8850-BACK-OUT-GL-ACTIVITY THRU 8850-EXIT
                       GO TO 6000-EXIT
                   END-IF
               END-IF
               SUBTRACT W-PRINC-APPLIED FROM
                   EPSMTCOM-RUNNING-BALANCE OF W-COMMUNICATION-AREA
               SET EPSMTCOM-RC-OK OF W-COMMUNICATION-AREA TO TRUE
           EXIT.
      *
      *****************************************************************
      *    6070-LOG-ESCROW-CHANGES                                    *
      *    ONE CHANGE-HISTORY RECORD FOR EACH OF THE ESCROW           *
      *    DISBURSEMENT AND CONTRIBUTION AMOUNTS THE TELLER KEYED     *
      *    DIFFERENTLY FROM WHAT WAS ON FILE, WITH THE OPERATOR,      *
      *    TERMINAL, TIME AND BOTH VALUES AS THE SCREEN SHOWS THEM.   *
      *****************************************************************
       6070-LOG-ESCROW-CHANGES.
           SET CHANGE-LOG-OK TO TRUE.
           IF W-OLD-ESC-DISB = W-ESC-DISB-NUMBER
               AND W-OLD-ESC-PMT = W-ESC-PMT-NUMBER
               GO TO 6070-EXIT
           END-IF.
           MOVE SPACES TO EPSCHGH-RECORD.
           EXEC CICS ASKTIME ABSTIME(W-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(W-ABSTIME)
               YYYYMMDD(EPSCHGH-CHANGE-DATE)
               TIME(EPSCHGH-CHANGE-TIME)
           END-EXEC.
           EXEC CICS ASSIGN USERID(W-USER-ID) END-EXEC.
           MOVE W-USER-ID TO EPSCHGH-OPERATOR-ID.
           MOVE EIBTRMID TO EPSCHGH-TERM-ID.
           MOVE EIBTRNID TO EPSCHGH-TRAN-ID.
           MOVE 'EPSCMORT' TO EPSCHGH-PROGRAM.
           MOVE EPSMTCOM-ACCOUNT-NUMBER OF W-COMMUNICATION-AREA
               TO EPSCHGH-ACCOUNT-NUMBER.
           SET EPSCHGH-CHANGE TO TRUE.
           IF W-OLD-ESC-DISB NOT = W-ESC-DISB-NUMBER
               MOVE 'ESCROW DISB AMT' TO EPSCHGH-FIELD-NAME
               MOVE W-OLD-ESC-DISB TO WS-FORMAT-NUMBER
               MOVE WS-FORMAT-NUMBER TO EPSCHGH-BEFORE-VALUE
               MOVE W-ESC-DISB-NUMBER TO WS-FORMAT-NUMBER
               MOVE WS-FORMAT-NUMBER TO EPSCHGH-AFTER-VALUE
               PERFORM 6080-WRITE-CHANGE THRU 6080-EXIT
           END-IF.
           IF W-OLD-ESC-PMT NOT = W-ESC-PMT-NUMBER
               MOVE 'ESCROW PMT AMT' TO EPSCHGH-FIELD-NAME
               MOVE W-OLD-ESC-PMT TO WS-FORMAT-NUMBER
               MOVE WS-FORMAT-NUMBER TO EPSCHGH-BEFORE-VALUE
               MOVE W-ESC-PMT-NUMBER TO WS-FORMAT-NUMBER
               MOVE WS-FORMAT-NUMBER TO EPSCHGH-AFTER-VALUE
               PERFORM 6080-WRITE-CHANGE THRU 6080-EXIT
           END-IF.
       6070-EXIT.
           EXIT.
      *
       6080-WRITE-CHANGE.
           IF CHANGE-LOG-FAILED
               GO TO 6080-EXIT
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
       6080-EXIT.
           EXIT.
      *
      *****************************************************************
      *    6100-HOLD-IN-SUSPENSE                                      *
      *    NOTHING POSTS - THE SHORT PAYMENT IS ADDED TO THE         *
      *    SUSPENSE BALANCE ON THE DB2 ROW.  NO MORTPMT ROW IS       *
      *    LOGGED AND THE LAST-PAYMENT DATE IS NOT TOUCHED; THE      *
      *    DAILY SUSPENSE REPORT SHOWS THE MONEY HELD.  THE AMOUNT   *
      *    HELD IS JOURNALLED FOR THE GL - IF THAT FAILS THE HOLD IS *
      *    ROLLED BACK.                                              *
      *****************************************************************
       6100-HOLD-IN-SUSPENSE.
           EXEC SQL
                   :EPSMTCOM-ACCOUNT-NUMBER OF W-COMMUNICATION-AREA
           END-EXEC.
           IF SQLCODE = 0
               SET GL-LOG-OK TO TRUE
               MOVE SPACES TO EPSGLACT-RECORD
               SET EPSGLACT-SUSPENSE-HELD TO TRUE
               MOVE W-PMT-NUMBER TO EPSGLACT-AMOUNT
               PERFORM 6180-WRITE-GL-ACTIVITY THRU 6180-EXIT
               IF GL-LOG-FAILED
                   PERFORM 8850-BACK-OUT-GL-ACTIVITY THRU 8850-EXIT
                   MOVE EPSMTCOM-MESSAGE OF W-COMMUNICATION-AREA
                       TO MSGO
                   SET SEND-DATAONLY-ALARM TO TRUE
               ELSE
                   SET EPSMTCOM-RC-OK OF W-COMMUNICATION-AREA TO TRUE
                   MOVE 'PAYMENT SHORT OF SCHEDULED AMOUNT - HELD IN SU
      -                'SPENSE' TO MSGO
                   SET SEND-DATAONLY TO TRUE
               END-IF
           ELSE
               PERFORM 8500-LOG-SQL-ERROR THRU 8500-EXIT
               SET EPSMTCOM-RC-SQL-ERROR OF W-COMMUNICATION-AREA
           EXIT.
      *
      *****************************************************************
      *    6150-LOG-SUSPENSE-RELEASE                                  *
      *    THE SHORT PAYMENT THAT BROUGHT SUSPENSE UP TO A FULL       *
      *    SCHEDULED PAYMENT IS JOURNALLED AS HELD, AND THE SCHEDULED *
      *    PAYMENT IT RELEASED AS RELEASED - THE SAME PAIR THE        *
      *    LOCKBOX RELEASE PATH WRITES.                               *
      *****************************************************************
       6150-LOG-SUSPENSE-RELEASE.
           SET GL-LOG-OK TO TRUE.
           MOVE SPACES TO EPSGLACT-RECORD.
           SET EPSGLACT-SUSPENSE-HELD TO TRUE.
           MOVE W-PMT-NUMBER TO EPSGLACT-AMOUNT.
           PERFORM 6180-WRITE-GL-ACTIVITY THRU 6180-EXIT.
           MOVE SPACES TO EPSGLACT-RECORD.
           SET EPSGLACT-SUSPENSE-RELEASE TO TRUE.
           MOVE W-APPLY-AMOUNT TO EPSGLACT-AMOUNT.
           PERFORM 6180-WRITE-GL-ACTIVITY THRU 6180-EXIT.
       6150-EXIT.
           EXIT.
      *
      *****************************************************************
      *    6160-LOG-ESCROW-MOVEMENT                                   *
      *    THE TELLER KEYS THE NEW ESCROW BALANCE.  A RISE OVER THE   *
      *    BALANCE ON FILE IS JOURNALLED AS AN ESCROW CONTRIBUTION,   *
      *    A FALL AS AN ESCROW ADJUSTMENT DOWN, SO EVERY MOVEMENT OF  *
      *    ESCROW REACHES THE GL AND THE MONTH-END ROLL-FORWARD.      *
      *****************************************************************
       6160-LOG-ESCROW-MOVEMENT.
           SET GL-LOG-OK TO TRUE.
           IF W-ESC-BAL-NUMBER = W-OLD-ESC-BAL
               GO TO 6160-EXIT
           END-IF.
           MOVE SPACES TO EPSGLACT-RECORD.
           IF W-ESC-BAL-NUMBER > W-OLD-ESC-BAL
               SET EPSGLACT-ESCROW-CONTRIB TO TRUE
               COMPUTE EPSGLACT-AMOUNT =
                   W-ESC-BAL-NUMBER - W-OLD-ESC-BAL
           ELSE
               SET EPSGLACT-ESCROW-ADJ-DOWN TO TRUE
               COMPUTE EPSGLACT-AMOUNT =
                   W-OLD-ESC-BAL - W-ESC-BAL-NUMBER
           END-IF.
           PERFORM 6180-WRITE-GL-ACTIVITY THRU 6180-EXIT.
       6160-EXIT.
           EXIT.
      *
      *****************************************************************
      *    6180-WRITE-GL-ACTIVITY                                     *
      *    STAMP THE GL-ACTIVITY RECORD THE CALLER BUILT WITH THE     *
      *    POSTING DATE AND ACCOUNT AND WRITE IT TO THE ESDS.         *
      *****************************************************************
       6180-WRITE-GL-ACTIVITY.
           IF GL-LOG-FAILED
               GO TO 6180-EXIT
           END-IF.
           MOVE EPSMTCOM-CURRENT-DATE OF W-COMMUNICATION-AREA
               TO EPSGLACT-ACTIVITY-DATE.
           MOVE 'EPSCMORT' TO EPSGLACT-PROGRAM.
           MOVE EPSMTCOM-ACCOUNT-NUMBER OF W-COMMUNICATION-AREA
               TO EPSGLACT-ACCOUNT-NUMBER.
           EXEC CICS WRITE
               FILE(W-GLACT-FILE)
               FROM(EPSGLACT-RECORD)
               RIDFLD(W-GL-RBA)
               RBA
               RESP(W-CICS-RESP)
           END-EXEC.
           IF W-CICS-RESP NOT = DFHRESP(NORMAL)
               SET GL-LOG-FAILED TO TRUE
           END-IF.
       6180-EXIT.
           EXIT.
      *
      *****************************************************************
      *    6500-DAYCOUNT-CALL                                         *
      *    CALL THE DATE-TO-DAYS SUBPROGRAM NAMED IN W-CALL-PROGRAM   *
      *    TO GET THE NUMBER OF DAYS SINCE THE LAST PAYMENT, FOR      *
           EXIT.
      *
      *****************************************************************
      *    8800-BACK-OUT-CHANGE                                       *
      *    THE CHANGE HISTORY COULD NOT BE WRITTEN - ROLL THE POSTING *
      *    BACK SO NO ESCROW AMOUNT CHANGES WITHOUT A TRAIL.  THE     *
      *    ACCOUNT STAYS VERIFIED FOR THE TELLER TO TRY AGAIN.        *
      *****************************************************************
       8800-BACK-OUT-CHANGE.
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC.
           SET EPSMTCOM-RC-FILE-ERROR OF W-COMMUNICATION-AREA TO TRUE.
           MOVE 'CHANGE HISTORY WRITE FAILED - PAYMENT NOT POSTED'
               TO EPSMTCOM-MESSAGE OF W-COMMUNICATION-AREA.
       8800-EXIT.
           EXIT.
      *
      *****************************************************************
      *    8850-BACK-OUT-GL-ACTIVITY                                  *
      *    THE GL-ACTIVITY RECORD COULD NOT BE WRITTEN - ROLL THE     *
      *    POSTING, HOLD OR RELEASE BACK SO NO SUSPENSE OR ESCROW     *
      *    MONEY MOVES WITHOUT REACHING THE GENERAL LEDGER.  THE      *
      *    TELLER TRIES AGAIN.                                        *
      *****************************************************************
       8850-BACK-OUT-GL-ACTIVITY.
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC.
           SET EPSMTCOM-RC-FILE-ERROR OF W-COMMUNICATION-AREA TO TRUE.
           MOVE 'GL ACTIVITY WRITE FAILED - PAYMENT NOT POSTED'
               TO EPSMTCOM-MESSAGE OF W-COMMUNICATION-AREA.
       8850-EXIT.
           EXIT.
      *
      *****************************************************************
      *    9000-DB2-DOWN                                              *
      *    DB2 DIDN'T COME UP AFTER THE RETRIES - WARN THE TELLER     *
      *    INSTEAD OF LETTING THE TRANSACTION ABEND.  THIS CAN BE     *
