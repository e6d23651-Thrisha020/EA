      *    HAND-EDITED SEQUENTIAL DATASET.  EVERY FIELD IS EDITED
      *    BEFORE THE FILE IS TOUCHED: THE DUE DATE MUST BE A REAL
      *    CALENDAR DATE, THE AMOUNT NUMERIC AND NON-ZERO, THE PAY
      *    METHOD 'C' (CHECK) OR 'A' (ACH) AND THE TYPE 'TX', 'IN'
      *    OR 'MI' (MORTGAGE INSURANCE - THE AMOUNT IS THE ANNUAL
      *    PREMIUM), SO A FAT-FINGERED DUE DATE IS CAUGHT AT THE
      *    SCREEN INSTEAD OF ON THE NEXT MORNING'S DISBREG REGISTER.
      *    AN MI PAYEE THE MONTHLY LTV REVIEW (EPSPMIT) HAS ENDED
      *    CANNOT BE CHANGED - ONCE THE INSURANCE IS TERMINATED THE
      *    DISBURSEMENT RUN NEVER DRAWS IT AGAIN; IT MAY BE DELETED.
      *    EVERY FIELD AN ADD, CHANGE OR DELETE ALTERS IS WRITTEN TO
      *    THE CHANGE-HISTORY FILE (EPSCHGH) WITH THE OPERATOR,
      *    TERMINAL, TIME AND BEFORE/AFTER VALUES, IN THE SAME UNIT
      *    OF WORK - NO HISTORY, NO CHANGE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *    THE PAYEE RECORD AS READ FROM / WRITTEN TO THE KSDS
      *
       COPY EPSPAYEE.
      *
      *    THE PAYEE AS IT STOOD BEFORE THIS ACTION, AND THE
      *    CHANGE-HISTORY RECORD EACH ALTERED FIELD IS LOGGED IN
      *
       01 W-OLD-PAYEE.
           05  W-OLD-DUE-DATE                 PIC X(08).
           05  W-OLD-AMOUNT                   PIC 9(10)V99.
           05  W-OLD-PAY-METHOD               PIC X(01).
       01 W-CHANGE-LOG-SWITCH                 PIC X(01).
           88  CHANGE-LOG-OK                    VALUE 'Y'.
           88  CHANGE-LOG-FAILED                VALUE 'N'.
       COPY EPSCHGH.
      *
       01  END-OF-TRANS-MSG                 PIC X(30)
             VALUE 'END OF TRANSACTION - THANK YOU'.
       01  BLANK-MSG                        PIC X(1) VALUE ' '.
       01  W-PAYEE-FILE                     PIC X(8) VALUE 'EPSPAYEE'.
       01  W-CHGHIST-FILE                   PIC X(8) VALUE 'EPSCHGH'.
       01  W-MAPSET-NAME                    PIC X(8) VALUE 'EPSPAYE'.
       01  W-MAP-NAME                       PIC X(8) VALUE 'EPSPAYE1'.
       01  W-OWN-TRANSID                    PIC X(4) VALUE 'EPSP'.
      *    MISCELLANEOUS CICS WORK FIELDS
      *
       01 W-CICS-RESP                         PIC S9(8) COMP.
       01 W-CHG-RBA                           PIC S9(8) COMP.
       01 W-USER-ID                           PIC X(08).
       01 W-ABSTIME                           PIC S9(15) COMP.

       LINKAGE SECTION.

               GO TO 5100-BAD-FIELD
           END-IF.
           IF PTYPEI NOT = 'TX' AND PTYPEI NOT = 'IN'
               AND PTYPEI NOT = 'MI'
               MOVE 'PAYEE TYPE MUST BE TX (TAX), IN (INSURANCE) OR MI'
                   TO MSGO
               GO TO 5100-BAD-FIELD
           END-IF.
           EXIT.
      *
      *****************************************************************
      *    5950-SAVE-OLD-PAYEE                                        *
      *    KEEP THE PAYEE AS READ, BEFORE THIS ACTION ALTERS IT, FOR  *
      *    THE CHANGE HISTORY.                                        *
      *****************************************************************
       5950-SAVE-OLD-PAYEE.
           MOVE EPSPAYEE-DUE-DATE TO W-OLD-DUE-DATE.
           MOVE EPSPAYEE-AMOUNT TO W-OLD-AMOUNT.
           MOVE EPSPAYEE-PAY-METHOD TO W-OLD-PAY-METHOD.
       5950-EXIT.
           EXIT.
      *
      *****************************************************************
      *    6000-ADD-PAYEE                                             *
      *    BUILD A FRESH PAYEE RECORD FROM THE EDITED FIELDS AND      *
      *    WRITE IT.  THE PAID DATE STARTS AS SPACES, WHICH COLLATES  *
           END-EXEC.
           EVALUATE W-CICS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE SPACES TO W-OLD-PAYEE
                   MOVE ZERO TO W-OLD-AMOUNT
                   PERFORM 8700-LOG-PAYEE-CHANGES THRU 8700-EXIT
                   IF CHANGE-LOG-OK
                       MOVE 'PAYEE ADDED' TO MSGO
                       SET SEND-DATAONLY TO TRUE
                   ELSE
                       PERFORM 8800-BACK-OUT-CHANGE THRU 8800-EXIT
                   END-IF
               WHEN DFHRESP(DUPREC)
                   SET EPSPACOM-RC-DUPLICATE OF W-COMMUNICATION-AREA
                       TO TRUE
               PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
               GO TO 6500-EXIT
           END-IF.
           IF EPSPAYEE-ENDED
               EXEC CICS UNLOCK
                   FILE(W-PAYEE-FILE)
                   RESP(W-CICS-RESP)
               END-EXEC
               SET EPSPACOM-RC-INVALID-FLD OF W-COMMUNICATION-AREA
                   TO TRUE
               MOVE 'MI PAYEE ENDED AT 78% LTV - IT CANNOT BE CHANGED'
                   TO MSGO
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
               GO TO 6500-EXIT
           END-IF.
           PERFORM 5950-SAVE-OLD-PAYEE THRU 5950-EXIT.
           MOVE W-DUE-DATE TO EPSPAYEE-DUE-DATE.
           MOVE W-AMT-NUMBER TO EPSPAYEE-AMOUNT.
           MOVE PMETHI TO EPSPAYEE-PAY-METHOD.
               RESP(W-CICS-RESP)
           END-EXEC.
           IF W-CICS-RESP = DFHRESP(NORMAL)
               PERFORM 8700-LOG-PAYEE-CHANGES THRU 8700-EXIT
               IF CHANGE-LOG-OK
                   MOVE 'PAYEE CHANGED' TO MSGO
                   SET SEND-DATAONLY TO TRUE
               ELSE
                   PERFORM 8800-BACK-OUT-CHANGE THRU 8800-EXIT
               END-IF
           ELSE
               SET EPSPACOM-RC-FILE-ERROR OF W-COMMUNICATION-AREA
                   TO TRUE
      *
      *****************************************************************
      *    7000-DELETE-PAYEE                                          *
      *    READ THE PAYEE FOR UPDATE FIRST SO THE VALUES BEING        *
      *    REMOVED CAN BE LOGGED, THEN DELETE IT.                     *
      *****************************************************************
       7000-DELETE-PAYEE.
           MOVE EPSPACOM-ACCOUNT-NUMBER OF W-COMMUNICATION-AREA
               TO EPSPAYEE-TYPE.
           MOVE EPSPACOM-PAYEE-NAME OF W-COMMUNICATION-AREA
               TO EPSPAYEE-NAME.
           EXEC CICS READ
               FILE(W-PAYEE-FILE)
               INTO(EPSPAYEE-RECORD)
               RIDFLD(EPSPAYEE-KEY)
               UPDATE
               RESP(W-CICS-RESP)
           END-EXEC.
           IF W-CICS-RESP = DFHRESP(NORMAL)
               PERFORM 5950-SAVE-OLD-PAYEE THRU 5950-EXIT
               EXEC CICS DELETE
                   FILE(W-PAYEE-FILE)
                   RESP(W-CICS-RESP)
               END-EXEC
           END-IF.
           EVALUATE W-CICS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE SPACES TO EPSPAYEE-DUE-DATE EPSPAYEE-PAY-METHOD
                   MOVE ZERO TO EPSPAYEE-AMOUNT
                   PERFORM 8700-LOG-PAYEE-CHANGES THRU 8700-EXIT
                   IF CHANGE-LOG-OK
                       MOVE 'PAYEE DELETED' TO MSGO
                       SET SEND-DATAONLY TO TRUE
                   ELSE
                       PERFORM 8800-BACK-OUT-CHANGE THRU 8800-EXIT
                   END-IF
               WHEN DFHRESP(NOTFND)
                   SET EPSPACOM-RC-NOT-FOUND OF W-COMMUNICATION-AREA
                       TO TRUE
           EXIT.
      *
      *****************************************************************
      *    8600-START-CHANGE-LOG                                      *
      *    STAMP THE PARTS OF THE CHANGE-HISTORY RECORD COMMON TO     *
      *    EVERY FIELD THIS ACTION ALTERS - TIME, OPERATOR,           *
      *    TERMINAL, TRANSACTION, ACCOUNT, PAYEE AND ACTION.          *
      *****************************************************************
       8600-START-CHANGE-LOG.
           SET CHANGE-LOG-OK TO TRUE.
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
           MOVE 'EPSCPAY' TO EPSCHGH-PROGRAM.
           MOVE EPSPAYEE-ACCOUNT-NUMBER TO EPSCHGH-ACCOUNT-NUMBER.
           MOVE W-ACTION-CODE TO EPSCHGH-ACTION.
           MOVE EPSPAYEE-TYPE TO EPSCHGH-ITEM-KEY (1:2).
           MOVE EPSPAYEE-NAME TO EPSCHGH-ITEM-KEY (3:30).
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
      *    8700-LOG-PAYEE-CHANGES                                     *
      *    ONE CHANGE-HISTORY RECORD PER PAYEE FIELD WHOSE VALUE THIS *
      *    ACTION ALTERED - ON AN ADD THE BEFORE-VALUES ARE BLANK, ON *
      *    A DELETE THE AFTER-VALUES.  THE AMOUNT IS LOGGED EDITED,   *
      *    AS THE SCREEN SHOWS IT.                                    *
      *****************************************************************
       8700-LOG-PAYEE-CHANGES.
           PERFORM 8600-START-CHANGE-LOG THRU 8600-EXIT.
           IF W-OLD-DUE-DATE NOT = EPSPAYEE-DUE-DATE
               MOVE 'PAYEE DUE DATE' TO EPSCHGH-FIELD-NAME
               MOVE W-OLD-DUE-DATE TO EPSCHGH-BEFORE-VALUE
               MOVE EPSPAYEE-DUE-DATE TO EPSCHGH-AFTER-VALUE
               PERFORM 8650-WRITE-CHANGE THRU 8650-EXIT
           END-IF.
           IF W-OLD-AMOUNT NOT = EPSPAYEE-AMOUNT
               MOVE 'PAYEE AMOUNT' TO EPSCHGH-FIELD-NAME
               MOVE SPACES TO EPSCHGH-BEFORE-VALUE
                   EPSCHGH-AFTER-VALUE
               IF NOT ACTION-ADD
                   MOVE W-OLD-AMOUNT TO WS-FORMAT-NUMBER
                   MOVE WS-FORMAT-NUMBER TO EPSCHGH-BEFORE-VALUE
               END-IF
               IF NOT ACTION-DELETE
                   MOVE EPSPAYEE-AMOUNT TO WS-FORMAT-NUMBER
                   MOVE WS-FORMAT-NUMBER TO EPSCHGH-AFTER-VALUE
               END-IF
               PERFORM 8650-WRITE-CHANGE THRU 8650-EXIT
           END-IF.
           IF W-OLD-PAY-METHOD NOT = EPSPAYEE-PAY-METHOD
               MOVE 'PAYEE PAY METHOD' TO EPSCHGH-FIELD-NAME
               MOVE W-OLD-PAY-METHOD TO EPSCHGH-BEFORE-VALUE
               MOVE EPSPAYEE-PAY-METHOD TO EPSCHGH-AFTER-VALUE
               PERFORM 8650-WRITE-CHANGE THRU 8650-EXIT
           END-IF.
       8700-EXIT.
           EXIT.
      *
      *****************************************************************
      *    8800-BACK-OUT-CHANGE                                       *
      *    THE CHANGE HISTORY COULD NOT BE WRITTEN - ROLL THE WHOLE   *
      *    UNIT OF WORK BACK SO NO PAYEE CHANGES WITHOUT A TRAIL.     *
      *****************************************************************
       8800-BACK-OUT-CHANGE.
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC.
           SET EPSPACOM-RC-FILE-ERROR OF W-COMMUNICATION-AREA TO TRUE.
           MOVE 'CHANGE HISTORY WRITE FAILED - CHANGE NOT MADE'
               TO MSGO.
           SET SEND-DATAONLY-ALARM TO TRUE.
       8800-EXIT.
           EXIT.
      *
      *****************************************************************
      *    9800-END-OF-TRANS                                          *
      *    PF3/PF12 - SHOW THE END-OF-TRANSACTION MESSAGE AND HAND    *
      *    CONTROL BACK TO THE MENU TRANSACTION.                      *
