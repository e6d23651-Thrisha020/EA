       ID DIVISION.
       PROGRAM-ID. EPSCAPY.
      *    BORROWER AUTOPAY ENROLLMENT (TRANSACTION EPSD).  GIVES
      *    SERVICING AN ONLINE ENROLL/CHANGE/INQUIRE SCREEN OVER THE
      *    AUTOPAY ENROLLMENT KSDS (EPSAPEN) THAT THE NIGHTLY DRAFT
      *    RUN (EPSACHD) DRAFTS FROM.  EACH ENROLLMENT CARRIES THE
      *    BORROWER'S BANK ROUTING NUMBER, BANK ACCOUNT NUMBER AND
      *    TYPE, THE DAY OF THE MONTH TO DRAFT ON AND THE
      *    ENROLLMENT STATUS.  THE LOAN MUST BE ON THE MASTER AND
      *    NOT PAID IN FULL OR UNDER A LEGAL HOLD TO BE ENROLLED OR
      *    MADE ACTIVE AGAIN.  THE
      *    ROUTING NUMBER MUST PASS THE ABA CHECK DIGIT, THE DRAFT
      *    DAY MUST BE 01 TO 28 SO IT FALLS IN EVERY MONTH.  AN
      *    ENROLLMENT IS NEVER DELETED - STATUS C CANCELS IT AND
      *    KEEPS THE LAST DRAFT ON FILE SO A LATE BANK RETURN CAN
      *    STILL BE MATCHED AND BACKED OUT.  SETTING A SUSPENDED
      *    ENROLLMENT (STATUS S, SET BY THE RETURNS RUN EPSACHR
      *    AFTER REPEATED RETURNS) BACK TO A CLEARS ITS RETURN
      *    COUNT.  EVERY FIELD AN ENROLL OR CHANGE ALTERS IS WRITTEN
      *    TO THE CHANGE-HISTORY FILE (EPSCHGH) IN THE SAME UNIT OF
      *    WORK - THE BANK ACCOUNT NUMBER MASKED TO ITS LAST FOUR
      *    DIGITS - NO HISTORY, NO CHANGE.
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
           88  ACTION-ADD                       VALUE 'A'.
           88  ACTION-CHANGE                    VALUE 'C'.
           88  ACTION-INQUIRE                   VALUE 'I'.
      *
      *    ENROLLMENT FIELDS AS KEYED AND EDITED
      *
       01 W-KEYED-ROUTING                     PIC X(09).
       01 W-KEYED-ROUTING-DIGITS REDEFINES W-KEYED-ROUTING.
           05  W-RT-DIGIT                     PIC 9(01) OCCURS 9 TIMES.
       01 W-KEYED-BANK-ACCOUNT                PIC X(17).
       01 W-KEYED-ACCT-TYPE                   PIC X(01).
       01 W-KEYED-DRAFT-DAY                   PIC X(02).
       01 W-KEYED-DRAFT-DAY-NUM REDEFINES W-KEYED-DRAFT-DAY
                                              PIC 9(02).
       01 W-KEYED-STATUS                      PIC X(01).
      *
      *    ABA ROUTING CHECK - 3, 7, 1 WEIGHTS, SUM A MULTIPLE OF 10
      *
       01 W-RT-SUM                            PIC 9(04) COMP.
       01 W-RT-QUOTIENT                       PIC 9(04) COMP.
       01 W-RT-REMAINDER                      PIC 9(04) COMP.
      *
      *    THE ENROLLMENT RECORD AS READ FROM / WRITTEN TO THE KSDS,
      *    AND THE LOAN MASTER IT IS CHECKED AGAINST
      *
       COPY EPSAPEN.
       COPY EPSMMST.
      *
      *    THE ENROLLMENT AS IT STOOD BEFORE THIS ACTION, AND THE
      *    CHANGE-HISTORY RECORD EACH ALTERED FIELD IS LOGGED IN
      *
       01 W-OLD-ENROLLMENT.
           05  W-OLD-ROUTING                  PIC X(09).
           05  W-OLD-BANK-ACCOUNT             PIC X(17).
           05  W-OLD-ACCT-TYPE                PIC X(01).
           05  W-OLD-DRAFT-DAY                PIC X(02).
           05  W-OLD-STATUS                   PIC X(01).
           05  W-OLD-RETURN-COUNT             PIC X(02).
       01 W-CHANGE-LOG-SWITCH                 PIC X(01).
           88  CHANGE-LOG-OK                    VALUE 'Y'.
           88  CHANGE-LOG-FAILED                VALUE 'N'.
       COPY EPSCHGH.
      *
      *    BANK ACCOUNT MASKING FOR THE CHANGE HISTORY - ONLY THE
      *    LAST FOUR CHARACTERS ARE KEPT IN CLEAR
      *
       01 W-MASK-IN                           PIC X(17).
       01 W-MASK-OUT                          PIC X(17).
       01 W-MASK-LEN                          PIC 9(02) COMP.
      *
       01  END-OF-TRANS-MSG                 PIC X(30)
             VALUE 'END OF TRANSACTION - THANK YOU'.
       01  BLANK-MSG                        PIC X(1) VALUE ' '.
       01  W-AUTOPAY-FILE                   PIC X(8) VALUE 'EPSAPEN'.
       01  W-MASTER-FILE                    PIC X(8) VALUE 'EPSMAST'.
       01  W-CHGHIST-FILE                   PIC X(8) VALUE 'EPSCHGH'.
       01  W-MAPSET-NAME                    PIC X(8) VALUE 'EPSAPY'.
       01  W-MAP-NAME                       PIC X(8) VALUE 'EPSAPY1'.
       01  W-OWN-TRANSID                    PIC X(4) VALUE 'EPSD'.
       01  W-MENU-TRANSID                   PIC X(4) VALUE 'EPSM'.
       01  W-MENU-PROGRAM                   PIC X(8) VALUE 'EPSMENU'.
           COPY DFHAID.
           COPY EPSAPYM.

       01  W-COMMUNICATION-AREA.
           COPY EPSAPCOM.
      *
      *    MISCELLANEOUS CICS WORK FIELDS
      *
       01 W-CICS-RESP                         PIC S9(8) COMP.
       01 W-CHG-RBA                           PIC S9(8) COMP.
       01 W-USER-ID                           PIC X(08).
       01 W-ABSTIME                           PIC S9(15) COMP.
       01 W-CURRENT-DATE                      PIC X(08).

       LINKAGE SECTION.

       01 DFHCOMMAREA.
       COPY EPSAPCOM.

       PROCEDURE DIVISION USING DFHCOMMAREA.
      *****************************************************************
      *    0000-MAINLINE                                              *
      *    ENTRY LOGIC.  TEST EIBCALEN TO TELL A FRESH TRANSACTION    *
      *    START FROM A PSEUDO-CONVERSATIONAL RETURN, THEN DISPATCH   *
      *    TO THE RIGHT PROCESSING PATH.                              *
      *****************************************************************
       0000-MAINLINE.
           IF EIBCALEN > 0
               MOVE EIBCALEN TO W-COMAREA-LENGTH
               MOVE DFHCOMMAREA TO W-COMMUNICATION-AREA
           ELSE
               MOVE ZERO TO W-COMAREA-LENGTH
               INITIALIZE W-COMMUNICATION-AREA
               MOVE EIBTRMID TO EPSAPCOM-TERM-ID OF W-COMMUNICATION-AREA
               MOVE EIBTRNID TO EPSAPCOM-TRAN-ID OF W-COMMUNICATION-AREA
           END-IF.

           IF EIBCALEN = 0
               PERFORM 2000-INITIAL-SEND THRU 2000-EXIT
           ELSE
               IF W-COMAREA-LENGTH NOT =
                       EPSAPCOM-SAVE-LENGTH OF W-COMMUNICATION-AREA
                   PERFORM 3100-SESSION-LOST THRU 3100-EXIT
               ELSE
                   PERFORM 3000-RETURN-ENTRY THRU 3000-EXIT
               END-IF
           END-IF.

           GO TO 9999-RETURN-TRANS.
      *
      *****************************************************************
      *    2000-INITIAL-SEND                                          *
      *    FIRST-TIME ENTRY - CLEAR THE SCREEN AND SEND THE BLANK     *
      *    ENROLLMENT MAP.                                            *
      *****************************************************************
       2000-INITIAL-SEND.
           MOVE LOW-VALUES TO EPSAPYO.
           SET SEND-ERASE TO TRUE.
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
           MOVE EIBTRMID TO EPSAPCOM-TERM-ID OF W-COMMUNICATION-AREA.
           MOVE EIBTRNID TO EPSAPCOM-TRAN-ID OF W-COMMUNICATION-AREA.
           MOVE LOW-VALUES TO EPSAPYO.
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
               INTO(EPSAPYI)
               RESP(W-CICS-RESP)
           END-EXEC.
       4000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    5000-PROCESS-ACTION                                        *
      *    EDIT THE ACCOUNT AND ACTION, EDIT THE ENROLLMENT FIELDS    *
      *    AND CHECK THE LOAN WHERE THE ACTION NEEDS THEM, AND        *
      *    DISPATCH TO THE FILE UPDATE.                               *
      *****************************************************************
       5000-PROCESS-ACTION.
           SET EPSAPCOM-RC-OK OF W-COMMUNICATION-AREA TO TRUE.
           PERFORM 5100-EDIT-ACCOUNT THRU 5100-EXIT.
           IF NOT EPSAPCOM-RC-OK OF W-COMMUNICATION-AREA
               GO TO 5000-EXIT
           END-IF.
           MOVE ACTIONI TO W-ACTION-CODE.
           IF NOT ACTION-ADD AND NOT ACTION-CHANGE
               AND NOT ACTION-INQUIRE
               SET EPSAPCOM-RC-INVALID-FLD OF W-COMMUNICATION-AREA
                   TO TRUE
               MOVE 'ACTION MUST BE A (ENROLL), C (CHANGE) OR I'
                   TO MSGO
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
               GO TO 5000-EXIT
           END-IF.
           IF ACTION-ADD OR ACTION-CHANGE
               PERFORM 5200-EDIT-ENROLLMENT-FIELDS THRU 5200-EXIT
               IF NOT EPSAPCOM-RC-OK OF W-COMMUNICATION-AREA
                   GO TO 5000-EXIT
               END-IF
           END-IF.
           IF ACTION-ADD
               OR (ACTION-CHANGE AND W-KEYED-STATUS = 'A')
               PERFORM 5300-CHECK-LOAN THRU 5300-EXIT
               IF NOT EPSAPCOM-RC-OK OF W-COMMUNICATION-AREA
                   GO TO 5000-EXIT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN ACTION-ADD
                   PERFORM 6000-ADD-ENROLLMENT THRU 6000-EXIT
               WHEN ACTION-CHANGE
                   PERFORM 6500-CHANGE-ENROLLMENT THRU 6500-EXIT
               WHEN ACTION-INQUIRE
                   PERFORM 7500-INQUIRE-ENROLLMENT THRU 7500-EXIT
           END-EVALUATE.
       5000-EXIT.
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
               EPSAPCOM-ACCOUNT-NUMBER OF W-COMMUNICATION-AREA.
           GO TO 5100-EXIT.
       5100-BAD-FIELD.
           SET EPSAPCOM-RC-INVALID-FLD OF W-COMMUNICATION-AREA TO TRUE.
           SET SEND-DATAONLY-ALARM TO TRUE.
           PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
       5100-EXIT.
           EXIT.
      *
      *****************************************************************
      *    5200-EDIT-ENROLLMENT-FIELDS                                *
      *    ROUTING NUMBER - NINE DIGITS PASSING THE ABA CHECK DIGIT.  *
      *    BANK ACCOUNT - REQUIRED.  ACCOUNT TYPE - C OR S.  DRAFT    *
      *    DAY - 01 TO 28, SO IT FALLS IN EVERY MONTH.  STATUS - A,   *
      *    S OR C; A NEW ENROLLMENT IS ALWAYS ACTIVE, SO BLANK IS     *
      *    TAKEN AS A ON AN ADD.                                      *
      *****************************************************************
       5200-EDIT-ENROLLMENT-FIELDS.
           MOVE ROUTEI TO W-KEYED-ROUTING.
           IF W-KEYED-ROUTING IS NOT NUMERIC
               MOVE 'ROUTING NUMBER MUST BE NINE DIGITS' TO MSGO
               GO TO 5200-BAD-FIELD
           END-IF.
           COMPUTE W-RT-SUM =
               3 * (W-RT-DIGIT (1) + W-RT-DIGIT (4) + W-RT-DIGIT (7))
             + 7 * (W-RT-DIGIT (2) + W-RT-DIGIT (5) + W-RT-DIGIT (8))
             +     (W-RT-DIGIT (3) + W-RT-DIGIT (6) + W-RT-DIGIT (9)).
           DIVIDE W-RT-SUM BY 10 GIVING W-RT-QUOTIENT
               REMAINDER W-RT-REMAINDER.
           IF W-RT-REMAINDER NOT = ZERO
               MOVE 'ROUTING NUMBER FAILS CHECK DIGIT - REENTER' TO MSGO
               GO TO 5200-BAD-FIELD
           END-IF.
           MOVE BANKACI TO W-KEYED-BANK-ACCOUNT.
           INSPECT W-KEYED-BANK-ACCOUNT
               REPLACING ALL LOW-VALUE BY SPACE.
           IF W-KEYED-BANK-ACCOUNT = SPACES
               MOVE 'ENTER THE BANK ACCOUNT NUMBER' TO MSGO
               GO TO 5200-BAD-FIELD
           END-IF.
           MOVE ACCTYPI TO W-KEYED-ACCT-TYPE.
           IF W-KEYED-ACCT-TYPE NOT = 'C' AND NOT = 'S'
               MOVE 'ACCOUNT TYPE MUST BE C (CHECKING) OR S (SAVINGS)'
                   TO MSGO
               GO TO 5200-BAD-FIELD
           END-IF.
           MOVE DRAFTDI TO W-KEYED-DRAFT-DAY.
           IF W-KEYED-DRAFT-DAY IS NOT NUMERIC
               OR W-KEYED-DRAFT-DAY-NUM < 1
               OR W-KEYED-DRAFT-DAY-NUM > 28
               MOVE 'DRAFT DAY MUST BE 01 THROUGH 28' TO MSGO
               GO TO 5200-BAD-FIELD
           END-IF.
           MOVE APSTATI TO W-KEYED-STATUS.
           IF ACTION-ADD
               IF W-KEYED-STATUS = SPACE OR LOW-VALUE
                   MOVE 'A' TO W-KEYED-STATUS
               END-IF
               IF W-KEYED-STATUS NOT = 'A'
                   MOVE 'A NEW ENROLLMENT MUST BE STATUS A (ACTIVE)'
                       TO MSGO
                   GO TO 5200-BAD-FIELD
               END-IF
           END-IF.
           IF W-KEYED-STATUS NOT = 'A' AND NOT = 'S' AND NOT = 'C'
               MOVE 'STATUS MUST BE A (ACTIVE), S (SUSPENDED) OR C'
                   TO MSGO
               GO TO 5200-BAD-FIELD
           END-IF.
           GO TO 5200-EXIT.
       5200-BAD-FIELD.
           SET EPSAPCOM-RC-INVALID-FLD OF W-COMMUNICATION-AREA TO TRUE.
           SET SEND-DATAONLY-ALARM TO TRUE.
           PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
       5200-EXIT.
           EXIT.
      *
      *****************************************************************
      *    5300-CHECK-LOAN                                            *
      *    AN ENROLLMENT THAT WILL DRAFT - A NEW ONE, OR ONE BEING    *
      *    MADE ACTIVE - MUST BE FOR A LOAN ON THE MASTER THAT IS     *
      *    STILL OPEN AND NOT UNDER A LEGAL HOLD.  THE MASTER IS      *
      *    READ ONLY.                                                 *
      *****************************************************************
       5300-CHECK-LOAN.
           MOVE EPSAPCOM-ACCOUNT-NUMBER OF W-COMMUNICATION-AREA
               TO EPSMMST-ACCOUNT-NUMBER.
           EXEC CICS READ
               FILE(W-MASTER-FILE)
               INTO(EPSMMST-RECORD)
               RIDFLD(EPSMMST-ACCOUNT-NUMBER)
               RESP(W-CICS-RESP)
           END-EXEC.
           IF W-CICS-RESP = DFHRESP(NOTFND)
               SET EPSAPCOM-RC-NOT-FOUND OF W-COMMUNICATION-AREA
                   TO TRUE
               MOVE 'ACCOUNT NOT ON THE LOAN MASTER - CANNOT ENROLL'
                   TO MSGO
               GO TO 5300-BAD-LOAN
           END-IF.
           IF W-CICS-RESP NOT = DFHRESP(NORMAL)
               SET EPSAPCOM-RC-FILE-ERROR OF W-COMMUNICATION-AREA
                   TO TRUE
               MOVE 'LOAN MASTER READ FAILED - SEE SUPERVISOR' TO MSGO
               GO TO 5300-BAD-LOAN
           END-IF.
           IF EPSMMST-PAID-IN-FULL
               SET EPSAPCOM-RC-INVALID-FLD OF W-COMMUNICATION-AREA
                   TO TRUE
               MOVE 'LOAN IS PAID IN FULL - CANNOT BE ACTIVE ON AUTOPAY'
                   TO MSGO
               GO TO 5300-BAD-LOAN
           END-IF.
           IF EPSMMST-ON-HOLD
               SET EPSAPCOM-RC-INVALID-FLD OF W-COMMUNICATION-AREA
                   TO TRUE
               MOVE 'LOAN IS ON LEGAL HOLD - CANNOT BE PUT ON AUTOPAY'
                   TO MSGO
               GO TO 5300-BAD-LOAN
           END-IF.
           GO TO 5300-EXIT.
       5300-BAD-LOAN.
           SET SEND-DATAONLY-ALARM TO TRUE.
           PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
       5300-EXIT.
           EXIT.
      *
      *****************************************************************
      *    5900-MOVE-SCREEN-FIELDS                                    *
      *    CARRY THE EDITED SCREEN FIELDS ONTO THE RECORD IN HAND.    *
      *    A STATUS CHANGE IS DATED, AND AN ENROLLMENT MADE ACTIVE    *
      *    AGAIN STARTS A FRESH RETURN COUNT - SHARED BY ADD AND      *
      *    CHANGE.                                                    *
      *****************************************************************
       5900-MOVE-SCREEN-FIELDS.
           EXEC CICS ASKTIME ABSTIME(W-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(W-ABSTIME)
               YYYYMMDD(W-CURRENT-DATE)
           END-EXEC.
           MOVE W-KEYED-ROUTING TO EPSAPEN-ROUTING-NUMBER.
           MOVE W-KEYED-BANK-ACCOUNT TO EPSAPEN-BANK-ACCOUNT.
           MOVE W-KEYED-ACCT-TYPE TO EPSAPEN-BANK-ACCT-TYPE.
           MOVE W-KEYED-DRAFT-DAY-NUM TO EPSAPEN-DRAFT-DAY.
           IF W-KEYED-STATUS NOT = EPSAPEN-STATUS
               IF W-KEYED-STATUS = 'A'
                   MOVE ZERO TO EPSAPEN-RETURN-COUNT
               END-IF
               MOVE W-KEYED-STATUS TO EPSAPEN-STATUS
               MOVE W-CURRENT-DATE TO EPSAPEN-STATUS-DATE
           END-IF.
       5900-EXIT.
           EXIT.
      *
      *****************************************************************
      *    5950-SAVE-OLD-ENROLLMENT                                   *
      *    KEEP THE ENROLLMENT AS READ, BEFORE THIS ACTION ALTERS IT, *
      *    FOR THE CHANGE HISTORY.                                    *
      *****************************************************************
       5950-SAVE-OLD-ENROLLMENT.
           MOVE EPSAPEN-ROUTING-NUMBER TO W-OLD-ROUTING.
           MOVE EPSAPEN-BANK-ACCOUNT TO W-OLD-BANK-ACCOUNT.
           MOVE EPSAPEN-BANK-ACCT-TYPE TO W-OLD-ACCT-TYPE.
           MOVE EPSAPEN-DRAFT-DAY TO W-OLD-DRAFT-DAY.
           MOVE EPSAPEN-STATUS TO W-OLD-STATUS.
           MOVE EPSAPEN-RETURN-COUNT TO W-OLD-RETURN-COUNT.
       5950-EXIT.
           EXIT.
      *
      *****************************************************************
      *    5960-SHOW-RECORD                                           *
      *    PUT THE RECORD IN HAND BACK ON THE SCREEN, SO THE OPERATOR *
      *    SEES EXACTLY WHAT IS NOW ON FILE.                          *
      *****************************************************************
       5960-SHOW-RECORD.
           MOVE EPSAPEN-ACCOUNT-NUMBER TO ACCTNO.
           MOVE EPSAPEN-ROUTING-NUMBER TO ROUTEO.
           MOVE EPSAPEN-BANK-ACCOUNT TO BANKACO.
           MOVE EPSAPEN-BANK-ACCT-TYPE TO ACCTYPO.
           MOVE EPSAPEN-DRAFT-DAY TO DRAFTDO.
           MOVE EPSAPEN-STATUS TO APSTATO.
           MOVE EPSAPEN-RETURN-COUNT TO RETCNTO.
           MOVE EPSAPEN-LAST-DRAFT-DATE TO LSTDRFO.
           MOVE EPSAPEN-LAST-RETURN-CODE TO LSTRCO.
           MOVE EPSAPEN-ENROLLED-DATE TO ENRDTO.
       5960-EXIT.
           EXIT.
      *
      *****************************************************************
      *    6000-ADD-ENROLLMENT                                        *
      *    A NEW ENROLLMENT STARTS ACTIVE, WITH NO DRAFT AND NO       *
      *    RETURN ON FILE.                                            *
      *****************************************************************
       6000-ADD-ENROLLMENT.
           MOVE SPACES TO EPSAPEN-RECORD.
           MOVE EPSAPCOM-ACCOUNT-NUMBER OF W-COMMUNICATION-AREA
               TO EPSAPEN-ACCOUNT-NUMBER.
           MOVE ZERO TO EPSAPEN-RETURN-COUNT EPSAPEN-LAST-TRACE
               EPSAPEN-LAST-AMOUNT EPSAPEN-LAST-PRINCIPAL
               EPSAPEN-LAST-INTEREST EPSAPEN-LAST-FEE
               EPSAPEN-LAST-SUSPENSE.
           PERFORM 5900-MOVE-SCREEN-FIELDS THRU 5900-EXIT.
           MOVE W-CURRENT-DATE TO EPSAPEN-ENROLLED-DATE.
           EXEC CICS WRITE
               FILE(W-AUTOPAY-FILE)
               FROM(EPSAPEN-RECORD)
               RIDFLD(EPSAPEN-ACCOUNT-NUMBER)
               RESP(W-CICS-RESP)
           END-EXEC.
           EVALUATE W-CICS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE SPACES TO W-OLD-ENROLLMENT
                   MOVE '00' TO W-OLD-RETURN-COUNT
                   PERFORM 8700-LOG-ENROLLMENT-CHANGES THRU 8700-EXIT
                   IF CHANGE-LOG-OK
                       PERFORM 5960-SHOW-RECORD THRU 5960-EXIT
                       MOVE 'ACCOUNT ENROLLED IN AUTOPAY' TO MSGO
                       SET SEND-DATAONLY TO TRUE
                   ELSE
                       PERFORM 8800-BACK-OUT-CHANGE THRU 8800-EXIT
                   END-IF
               WHEN DFHRESP(DUPREC)
                   SET EPSAPCOM-RC-DUPLICATE OF W-COMMUNICATION-AREA
                       TO TRUE
                   MOVE 'ACCOUNT ALREADY ENROLLED - USE C TO CHANGE IT'
                       TO MSGO
                   SET SEND-DATAONLY-ALARM TO TRUE
               WHEN OTHER
                   SET EPSAPCOM-RC-FILE-ERROR OF W-COMMUNICATION-AREA
                       TO TRUE
                   MOVE 'AUTOPAY FILE WRITE FAILED - SEE SUPERVISOR'
                       TO MSGO
                   SET SEND-DATAONLY-ALARM TO TRUE
           END-EVALUATE.
           PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
       6000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    6500-CHANGE-ENROLLMENT                                     *
      *****************************************************************
       6500-CHANGE-ENROLLMENT.
           MOVE EPSAPCOM-ACCOUNT-NUMBER OF W-COMMUNICATION-AREA
               TO EPSAPEN-ACCOUNT-NUMBER.
           EXEC CICS READ
               FILE(W-AUTOPAY-FILE)
               INTO(EPSAPEN-RECORD)
               RIDFLD(EPSAPEN-ACCOUNT-NUMBER)
               UPDATE
               RESP(W-CICS-RESP)
           END-EXEC.
           IF W-CICS-RESP = DFHRESP(NOTFND)
               SET EPSAPCOM-RC-NOT-FOUND OF W-COMMUNICATION-AREA
                   TO TRUE
               MOVE 'ACCOUNT NOT ENROLLED - USE A TO ENROLL IT' TO MSGO
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
               GO TO 6500-EXIT
           END-IF.
           IF W-CICS-RESP NOT = DFHRESP(NORMAL)
               SET EPSAPCOM-RC-FILE-ERROR OF W-COMMUNICATION-AREA
                   TO TRUE
               MOVE 'AUTOPAY FILE READ FAILED - SEE SUPERVISOR'
                   TO MSGO
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
               GO TO 6500-EXIT
           END-IF.
           PERFORM 5950-SAVE-OLD-ENROLLMENT THRU 5950-EXIT.
           PERFORM 5900-MOVE-SCREEN-FIELDS THRU 5900-EXIT.
           EXEC CICS REWRITE
               FILE(W-AUTOPAY-FILE)
               FROM(EPSAPEN-RECORD)
               RESP(W-CICS-RESP)
           END-EXEC.
           IF W-CICS-RESP = DFHRESP(NORMAL)
               PERFORM 8700-LOG-ENROLLMENT-CHANGES THRU 8700-EXIT
               IF CHANGE-LOG-OK
                   PERFORM 5960-SHOW-RECORD THRU 5960-EXIT
                   MOVE 'AUTOPAY ENROLLMENT CHANGED' TO MSGO
                   SET SEND-DATAONLY TO TRUE
               ELSE
                   PERFORM 8800-BACK-OUT-CHANGE THRU 8800-EXIT
               END-IF
           ELSE
               SET EPSAPCOM-RC-FILE-ERROR OF W-COMMUNICATION-AREA
                   TO TRUE
               MOVE 'AUTOPAY FILE REWRITE FAILED - SEE SUPERVISOR'
                   TO MSGO
               SET SEND-DATAONLY-ALARM TO TRUE
           END-IF.
           PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
       6500-EXIT.
           EXIT.
      *
      *****************************************************************
      *    7500-INQUIRE-ENROLLMENT                                    *
      *    SHOW THE ENROLLMENT AS IT STANDS, WITH ITS LAST DRAFT AND  *
      *    LAST RETURN, READY TO BE OVERKEYED AND CHANGED.            *
      *****************************************************************
       7500-INQUIRE-ENROLLMENT.
           MOVE EPSAPCOM-ACCOUNT-NUMBER OF W-COMMUNICATION-AREA
               TO EPSAPEN-ACCOUNT-NUMBER.
           EXEC CICS READ
               FILE(W-AUTOPAY-FILE)
               INTO(EPSAPEN-RECORD)
               RIDFLD(EPSAPEN-ACCOUNT-NUMBER)
               RESP(W-CICS-RESP)
           END-EXEC.
           EVALUATE W-CICS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 5960-SHOW-RECORD THRU 5960-EXIT
                   MOVE 'OVERKEY THE FIELDS AND USE C TO CHANGE THEM'
                       TO MSGO
                   SET SEND-DATAONLY TO TRUE
               WHEN DFHRESP(NOTFND)
                   SET EPSAPCOM-RC-NOT-FOUND OF W-COMMUNICATION-AREA
                       TO TRUE
                   MOVE 'ACCOUNT NOT ENROLLED - USE A TO ENROLL IT'
                       TO MSGO
                   SET SEND-DATAONLY-ALARM TO TRUE
               WHEN OTHER
                   SET EPSAPCOM-RC-FILE-ERROR OF W-COMMUNICATION-AREA
                       TO TRUE
                   MOVE 'AUTOPAY FILE READ FAILED - SEE SUPERVISOR'
                       TO MSGO
                   SET SEND-DATAONLY-ALARM TO TRUE
           END-EVALUATE.
           PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
       7500-EXIT.
           EXIT.
      *
      *****************************************************************
      *    8000-SEND-SCREEN                                           *
      *    SEND THE ENROLLMENT MAP USING WHICHEVER SEND FLAG THE      *
      *    CALLER SET.                                                *
      *****************************************************************
       8000-SEND-SCREEN.
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS SEND MAP(W-MAP-NAME) MAPSET(W-MAPSET-NAME)
                       FROM(EPSAPYO) ERASE
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS SEND MAP(W-MAP-NAME) MAPSET(W-MAPSET-NAME)
                       FROM(EPSAPYO) DATAONLY
                   END-EXEC
               WHEN SEND-MAPONLY
                   EXEC CICS SEND MAP(W-MAP-NAME) MAPSET(W-MAPSET-NAME)
                       MAPONLY
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS SEND MAP(W-MAP-NAME) MAPSET(W-MAPSET-NAME)
                       FROM(EPSAPYO) DATAONLY ALARM
                   END-EXEC
               WHEN SEND-ALL
                   EXEC CICS SEND MAP(W-MAP-NAME) MAPSET(W-MAPSET-NAME)
                       FROM(EPSAPYO) ERASE ALARM
                   END-EXEC
           END-EVALUATE.
       8000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    8600-START-CHANGE-LOG                                      *
      *    STAMP THE PARTS OF THE CHANGE-HISTORY RECORD COMMON TO     *
      *    EVERY FIELD THIS ACTION ALTERS - TIME, OPERATOR,           *
      *    TERMINAL, TRANSACTION, ACCOUNT AND ACTION.                 *
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
           MOVE 'EPSCAPY' TO EPSCHGH-PROGRAM.
           MOVE EPSAPEN-ACCOUNT-NUMBER TO EPSCHGH-ACCOUNT-NUMBER.
           MOVE W-ACTION-CODE TO EPSCHGH-ACTION.
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
      *    8700-LOG-ENROLLMENT-CHANGES                                *
      *    ONE CHANGE-HISTORY RECORD PER ENROLLMENT FIELD WHOSE VALUE *
      *    THIS ACTION ALTERED - ON AN ADD THE BEFORE-VALUES ARE      *
      *    BLANK.  THE BANK ACCOUNT IS LOGGED MASKED.                 *
      *****************************************************************
       8700-LOG-ENROLLMENT-CHANGES.
           PERFORM 8600-START-CHANGE-LOG THRU 8600-EXIT.
           IF W-OLD-ROUTING NOT = EPSAPEN-ROUTING-NUMBER
               MOVE 'ROUTING NUMBER' TO EPSCHGH-FIELD-NAME
               MOVE W-OLD-ROUTING TO EPSCHGH-BEFORE-VALUE
               MOVE EPSAPEN-ROUTING-NUMBER TO EPSCHGH-AFTER-VALUE
               PERFORM 8650-WRITE-CHANGE THRU 8650-EXIT
           END-IF.
           IF W-OLD-BANK-ACCOUNT NOT = EPSAPEN-BANK-ACCOUNT
               MOVE 'BANK ACCOUNT' TO EPSCHGH-FIELD-NAME
               MOVE W-OLD-BANK-ACCOUNT TO W-MASK-IN
               PERFORM 8750-MASK-ACCOUNT THRU 8750-EXIT
               MOVE W-MASK-OUT TO EPSCHGH-BEFORE-VALUE
               MOVE EPSAPEN-BANK-ACCOUNT TO W-MASK-IN
               PERFORM 8750-MASK-ACCOUNT THRU 8750-EXIT
               MOVE W-MASK-OUT TO EPSCHGH-AFTER-VALUE
               PERFORM 8650-WRITE-CHANGE THRU 8650-EXIT
           END-IF.
           IF W-OLD-ACCT-TYPE NOT = EPSAPEN-BANK-ACCT-TYPE
               MOVE 'ACCOUNT TYPE' TO EPSCHGH-FIELD-NAME
               MOVE W-OLD-ACCT-TYPE TO EPSCHGH-BEFORE-VALUE
               MOVE EPSAPEN-BANK-ACCT-TYPE TO EPSCHGH-AFTER-VALUE
               PERFORM 8650-WRITE-CHANGE THRU 8650-EXIT
           END-IF.
           IF W-OLD-DRAFT-DAY NOT = EPSAPEN-DRAFT-DAY
               MOVE 'DRAFT DAY' TO EPSCHGH-FIELD-NAME
               MOVE W-OLD-DRAFT-DAY TO EPSCHGH-BEFORE-VALUE
               MOVE EPSAPEN-DRAFT-DAY TO EPSCHGH-AFTER-VALUE
               PERFORM 8650-WRITE-CHANGE THRU 8650-EXIT
           END-IF.
           IF W-OLD-STATUS NOT = EPSAPEN-STATUS
               MOVE 'AUTOPAY STATUS' TO EPSCHGH-FIELD-NAME
               MOVE W-OLD-STATUS TO EPSCHGH-BEFORE-VALUE
               MOVE EPSAPEN-STATUS TO EPSCHGH-AFTER-VALUE
               PERFORM 8650-WRITE-CHANGE THRU 8650-EXIT
           END-IF.
           IF W-OLD-RETURN-COUNT NOT = EPSAPEN-RETURN-COUNT
               MOVE 'RETURN COUNT' TO EPSCHGH-FIELD-NAME
               MOVE W-OLD-RETURN-COUNT TO EPSCHGH-BEFORE-VALUE
               MOVE EPSAPEN-RETURN-COUNT TO EPSCHGH-AFTER-VALUE
               PERFORM 8650-WRITE-CHANGE THRU 8650-EXIT
           END-IF.
       8700-EXIT.
           EXIT.
      *
      *****************************************************************
      *    8750-MASK-ACCOUNT                                          *
      *    REPLACE ALL BUT THE LAST FOUR CHARACTERS OF THE BANK       *
      *    ACCOUNT IN W-MASK-IN WITH ASTERISKS, INTO W-MASK-OUT.      *
      *****************************************************************
       8750-MASK-ACCOUNT.
           MOVE SPACES TO W-MASK-OUT.
           IF W-MASK-IN = SPACES
               GO TO 8750-EXIT
           END-IF.
           MOVE 17 TO W-MASK-LEN.
           PERFORM 8760-BACK-UP-ONE THRU 8760-EXIT
               UNTIL W-MASK-IN (W-MASK-LEN:1) NOT = SPACE.
           IF W-MASK-LEN > 4
               MOVE ALL '*' TO W-MASK-OUT (1:W-MASK-LEN - 4)
               MOVE W-MASK-IN (W-MASK-LEN - 3:4)
                   TO W-MASK-OUT (W-MASK-LEN - 3:4)
           ELSE
               MOVE ALL '*' TO W-MASK-OUT (1:W-MASK-LEN)
           END-IF.
       8750-EXIT.
           EXIT.
      *
       8760-BACK-UP-ONE.
           SUBTRACT 1 FROM W-MASK-LEN.
       8760-EXIT.
           EXIT.
      *
      *****************************************************************
      *    8800-BACK-OUT-CHANGE                                       *
      *    THE CHANGE HISTORY COULD NOT BE WRITTEN - ROLL THE WHOLE   *
      *    UNIT OF WORK BACK SO NO ENROLLMENT CHANGES WITHOUT A       *
      *    TRAIL.                                                     *
      *****************************************************************
       8800-BACK-OUT-CHANGE.
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC.
           SET EPSAPCOM-RC-FILE-ERROR OF W-COMMUNICATION-AREA TO TRUE.
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
               EPSAPCOM-SAVE-LENGTH OF W-COMMUNICATION-AREA.
           MOVE W-COMMUNICATION-AREA TO DFHCOMMAREA.
           EXEC CICS RETURN
               TRANSID(W-OWN-TRANSID)
               COMMAREA(DFHCOMMAREA)
               LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
       9999-EXIT.
           EXIT.
