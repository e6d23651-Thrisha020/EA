       ID DIVISION.
       PROGRAM-ID. EPSCAUT.
      *    OPERATOR AUTHORITY MAINTENANCE (TRANSACTION EPSA).  LETS A
      *    BRANCH MANAGER GRANT AND REVOKE THE MENU FUNCTIONS EACH
      *    OPERATOR MAY USE, BY ADDING, CHANGING, DELETING OR
      *    INQUIRING ON THE OPERATOR'S RECORD ON THE OPERATOR-
      *    AUTHORITY KSDS (EPSOPAU) THAT THE MAIN MENU (EPSMENU)
      *    CHECKS.  ONLY AN OPERATOR WHOSE OWN RECORD CARRIES THE
      *    AUTHORITY-MAINTENANCE FLAG MAY USE THIS SCREEN.  EVERY
      *    FLAG MUST BE Y OR N (BLANK IS TAKEN AS N); THE REVERSAL
      *    FLAG MAY ONLY BE GRANTED TO A SUPERVISOR.  A MANAGER MAY
      *    NOT ADD, CHANGE OR DELETE THEIR OWN RECORD - NO ONE GRANTS
      *    THEMSELVES AUTHORITY, AND THE BRANCH IS NEVER LEFT WITHOUT
      *    SOMEONE WHO CAN MAINTAIN IT.  EVERY ADD AND CHANGE IS
      *    STAMPED WITH THE USER ID THAT MADE IT AND THE DATE.  EVERY
      *    FLAG AN ADD, CHANGE OR DELETE ALTERS IS WRITTEN TO THE
      *    CHANGE-HISTORY FILE (EPSCHGH) WITH THE MANAGER, TERMINAL,
      *    TIME, THE OPERATOR ALTERED AND THE BEFORE/AFTER VALUES, IN
      *    THE SAME UNIT OF WORK - NO HISTORY, NO CHANGE.
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
           88  ACTION-DELETE                    VALUE 'D'.
           88  ACTION-INQUIRE                   VALUE 'I'.
      *
      *    FUNCTION FLAGS AS KEYED, IN THE SAME ORDER AS ON THE
      *    AUTHORITY RECORD, SO THEY CAN BE EDITED AS A TABLE
      *
       01 W-KEYED-FLAGS.
           05  W-KEYED-PAYMENT                PIC X(01).
           05  W-KEYED-HISTORY                PIC X(01).
           05  W-KEYED-REVERSAL               PIC X(01).
           05  W-KEYED-PAYEE                  PIC X(01).
           05  W-KEYED-NAMEADDR               PIC X(01).
           05  W-KEYED-PAYOFF                 PIC X(01).
           05  W-KEYED-AUTHMAINT              PIC X(01).
           05  W-KEYED-AUTOPAY                PIC X(01).
           05  W-KEYED-HOLD                   PIC X(01).
       01 W-KEYED-FLAG-TABLE REDEFINES W-KEYED-FLAGS.
           05  W-KEYED-FLAG                   PIC X(01) OCCURS 9 TIMES.
       01 W-KEYED-SUPERVISOR                  PIC X(01).
       01 W-FLAG-MAX                          PIC 9(02) COMP VALUE 9.
       01 W-FLAG-IX                           PIC 9(02) COMP.
       01 W-FLAG-ERROR-SWITCH                 PIC X(01).
           88  FLAG-ERROR                       VALUE 'Y'.
           88  NO-FLAG-ERROR                    VALUE 'N'.
      *
      *    THE AUTHORITY RECORD AS READ FROM / WRITTEN TO THE KSDS -
      *    FIRST THE SIGNED-ON MANAGER'S OWN, THEN THE ONE KEYED
      *
       COPY EPSOPAU.
      *
      *    THE AUTHORITY AS IT STOOD BEFORE THIS ACTION, THE NAME
      *    EACH FUNCTION FLAG IS LOGGED UNDER (IN RECORD ORDER), AND
      *    THE CHANGE-HISTORY RECORD EACH ALTERED FIELD IS LOGGED IN
      *
       01 W-OLD-AUTHORITY.
           05  W-OLD-OPERATOR-NAME            PIC X(30).
           05  W-OLD-SUPERVISOR               PIC X(01).
           05  W-OLD-AUTH-TABLE.
               10  W-OLD-AUTH-FLAG            PIC X(01)
                                              OCCURS 12 TIMES.
       01 W-FLAG-NAMES.
           05  FILLER                         PIC X(18)
                   VALUE 'PAYMENT FLAG'.
           05  FILLER                         PIC X(18)
                   VALUE 'HISTORY FLAG'.
           05  FILLER                         PIC X(18)
                   VALUE 'REVERSAL FLAG'.
           05  FILLER                         PIC X(18)
                   VALUE 'PAYEE FLAG'.
           05  FILLER                         PIC X(18)
                   VALUE 'NAME/ADDRESS FLAG'.
           05  FILLER                         PIC X(18)
                   VALUE 'PAYOFF QUOTE FLAG'.
           05  FILLER                         PIC X(18)
                   VALUE 'AUTH MAINT FLAG'.
           05  FILLER                         PIC X(18)
                   VALUE 'AUTOPAY FLAG'.
           05  FILLER                         PIC X(18)
                   VALUE 'LEGAL HOLD FLAG'.
       01 W-FLAG-NAME-TABLE REDEFINES W-FLAG-NAMES.
           05  W-FLAG-NAME                    PIC X(18) OCCURS 9 TIMES.
       01 W-CHANGE-LOG-SWITCH                 PIC X(01).
           88  CHANGE-LOG-OK                    VALUE 'Y'.
           88  CHANGE-LOG-FAILED                VALUE 'N'.
       COPY EPSCHGH.
      *
       01  END-OF-TRANS-MSG                 PIC X(30)
             VALUE 'END OF TRANSACTION - THANK YOU'.
       01  BLANK-MSG                        PIC X(1) VALUE ' '.
       01  W-AUTH-FILE                      PIC X(8) VALUE 'EPSOPAU'.
       01  W-CHGHIST-FILE                   PIC X(8) VALUE 'EPSCHGH'.
       01  W-MAPSET-NAME                    PIC X(8) VALUE 'EPSAUT'.
       01  W-MAP-NAME                       PIC X(8) VALUE 'EPSAUT1'.
       01  W-OWN-TRANSID                    PIC X(4) VALUE 'EPSA'.
       01  W-MENU-TRANSID                   PIC X(4) VALUE 'EPSM'.
       01  W-MENU-PROGRAM                   PIC X(8) VALUE 'EPSMENU'.
           COPY DFHAID.
           COPY EPSAUTM.

       01  W-COMMUNICATION-AREA.
           COPY EPSAUCOM.
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
       COPY EPSAUCOM.

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
               MOVE EIBTRMID TO EPSAUCOM-TERM-ID OF W-COMMUNICATION-AREA
               MOVE EIBTRNID TO EPSAUCOM-TRAN-ID OF W-COMMUNICATION-AREA
           END-IF.

           IF EIBCALEN = 0
               PERFORM 2000-INITIAL-SEND THRU 2000-EXIT
           ELSE
               IF W-COMAREA-LENGTH NOT =
                       EPSAUCOM-SAVE-LENGTH OF W-COMMUNICATION-AREA
                   PERFORM 3100-SESSION-LOST THRU 3100-EXIT
               ELSE
                   PERFORM 3000-RETURN-ENTRY THRU 3000-EXIT
               END-IF
           END-IF.

           GO TO 9999-RETURN-TRANS.
      *
      *****************************************************************
      *    1000-CHECK-MAINTAINER                                      *
      *    READ THE SIGNED-ON USER'S OWN AUTHORITY RECORD.  ONLY AN   *
      *    OPERATOR FLAGGED FOR AUTHORITY MAINTENANCE MAY GO ON - THE *
      *    CHECK IS MADE ON EVERY ENTRY, NOT JUST THE FIRST, SO A     *
      *    TRANSACTION ID KEYED DIRECTLY GETS NO FURTHER THAN THE     *
      *    MENU WOULD HAVE LET IT.                                    *
      *****************************************************************
       1000-CHECK-MAINTAINER.
           EXEC CICS ASSIGN USERID(W-USER-ID) END-EXEC.
           MOVE W-USER-ID TO EPSOPAU-OPERATOR-ID.
           EXEC CICS READ
               FILE(W-AUTH-FILE)
               INTO(EPSOPAU-RECORD)
               RIDFLD(EPSOPAU-OPERATOR-ID)
               RESP(W-CICS-RESP)
           END-EXEC.
           IF W-CICS-RESP NOT = DFHRESP(NORMAL)
               OR NOT EPSOPAU-AUTHMAINT-OK
               SET EPSAUCOM-RC-NOT-AUTHORIZED OF W-COMMUNICATION-AREA
                   TO TRUE
               MOVE 'YOU ARE NOT AUTHORIZED FOR AUTHORITY MAINTENANCE'
                   TO MSGO
           END-IF.
       1000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    2000-INITIAL-SEND                                          *
      *    FIRST-TIME ENTRY - CLEAR THE SCREEN AND SEND THE BLANK     *
      *    MAINTENANCE MAP, OR THE REFUSAL IF THE USER MAY NOT USE IT.*
      *****************************************************************
       2000-INITIAL-SEND.
           MOVE LOW-VALUES TO EPSAUTO.
           PERFORM 1000-CHECK-MAINTAINER THRU 1000-EXIT.
           IF EPSAUCOM-RC-NOT-AUTHORIZED OF W-COMMUNICATION-AREA
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
           MOVE EIBTRMID TO EPSAUCOM-TERM-ID OF W-COMMUNICATION-AREA.
           MOVE EIBTRNID TO EPSAUCOM-TRAN-ID OF W-COMMUNICATION-AREA.
           MOVE LOW-VALUES TO EPSAUTO.
           MOVE 'SESSION LOST - PLEASE REENTER OPERATOR' TO MSGO.
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
               INTO(EPSAUTI)
               RESP(W-CICS-RESP)
           END-EXEC.
       4000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    5000-PROCESS-ACTION                                        *
      *    CHECK THE USER MAY MAINTAIN AUTHORITIES, EDIT THE OPERATOR *
      *    ID AND ACTION, REFUSE ANY UPDATE TO THE USER'S OWN RECORD, *
      *    EDIT THE FLAGS WHERE THE ACTION NEEDS THEM, AND DISPATCH   *
      *    TO THE FILE UPDATE.                                        *
      *****************************************************************
       5000-PROCESS-ACTION.
           SET EPSAUCOM-RC-OK OF W-COMMUNICATION-AREA TO TRUE.
           PERFORM 1000-CHECK-MAINTAINER THRU 1000-EXIT.
           IF EPSAUCOM-RC-NOT-AUTHORIZED OF W-COMMUNICATION-AREA
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-EDIT-OPERATOR THRU 5100-EXIT.
           IF NOT EPSAUCOM-RC-OK OF W-COMMUNICATION-AREA
               GO TO 5000-EXIT
           END-IF.
           MOVE ACTIONI TO W-ACTION-CODE.
           IF NOT ACTION-ADD AND NOT ACTION-CHANGE
               AND NOT ACTION-DELETE AND NOT ACTION-INQUIRE
               SET EPSAUCOM-RC-INVALID-FLD OF W-COMMUNICATION-AREA
                   TO TRUE
               MOVE 'ACTION MUST BE A, C, D OR I (INQUIRE)' TO MSGO
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
               GO TO 5000-EXIT
           END-IF.
           IF NOT ACTION-INQUIRE
               AND EPSAUCOM-OPERATOR-ID OF W-COMMUNICATION-AREA
                   = W-USER-ID
               SET EPSAUCOM-RC-INVALID-FLD OF W-COMMUNICATION-AREA
                   TO TRUE
               MOVE 'YOU MAY NOT MAINTAIN YOUR OWN AUTHORITY RECORD'
                   TO MSGO
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
               GO TO 5000-EXIT
           END-IF.
           IF ACTION-ADD OR ACTION-CHANGE
               PERFORM 5200-EDIT-AUTHORITY-FIELDS THRU 5200-EXIT
               IF NOT EPSAUCOM-RC-OK OF W-COMMUNICATION-AREA
                   GO TO 5000-EXIT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN ACTION-ADD
                   PERFORM 6000-ADD-AUTHORITY THRU 6000-EXIT
               WHEN ACTION-CHANGE
                   PERFORM 6500-CHANGE-AUTHORITY THRU 6500-EXIT
               WHEN ACTION-DELETE
                   PERFORM 7000-DELETE-AUTHORITY THRU 7000-EXIT
               WHEN ACTION-INQUIRE
                   PERFORM 7500-INQUIRE-AUTHORITY THRU 7500-EXIT
           END-EVALUATE.
       5000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    5100-EDIT-OPERATOR                                         *
      *****************************************************************
       5100-EDIT-OPERATOR.
           IF OPERIDI = SPACES OR LOW-VALUES
               MOVE 'ENTER AN OPERATOR ID' TO MSGO
               GO TO 5100-BAD-FIELD
           END-IF.
           MOVE OPERIDI TO
               EPSAUCOM-OPERATOR-ID OF W-COMMUNICATION-AREA.
           INSPECT EPSAUCOM-OPERATOR-ID OF W-COMMUNICATION-AREA
               REPLACING ALL LOW-VALUE BY SPACE.
           GO TO 5100-EXIT.
       5100-BAD-FIELD.
           SET EPSAUCOM-RC-INVALID-FLD OF W-COMMUNICATION-AREA TO TRUE.
           SET SEND-DATAONLY-ALARM TO TRUE.
           PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
       5100-EXIT.
           EXIT.
      *
      *****************************************************************
      *    5200-EDIT-AUTHORITY-FIELDS                                 *
      *    THE OPERATOR NAME IS REQUIRED FOR ADD AND CHANGE.  THE     *
      *    SUPERVISOR FLAG AND EVERY FUNCTION FLAG MUST BE Y OR N -   *
      *    A FLAG LEFT BLANK IS TAKEN AS N.  REVERSAL MAY ONLY BE     *
      *    GRANTED TO A SUPERVISOR.                                   *
      *****************************************************************
       5200-EDIT-AUTHORITY-FIELDS.
           IF OPNAMEI = SPACES OR LOW-VALUES
               MOVE 'ENTER THE OPERATOR NAME' TO MSGO
               GO TO 5200-BAD-FIELD
           END-IF.
           MOVE SUPVI TO W-KEYED-SUPERVISOR.
           IF W-KEYED-SUPERVISOR = SPACE OR LOW-VALUE
               MOVE 'N' TO W-KEYED-SUPERVISOR
           END-IF.
           IF W-KEYED-SUPERVISOR NOT = 'Y' AND NOT = 'N'
               MOVE 'SUPERVISOR FLAG MUST BE Y OR N' TO MSGO
               GO TO 5200-BAD-FIELD
           END-IF.
           MOVE AUPMTI TO W-KEYED-PAYMENT.
           MOVE AUHISTI TO W-KEYED-HISTORY.
           MOVE AUREVI TO W-KEYED-REVERSAL.
           MOVE AUPAYEI TO W-KEYED-PAYEE.
           MOVE AUNADI TO W-KEYED-NAMEADDR.
           MOVE AUPOQI TO W-KEYED-PAYOFF.
           MOVE AUMNTI TO W-KEYED-AUTHMAINT.
           MOVE AUAPYI TO W-KEYED-AUTOPAY.
           MOVE AUHLDI TO W-KEYED-HOLD.
           SET NO-FLAG-ERROR TO TRUE.
           PERFORM 5250-EDIT-ONE-FLAG THRU 5250-EXIT
               VARYING W-FLAG-IX FROM 1 BY 1
               UNTIL W-FLAG-IX > W-FLAG-MAX.
           IF FLAG-ERROR
               MOVE 'FUNCTION FLAGS MUST BE Y OR N' TO MSGO
               GO TO 5200-BAD-FIELD
           END-IF.
           IF W-KEYED-REVERSAL = 'Y' AND W-KEYED-SUPERVISOR NOT = 'Y'
               MOVE 'REVERSAL MAY ONLY BE GRANTED TO A SUPERVISOR'
                   TO MSGO
               GO TO 5200-BAD-FIELD
           END-IF.
           GO TO 5200-EXIT.
       5200-BAD-FIELD.
           SET EPSAUCOM-RC-INVALID-FLD OF W-COMMUNICATION-AREA TO TRUE.
           SET SEND-DATAONLY-ALARM TO TRUE.
           PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
       5200-EXIT.
           EXIT.
      *
       5250-EDIT-ONE-FLAG.
           IF W-KEYED-FLAG (W-FLAG-IX) = SPACE OR LOW-VALUE
               MOVE 'N' TO W-KEYED-FLAG (W-FLAG-IX)
           END-IF.
           IF W-KEYED-FLAG (W-FLAG-IX) NOT = 'Y' AND NOT = 'N'
               SET FLAG-ERROR TO TRUE
           END-IF.
       5250-EXIT.
           EXIT.
      *
      *****************************************************************
      *    5900-MOVE-SCREEN-FIELDS                                    *
      *    CARRY THE EDITED SCREEN FIELDS ONTO THE RECORD IN HAND AND *
      *    STAMP WHO CHANGED IT AND WHEN - SHARED BY ADD AND CHANGE.  *
      *****************************************************************
       5900-MOVE-SCREEN-FIELDS.
           MOVE OPNAMEI TO EPSOPAU-OPERATOR-NAME.
           MOVE W-KEYED-SUPERVISOR TO EPSOPAU-SUPERVISOR.
           MOVE W-KEYED-PAYMENT TO EPSOPAU-AUTH-PAYMENT.
           MOVE W-KEYED-HISTORY TO EPSOPAU-AUTH-HISTORY.
           MOVE W-KEYED-REVERSAL TO EPSOPAU-AUTH-REVERSAL.
           MOVE W-KEYED-PAYEE TO EPSOPAU-AUTH-PAYEE.
           MOVE W-KEYED-NAMEADDR TO EPSOPAU-AUTH-NAMEADDR.
           MOVE W-KEYED-PAYOFF TO EPSOPAU-AUTH-PAYOFF.
           MOVE W-KEYED-AUTHMAINT TO EPSOPAU-AUTH-AUTHMAINT.
           MOVE W-KEYED-AUTOPAY TO EPSOPAU-AUTH-AUTOPAY.
           MOVE W-KEYED-HOLD TO EPSOPAU-AUTH-HOLD.
           EXEC CICS ASKTIME ABSTIME(W-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(W-ABSTIME)
               YYYYMMDD(W-CURRENT-DATE)
           END-EXEC.
           MOVE W-USER-ID TO EPSOPAU-LAST-CHANGED-BY.
           MOVE W-CURRENT-DATE TO EPSOPAU-LAST-CHANGED-DATE.
       5900-EXIT.
           EXIT.
      *
      *****************************************************************
      *    5950-SHOW-RECORD                                           *
      *    PUT THE RECORD IN HAND BACK ON THE SCREEN, SO THE MANAGER  *
      *    SEES EXACTLY WHAT IS NOW ON FILE.                          *
      *****************************************************************
       5950-SHOW-RECORD.
           MOVE EPSOPAU-OPERATOR-ID TO OPERIDO.
           MOVE EPSOPAU-OPERATOR-NAME TO OPNAMEO.
           MOVE EPSOPAU-SUPERVISOR TO SUPVO.
           MOVE EPSOPAU-AUTH-PAYMENT TO AUPMTO.
           MOVE EPSOPAU-AUTH-HISTORY TO AUHISTO.
           MOVE EPSOPAU-AUTH-REVERSAL TO AUREVO.
           MOVE EPSOPAU-AUTH-PAYEE TO AUPAYEO.
           MOVE EPSOPAU-AUTH-NAMEADDR TO AUNADO.
           MOVE EPSOPAU-AUTH-PAYOFF TO AUPOQO.
           MOVE EPSOPAU-AUTH-AUTHMAINT TO AUMNTO.
           MOVE EPSOPAU-AUTH-AUTOPAY TO AUAPYO.
           MOVE EPSOPAU-AUTH-HOLD TO AUHLDO.
           MOVE EPSOPAU-LAST-CHANGED-BY TO LSTCHGO.
           MOVE EPSOPAU-LAST-CHANGED-DATE TO LSTDTO.
       5950-EXIT.
           EXIT.
      *
      *****************************************************************
      *    5960-SAVE-OLD-AUTHORITY                                    *
      *    KEEP THE AUTHORITY AS READ, BEFORE THIS ACTION ALTERS IT,  *
      *    FOR THE CHANGE HISTORY.                                    *
      *****************************************************************
       5960-SAVE-OLD-AUTHORITY.
           MOVE EPSOPAU-OPERATOR-NAME TO W-OLD-OPERATOR-NAME.
           MOVE EPSOPAU-SUPERVISOR TO W-OLD-SUPERVISOR.
           MOVE EPSOPAU-AUTH-TABLE TO W-OLD-AUTH-TABLE.
       5960-EXIT.
           EXIT.
      *
      *****************************************************************
      *    6000-ADD-AUTHORITY                                         *
      *****************************************************************
       6000-ADD-AUTHORITY.
           MOVE SPACES TO EPSOPAU-RECORD.
           MOVE EPSAUCOM-OPERATOR-ID OF W-COMMUNICATION-AREA
               TO EPSOPAU-OPERATOR-ID.
           MOVE ALL 'N' TO EPSOPAU-AUTH-TABLE.
           PERFORM 5900-MOVE-SCREEN-FIELDS THRU 5900-EXIT.
           EXEC CICS WRITE
               FILE(W-AUTH-FILE)
               FROM(EPSOPAU-RECORD)
               RIDFLD(EPSOPAU-OPERATOR-ID)
               RESP(W-CICS-RESP)
           END-EXEC.
           EVALUATE W-CICS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE SPACES TO W-OLD-AUTHORITY
                   PERFORM 8700-LOG-AUTHORITY-CHANGES THRU 8700-EXIT
                   IF CHANGE-LOG-OK
                       PERFORM 5950-SHOW-RECORD THRU 5950-EXIT
                       MOVE 'OPERATOR ADDED' TO MSGO
                       SET SEND-DATAONLY TO TRUE
                   ELSE
                       PERFORM 8800-BACK-OUT-CHANGE THRU 8800-EXIT
                   END-IF
               WHEN DFHRESP(DUPREC)
                   SET EPSAUCOM-RC-DUPLICATE OF W-COMMUNICATION-AREA
                       TO TRUE
                   MOVE 'OPERATOR ALREADY ON FILE - USE C TO CHANGE IT'
                       TO MSGO
                   SET SEND-DATAONLY-ALARM TO TRUE
               WHEN OTHER
                   SET EPSAUCOM-RC-FILE-ERROR OF W-COMMUNICATION-AREA
                       TO TRUE
                   MOVE 'AUTHORITY FILE WRITE FAILED - SEE SUPERVISOR'
                       TO MSGO
                   SET SEND-DATAONLY-ALARM TO TRUE
           END-EVALUATE.
           PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
       6000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    6500-CHANGE-AUTHORITY                                      *
      *****************************************************************
       6500-CHANGE-AUTHORITY.
           MOVE EPSAUCOM-OPERATOR-ID OF W-COMMUNICATION-AREA
               TO EPSOPAU-OPERATOR-ID.
           EXEC CICS READ
               FILE(W-AUTH-FILE)
               INTO(EPSOPAU-RECORD)
               RIDFLD(EPSOPAU-OPERATOR-ID)
               UPDATE
               RESP(W-CICS-RESP)
           END-EXEC.
           IF W-CICS-RESP = DFHRESP(NOTFND)
               SET EPSAUCOM-RC-NOT-FOUND OF W-COMMUNICATION-AREA
                   TO TRUE
               MOVE 'OPERATOR NOT ON FILE - USE A TO ADD IT' TO MSGO
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
               GO TO 6500-EXIT
           END-IF.
           IF W-CICS-RESP NOT = DFHRESP(NORMAL)
               SET EPSAUCOM-RC-FILE-ERROR OF W-COMMUNICATION-AREA
                   TO TRUE
               MOVE 'AUTHORITY FILE READ FAILED - SEE SUPERVISOR'
                   TO MSGO
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
               GO TO 6500-EXIT
           END-IF.
           PERFORM 5960-SAVE-OLD-AUTHORITY THRU 5960-EXIT.
           PERFORM 5900-MOVE-SCREEN-FIELDS THRU 5900-EXIT.
           EXEC CICS REWRITE
               FILE(W-AUTH-FILE)
               FROM(EPSOPAU-RECORD)
               RESP(W-CICS-RESP)
           END-EXEC.
           IF W-CICS-RESP = DFHRESP(NORMAL)
               PERFORM 8700-LOG-AUTHORITY-CHANGES THRU 8700-EXIT
               IF CHANGE-LOG-OK
                   PERFORM 5950-SHOW-RECORD THRU 5950-EXIT
                   MOVE 'OPERATOR AUTHORITY CHANGED' TO MSGO
                   SET SEND-DATAONLY TO TRUE
               ELSE
                   PERFORM 8800-BACK-OUT-CHANGE THRU 8800-EXIT
               END-IF
           ELSE
               SET EPSAUCOM-RC-FILE-ERROR OF W-COMMUNICATION-AREA
                   TO TRUE
               MOVE 'AUTHORITY FILE REWRITE FAILED - SEE SUPERVISOR'
                   TO MSGO
               SET SEND-DATAONLY-ALARM TO TRUE
           END-IF.
           PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
       6500-EXIT.
           EXIT.
      *
      *****************************************************************
      *    7000-DELETE-AUTHORITY                                      *
      *    REMOVING THE RECORD REVOKES EVERY FUNCTION AT ONCE - THE   *
      *    MENU OFFERS NOTHING TO AN OPERATOR NOT ON FILE.  READ THE  *
      *    RECORD FOR UPDATE FIRST SO THE FLAGS BEING REVOKED CAN BE  *
      *    LOGGED, THEN DELETE IT.                                    *
      *****************************************************************
       7000-DELETE-AUTHORITY.
           MOVE EPSAUCOM-OPERATOR-ID OF W-COMMUNICATION-AREA
               TO EPSOPAU-OPERATOR-ID.
           EXEC CICS READ
               FILE(W-AUTH-FILE)
               INTO(EPSOPAU-RECORD)
               RIDFLD(EPSOPAU-OPERATOR-ID)
               UPDATE
               RESP(W-CICS-RESP)
           END-EXEC.
           IF W-CICS-RESP = DFHRESP(NORMAL)
               PERFORM 5960-SAVE-OLD-AUTHORITY THRU 5960-EXIT
               EXEC CICS DELETE
                   FILE(W-AUTH-FILE)
                   RESP(W-CICS-RESP)
               END-EXEC
           END-IF.
           EVALUATE W-CICS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE SPACES TO EPSOPAU-OPERATOR-NAME
                       EPSOPAU-SUPERVISOR EPSOPAU-AUTH-TABLE
                   PERFORM 8700-LOG-AUTHORITY-CHANGES THRU 8700-EXIT
                   IF CHANGE-LOG-OK
                       MOVE 'OPERATOR DELETED' TO MSGO
                       SET SEND-DATAONLY TO TRUE
                   ELSE
                       PERFORM 8800-BACK-OUT-CHANGE THRU 8800-EXIT
                   END-IF
               WHEN DFHRESP(NOTFND)
                   SET EPSAUCOM-RC-NOT-FOUND OF W-COMMUNICATION-AREA
                       TO TRUE
                   MOVE 'OPERATOR NOT ON FILE - NOTHING TO DELETE'
                       TO MSGO
                   SET SEND-DATAONLY-ALARM TO TRUE
               WHEN OTHER
                   SET EPSAUCOM-RC-FILE-ERROR OF W-COMMUNICATION-AREA
                       TO TRUE
                   MOVE 'AUTHORITY FILE DELETE FAILED - SEE SUPERVISOR'
                       TO MSGO
                   SET SEND-DATAONLY-ALARM TO TRUE
           END-EVALUATE.
           PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
       7000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    7500-INQUIRE-AUTHORITY                                     *
      *    SHOW THE OPERATOR'S CURRENT FLAGS, READY TO BE OVERKEYED   *
      *    AND CHANGED.                                               *
      *****************************************************************
       7500-INQUIRE-AUTHORITY.
           MOVE EPSAUCOM-OPERATOR-ID OF W-COMMUNICATION-AREA
               TO EPSOPAU-OPERATOR-ID.
           EXEC CICS READ
               FILE(W-AUTH-FILE)
               INTO(EPSOPAU-RECORD)
               RIDFLD(EPSOPAU-OPERATOR-ID)
               RESP(W-CICS-RESP)
           END-EXEC.
           EVALUATE W-CICS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 5950-SHOW-RECORD THRU 5950-EXIT
                   MOVE 'OVERKEY THE FLAGS AND USE C TO CHANGE THEM'
                       TO MSGO
                   SET SEND-DATAONLY TO TRUE
               WHEN DFHRESP(NOTFND)
                   SET EPSAUCOM-RC-NOT-FOUND OF W-COMMUNICATION-AREA
                       TO TRUE
                   MOVE 'OPERATOR NOT ON FILE - USE A TO ADD IT' TO MSGO
                   SET SEND-DATAONLY-ALARM TO TRUE
               WHEN OTHER
                   SET EPSAUCOM-RC-FILE-ERROR OF W-COMMUNICATION-AREA
                       TO TRUE
                   MOVE 'AUTHORITY FILE READ FAILED - SEE SUPERVISOR'
                       TO MSGO
                   SET SEND-DATAONLY-ALARM TO TRUE
           END-EVALUATE.
           PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
       7500-EXIT.
           EXIT.
      *
      *****************************************************************
      *    8000-SEND-SCREEN                                           *
      *    SEND THE MAINTENANCE MAP USING WHICHEVER SEND FLAG THE     *
      *    CALLER SET.                                                *
      *****************************************************************
       8000-SEND-SCREEN.
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS SEND MAP(W-MAP-NAME) MAPSET(W-MAPSET-NAME)
                       FROM(EPSAUTO) ERASE
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS SEND MAP(W-MAP-NAME) MAPSET(W-MAPSET-NAME)
                       FROM(EPSAUTO) DATAONLY
                   END-EXEC
               WHEN SEND-MAPONLY
                   EXEC CICS SEND MAP(W-MAP-NAME) MAPSET(W-MAPSET-NAME)
                       MAPONLY
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS SEND MAP(W-MAP-NAME) MAPSET(W-MAPSET-NAME)
                       FROM(EPSAUTO) DATAONLY ALARM
                   END-EXEC
               WHEN SEND-ALL
                   EXEC CICS SEND MAP(W-MAP-NAME) MAPSET(W-MAPSET-NAME)
                       FROM(EPSAUTO) ERASE ALARM
                   END-EXEC
           END-EVALUATE.
       8000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    8600-START-CHANGE-LOG                                      *
      *    STAMP THE PARTS OF THE CHANGE-HISTORY RECORD COMMON TO     *
      *    EVERY FIELD THIS ACTION ALTERS - TIME, MANAGER, TERMINAL,  *
      *    TRANSACTION, ACTION AND THE OPERATOR ALTERED.  AN          *
      *    AUTHORITY BELONGS TO NO ACCOUNT - THE OPERATOR IS CARRIED  *
      *    AS THE ITEM KEY AND THE ACCOUNT IS ZERO.                   *
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
           MOVE 'EPSCAUT' TO EPSCHGH-PROGRAM.
           MOVE ZERO TO EPSCHGH-ACCOUNT-NUMBER.
           MOVE W-ACTION-CODE TO EPSCHGH-ACTION.
           STRING 'OPERATOR ' DELIMITED BY SIZE
                  EPSOPAU-OPERATOR-ID DELIMITED BY SIZE
               INTO EPSCHGH-ITEM-KEY.
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
      *    8700-LOG-AUTHORITY-CHANGES                                 *
      *    ONE CHANGE-HISTORY RECORD PER FIELD WHOSE VALUE THIS       *
      *    ACTION ALTERED - THE NAME, THE SUPERVISOR FLAG AND EACH    *
      *    FUNCTION FLAG.  ON AN ADD THE BEFORE-VALUES ARE BLANK, ON  *
      *    A DELETE THE AFTER-VALUES.                                 *
      *****************************************************************
       8700-LOG-AUTHORITY-CHANGES.
           PERFORM 8600-START-CHANGE-LOG THRU 8600-EXIT.
           IF W-OLD-OPERATOR-NAME NOT = EPSOPAU-OPERATOR-NAME
               MOVE 'OPERATOR NAME' TO EPSCHGH-FIELD-NAME
               MOVE W-OLD-OPERATOR-NAME TO EPSCHGH-BEFORE-VALUE
               MOVE EPSOPAU-OPERATOR-NAME TO EPSCHGH-AFTER-VALUE
               PERFORM 8650-WRITE-CHANGE THRU 8650-EXIT
           END-IF.
           IF W-OLD-SUPERVISOR NOT = EPSOPAU-SUPERVISOR
               MOVE 'SUPERVISOR FLAG' TO EPSCHGH-FIELD-NAME
               MOVE W-OLD-SUPERVISOR TO EPSCHGH-BEFORE-VALUE
               MOVE EPSOPAU-SUPERVISOR TO EPSCHGH-AFTER-VALUE
               PERFORM 8650-WRITE-CHANGE THRU 8650-EXIT
           END-IF.
           PERFORM 8750-LOG-ONE-FLAG THRU 8750-EXIT
               VARYING W-FLAG-IX FROM 1 BY 1
               UNTIL W-FLAG-IX > W-FLAG-MAX.
       8700-EXIT.
           EXIT.
      *
       8750-LOG-ONE-FLAG.
           IF W-OLD-AUTH-FLAG (W-FLAG-IX)
                   NOT = EPSOPAU-AUTH-FLAG (W-FLAG-IX)
               MOVE W-FLAG-NAME (W-FLAG-IX) TO EPSCHGH-FIELD-NAME
               MOVE W-OLD-AUTH-FLAG (W-FLAG-IX)
                   TO EPSCHGH-BEFORE-VALUE
               MOVE EPSOPAU-AUTH-FLAG (W-FLAG-IX)
                   TO EPSCHGH-AFTER-VALUE
               PERFORM 8650-WRITE-CHANGE THRU 8650-EXIT
           END-IF.
       8750-EXIT.
           EXIT.
      *
      *****************************************************************
      *    8800-BACK-OUT-CHANGE                                       *
      *    THE CHANGE HISTORY COULD NOT BE WRITTEN - ROLL THE WHOLE   *
      *    UNIT OF WORK BACK SO NO AUTHORITY CHANGES WITHOUT A TRAIL. *
      *****************************************************************
       8800-BACK-OUT-CHANGE.
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC.
           SET EPSAUCOM-RC-FILE-ERROR OF W-COMMUNICATION-AREA TO TRUE.
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
               EPSAUCOM-SAVE-LENGTH OF W-COMMUNICATION-AREA.
           MOVE W-COMMUNICATION-AREA TO DFHCOMMAREA.
           EXEC CICS RETURN
               TRANSID(W-OWN-TRANSID)
               COMMAREA(DFHCOMMAREA)
               LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
       9999-EXIT.
           EXIT.
