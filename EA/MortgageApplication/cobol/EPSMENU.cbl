       ID DIVISION.
       PROGRAM-ID. EPSMENU.
      *    MAIN MENU (TRANSACTION EPSM).  EVERY ONLINE FUNCTION ENDS
      *    BY TRANSFERRING BACK HERE ON PF3/PF12.  THE SIGNED-ON
      *    OPERATOR ID IS LOOKED UP ON THE OPERATOR-AUTHORITY KSDS
      *    (EPSOPAU) AND ONLY THE FUNCTIONS THAT OPERATOR IS FLAGGED
      *    FOR ARE LISTED - AND ONLY THOSE CAN BE SELECTED, SO A
      *    CLERK WHO KEYS THE NUMBER OF A FUNCTION NOT SHOWN IS
      *    REFUSED HERE RATHER THAN BY A CICS SECURITY ABEND.
      *    PAYMENT REVERSAL IS SUPERVISOR-ONLY: IT IS OFFERED ONLY
      *    WHEN THE OPERATOR CARRIES BOTH THE REVERSAL FLAG AND THE
      *    SUPERVISOR FLAG.  AN OPERATOR NOT ON THE AUTHORITY FILE
      *    IS SHOWN NO FUNCTIONS AT ALL.  THE AUTHORITY RECORD IS
      *    RE-READ ON EVERY SELECTION, SO A REVOKE MADE THROUGH THE
      *    AUTHORITY MAINTENANCE SCREEN (EPSCAUT) TAKES EFFECT ON
      *    THE OPERATOR'S NEXT KEYSTROKE.  PF3/PF12 SIGN OFF THE
      *    MENU.
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
           10  W-OPERATOR-FLAG                PIC X.
               88  OPERATOR-ON-FILE             VALUE 'Y'.
               88  OPERATOR-NOT-ON-FILE         VALUE 'N'.

       01 W-COMAREA-LENGTH                    PIC 9(4) COMP.
      *
      *    THE MENU FUNCTIONS, IN THE ORDER THEY ARE LISTED - THE
      *    SAME ORDER AS THE FUNCTION FLAGS ON THE AUTHORITY RECORD.
      *    THE LAST SLOTS ARE SPARE UNTIL A FUNCTION IS ADDED.
      *
       01 W-FUNCTION-VALUES.
           05  FILLER.
               10  FILLER        PIC X(08) VALUE 'EPSCMORT'.
               10  FILLER        PIC X(30) VALUE 'PAYMENT POSTING'.
           05  FILLER.
               10  FILLER        PIC X(08) VALUE 'EPSCPHI'.
               10  FILLER        PIC X(30)
                                 VALUE 'PAYMENT HISTORY INQUIRY'.
           05  FILLER.
               10  FILLER        PIC X(08) VALUE 'EPSCREV'.
               10  FILLER        PIC X(30)
                                 VALUE 'PAYMENT REVERSAL (SUPERVISOR)'.
           05  FILLER.
               10  FILLER        PIC X(08) VALUE 'EPSCPAY'.
               10  FILLER        PIC X(30)
                                 VALUE 'ESCROW PAYEE MAINTENANCE'.
           05  FILLER.
               10  FILLER        PIC X(08) VALUE 'EPSCNAD'.
               10  FILLER        PIC X(30)
                                 VALUE 'NAME AND ADDRESS MAINTENANCE'.
           05  FILLER.
               10  FILLER        PIC X(08) VALUE 'EPSCPQT'.
               10  FILLER        PIC X(30) VALUE 'PAYOFF QUOTE'.
           05  FILLER.
               10  FILLER        PIC X(08) VALUE 'EPSCAUT'.
               10  FILLER        PIC X(30)
                                 VALUE 'OPERATOR AUTHORITY MAINTENANCE'.
           05  FILLER.
               10  FILLER        PIC X(08) VALUE 'EPSCAPY'.
               10  FILLER        PIC X(30)
                                 VALUE 'BORROWER AUTOPAY ENROLLMENT'.
           05  FILLER.
               10  FILLER        PIC X(08) VALUE 'EPSCHLD'.
               10  FILLER        PIC X(30)
                                 VALUE 'ACCOUNT HOLD MAINTENANCE'.
           05  FILLER            PIC X(38) VALUE SPACES.
       01 W-FUNCTION-TABLE REDEFINES W-FUNCTION-VALUES.
           05  W-FUNCTION-ENTRY               OCCURS 10 TIMES.
               10  W-FN-PROGRAM               PIC X(08).
               10  W-FN-DESCRIPTION           PIC X(30).
      *
       01 W-FN-MAX                            PIC 9(02) COMP VALUE 10.
       01 W-FN-REVERSAL                       PIC 9(02) COMP VALUE 3.
       01 W-FN-IX                             PIC 9(02) COMP.
       01 W-FN-AUTH-SWITCH                    PIC X(01).
           88  FUNCTION-ALLOWED                 VALUE 'Y'.
           88  FUNCTION-NOT-ALLOWED             VALUE 'N'.
      *
      *    MENU LINES AS BUILT, ONE PER FUNCTION SLOT
      *
       01 W-MENU-LINES.
           05  W-MENU-LINE                    PIC X(40) OCCURS 10 TIMES.
       01 W-MENU-LINE-BUILD.
           05  W-MLB-NUMBER                   PIC Z9.
           05  FILLER                         PIC X(03) VALUE ' - '.
           05  W-MLB-DESCRIPTION              PIC X(30).
           05  FILLER                         PIC X(05) VALUE SPACES.
      *
      *    SELECTION KEYED - ONE OR TWO DIGITS, EITHER JUSTIFIED
      *
       01 W-SELECTION                         PIC X(02).
       01 W-SELECTION-NUM REDEFINES W-SELECTION
                                              PIC 9(02).
      *
      *    THE OPERATOR'S AUTHORITY RECORD
      *
       COPY EPSOPAU.
      *
       01  END-OF-TRANS-MSG                 PIC X(30)
             VALUE 'END OF TRANSACTION - THANK YOU'.
       01  BLANK-MSG                        PIC X(1) VALUE ' '.
       01  W-AUTH-FILE                      PIC X(8) VALUE 'EPSOPAU'.
       01  W-MAPSET-NAME                    PIC X(8) VALUE 'EPSMNU'.
       01  W-MAP-NAME                       PIC X(8) VALUE 'EPSMNU1'.
       01  W-OWN-TRANSID                    PIC X(4) VALUE 'EPSM'.
           COPY DFHAID.
           COPY EPSMNUM.

       01  W-COMMUNICATION-AREA.
           COPY EPSMNCOM.
      *
      *    MISCELLANEOUS CICS WORK FIELDS
      *
       01 W-CICS-RESP                         PIC S9(8) COMP.
       01 W-USER-ID                           PIC X(08).

       LINKAGE SECTION.

       01 DFHCOMMAREA.
       COPY EPSMNCOM.

       PROCEDURE DIVISION USING DFHCOMMAREA.
      *****************************************************************
      *    0000-MAINLINE                                              *
      *    ENTRY LOGIC.  TEST EIBCALEN TO TELL A FRESH TRANSACTION    *
      *    START (SIGN-ON, OR A FUNCTION HANDING BACK ON PF3) FROM A  *
      *    PSEUDO-CONVERSATIONAL RETURN, THEN DISPATCH.               *
      *****************************************************************
       0000-MAINLINE.
           IF EIBCALEN > 0
               MOVE EIBCALEN TO W-COMAREA-LENGTH
               MOVE DFHCOMMAREA TO W-COMMUNICATION-AREA
           ELSE
               MOVE ZERO TO W-COMAREA-LENGTH
               INITIALIZE W-COMMUNICATION-AREA
               MOVE EIBTRMID TO EPSMNCOM-TERM-ID OF W-COMMUNICATION-AREA
               MOVE EIBTRNID TO EPSMNCOM-TRAN-ID OF W-COMMUNICATION-AREA
           END-IF.

           IF EIBCALEN = 0
               PERFORM 2000-INITIAL-SEND THRU 2000-EXIT
           ELSE
               IF W-COMAREA-LENGTH NOT =
                       EPSMNCOM-SAVE-LENGTH OF W-COMMUNICATION-AREA
                   PERFORM 3100-SESSION-LOST THRU 3100-EXIT
               ELSE
                   PERFORM 3000-RETURN-ENTRY THRU 3000-EXIT
               END-IF
           END-IF.

           GO TO 9999-RETURN-TRANS.
      *
      *****************************************************************
      *    1000-LOAD-OPERATOR                                         *
      *    GET THE SIGNED-ON USER ID FROM CICS AND READ ITS AUTHORITY *
      *    RECORD.  AN OPERATOR NOT ON FILE IS LEFT WITH EVERY FLAG   *
      *    OFF - NOTHING IS OFFERED AND NOTHING CAN BE SELECTED.      *
      *****************************************************************
       1000-LOAD-OPERATOR.
           EXEC CICS ASSIGN USERID(W-USER-ID) END-EXEC.
           MOVE W-USER-ID TO
               EPSMNCOM-OPERATOR-ID OF W-COMMUNICATION-AREA.
           MOVE W-USER-ID TO EPSOPAU-OPERATOR-ID.
           EXEC CICS READ
               FILE(W-AUTH-FILE)
               INTO(EPSOPAU-RECORD)
               RIDFLD(EPSOPAU-OPERATOR-ID)
               RESP(W-CICS-RESP)
           END-EXEC.
           IF W-CICS-RESP = DFHRESP(NORMAL)
               SET OPERATOR-ON-FILE TO TRUE
           ELSE
               SET OPERATOR-NOT-ON-FILE TO TRUE
               MOVE SPACES TO EPSOPAU-RECORD
               MOVE W-USER-ID TO EPSOPAU-OPERATOR-ID
           END-IF.
       1000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    1100-CHECK-FUNCTION                                        *
      *    IS FUNCTION W-FN-IX IN USE AND GRANTED TO THIS OPERATOR?   *
      *    REVERSAL ALSO NEEDS THE SUPERVISOR FLAG.                   *
      *****************************************************************
       1100-CHECK-FUNCTION.
           SET FUNCTION-NOT-ALLOWED TO TRUE.
           IF W-FN-PROGRAM (W-FN-IX) = SPACES
               GO TO 1100-EXIT
           END-IF.
           IF EPSOPAU-AUTH-FLAG (W-FN-IX) NOT = 'Y'
               GO TO 1100-EXIT
           END-IF.
           IF W-FN-IX = W-FN-REVERSAL
               AND NOT EPSOPAU-IS-SUPERVISOR
               GO TO 1100-EXIT
           END-IF.
           SET FUNCTION-ALLOWED TO TRUE.
       1100-EXIT.
           EXIT.
      *
      *****************************************************************
      *    1500-BUILD-MENU                                            *
      *    ONE LINE PER FUNCTION THE OPERATOR MAY USE, NUMBERED BY    *
      *    ITS SLOT SO THE NUMBER KEYED IS THE SAME FOR EVERY         *
      *    OPERATOR; SLOTS NOT GRANTED ARE LEFT BLANK.                *
      *****************************************************************
       1500-BUILD-MENU.
           MOVE SPACES TO W-MENU-LINES.
           PERFORM 1550-BUILD-MENU-LINE THRU 1550-EXIT
               VARYING W-FN-IX FROM 1 BY 1
               UNTIL W-FN-IX > W-FN-MAX.
           MOVE EPSOPAU-OPERATOR-ID TO OPERIDO.
           MOVE EPSOPAU-OPERATOR-NAME TO OPNAMEO.
           MOVE W-MENU-LINE (1) TO OPT01O.
           MOVE W-MENU-LINE (2) TO OPT02O.
           MOVE W-MENU-LINE (3) TO OPT03O.
           MOVE W-MENU-LINE (4) TO OPT04O.
           MOVE W-MENU-LINE (5) TO OPT05O.
           MOVE W-MENU-LINE (6) TO OPT06O.
           MOVE W-MENU-LINE (7) TO OPT07O.
           MOVE W-MENU-LINE (8) TO OPT08O.
           MOVE W-MENU-LINE (9) TO OPT09O.
           MOVE W-MENU-LINE (10) TO OPT10O.
       1500-EXIT.
           EXIT.
      *
       1550-BUILD-MENU-LINE.
           PERFORM 1100-CHECK-FUNCTION THRU 1100-EXIT.
           IF FUNCTION-ALLOWED
               MOVE W-FN-IX TO W-MLB-NUMBER
               MOVE W-FN-DESCRIPTION (W-FN-IX) TO W-MLB-DESCRIPTION
               MOVE W-MENU-LINE-BUILD TO W-MENU-LINE (W-FN-IX)
           END-IF.
       1550-EXIT.
           EXIT.
      *
      *****************************************************************
      *    2000-INITIAL-SEND                                          *
      *    FIRST-TIME ENTRY - LOOK THE OPERATOR UP AND SEND THE MENU  *
      *    OF THE FUNCTIONS THEY MAY USE.                             *
      *****************************************************************
       2000-INITIAL-SEND.
           MOVE LOW-VALUES TO EPSMNUO.
           PERFORM 1000-LOAD-OPERATOR THRU 1000-EXIT.
           PERFORM 1500-BUILD-MENU THRU 1500-EXIT.
           IF OPERATOR-NOT-ON-FILE
               SET EPSMNCOM-RC-NOT-AUTHORIZED OF W-COMMUNICATION-AREA
                   TO TRUE
               MOVE 'OPERATOR NOT AUTHORIZED - SEE YOUR BRANCH MANAGER'
                   TO MSGO
               SET SEND-ALL TO TRUE
           ELSE
               MOVE 'KEY A FUNCTION NUMBER AND PRESS ENTER' TO MSGO
               SET SEND-ERASE TO TRUE
           END-IF.
           PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
       2000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    3000-RETURN-ENTRY                                          *
      *    PSEUDO-CONVERSATIONAL RETURN.  DISPATCH ON THE ATTENTION   *
      *    IDENTIFIER - PF3/PF12 SIGN OFF, ENTER TRANSFERS TO THE     *
      *    FUNCTION SELECTED.                                         *
      *****************************************************************
       3000-RETURN-ENTRY.
           EVALUATE TRUE
               WHEN EIBAID = DFHPF3
               WHEN EIBAID = DFHPF12
                   PERFORM 9800-END-OF-TRANS THRU 9800-EXIT
               WHEN EIBAID = DFHENTER
                   PERFORM 4000-RECEIVE-MAP THRU 4000-EXIT
                   PERFORM 5000-PROCESS-SELECTION THRU 5000-EXIT
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
      *    OUT.  RECOVER BY REPAINTING THE MENU FROM SCRATCH.         *
      *****************************************************************
       3100-SESSION-LOST.
           INITIALIZE W-COMMUNICATION-AREA.
           MOVE EIBTRMID TO EPSMNCOM-TERM-ID OF W-COMMUNICATION-AREA.
           MOVE EIBTRNID TO EPSMNCOM-TRAN-ID OF W-COMMUNICATION-AREA.
           MOVE LOW-VALUES TO EPSMNUO.
           PERFORM 1000-LOAD-OPERATOR THRU 1000-EXIT.
           PERFORM 1500-BUILD-MENU THRU 1500-EXIT.
           MOVE 'SESSION LOST - PLEASE REENTER YOUR SELECTION' TO MSGO.
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
               INTO(EPSMNUI)
               RESP(W-CICS-RESP)
           END-EXEC.
       4000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    5000-PROCESS-SELECTION                                     *
      *    RE-READ THE OPERATOR'S AUTHORITY, EDIT THE NUMBER KEYED    *
      *    AND TRANSFER TO THE FUNCTION IF THE OPERATOR MAY USE IT.   *
      *    THE FUNCTION STARTS FRESH (NO COMMAREA), EXACTLY AS IF ITS *
      *    OWN TRANSACTION ID HAD BEEN KEYED.                         *
      *****************************************************************
       5000-PROCESS-SELECTION.
           SET EPSMNCOM-RC-OK OF W-COMMUNICATION-AREA TO TRUE.
           PERFORM 1000-LOAD-OPERATOR THRU 1000-EXIT.
           PERFORM 1500-BUILD-MENU THRU 1500-EXIT.
           IF OPERATOR-NOT-ON-FILE
               SET EPSMNCOM-RC-NOT-AUTHORIZED OF W-COMMUNICATION-AREA
                   TO TRUE
               MOVE 'OPERATOR NOT AUTHORIZED - SEE YOUR BRANCH MANAGER'
                   TO MSGO
               GO TO 5000-BAD-SELECTION
           END-IF.
           MOVE SELECTI TO W-SELECTION.
           INSPECT W-SELECTION REPLACING ALL LOW-VALUE BY SPACE.
           IF W-SELECTION (2:1) = SPACE
               MOVE W-SELECTION (1:1) TO W-SELECTION (2:1)
               MOVE '0' TO W-SELECTION (1:1)
           END-IF.
           IF W-SELECTION (1:1) = SPACE
               MOVE '0' TO W-SELECTION (1:1)
           END-IF.
           IF W-SELECTION IS NOT NUMERIC
               MOVE 'SELECTION MUST BE A FUNCTION NUMBER - REENTER'
                   TO MSGO
               GO TO 5000-INVALID-FIELD
           END-IF.
           IF W-SELECTION-NUM < 1 OR W-SELECTION-NUM > W-FN-MAX
               MOVE 'NO SUCH FUNCTION NUMBER - REENTER' TO MSGO
               GO TO 5000-INVALID-FIELD
           END-IF.
           MOVE W-SELECTION-NUM TO W-FN-IX.
           PERFORM 1100-CHECK-FUNCTION THRU 1100-EXIT.
           IF FUNCTION-NOT-ALLOWED
               SET EPSMNCOM-RC-NOT-AUTHORIZED OF W-COMMUNICATION-AREA
                   TO TRUE
               MOVE 'YOU ARE NOT AUTHORIZED FOR THAT FUNCTION' TO MSGO
               GO TO 5000-BAD-SELECTION
           END-IF.
           EXEC CICS XCTL
               PROGRAM(W-FN-PROGRAM (W-FN-IX))
               RESP(W-CICS-RESP)
           END-EXEC.
           SET EPSMNCOM-RC-FILE-ERROR OF W-COMMUNICATION-AREA TO TRUE.
           MOVE 'FUNCTION NOT AVAILABLE - SEE SUPERVISOR' TO MSGO.
           GO TO 5000-BAD-SELECTION.
       5000-INVALID-FIELD.
           SET EPSMNCOM-RC-INVALID-FLD OF W-COMMUNICATION-AREA TO TRUE.
       5000-BAD-SELECTION.
           SET SEND-DATAONLY-ALARM TO TRUE.
           PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
       5000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    8000-SEND-SCREEN                                           *
      *    SEND THE MENU MAP USING WHICHEVER SEND FLAG THE CALLER     *
      *    SET.                                                       *
      *****************************************************************
       8000-SEND-SCREEN.
           EVALUATE TRUE
               WHEN SEND-ERASE
                   EXEC CICS SEND MAP(W-MAP-NAME) MAPSET(W-MAPSET-NAME)
                       FROM(EPSMNUO) ERASE
                   END-EXEC
               WHEN SEND-DATAONLY
                   EXEC CICS SEND MAP(W-MAP-NAME) MAPSET(W-MAPSET-NAME)
                       FROM(EPSMNUO) DATAONLY
                   END-EXEC
               WHEN SEND-MAPONLY
                   EXEC CICS SEND MAP(W-MAP-NAME) MAPSET(W-MAPSET-NAME)
                       MAPONLY
                   END-EXEC
               WHEN SEND-DATAONLY-ALARM
                   EXEC CICS SEND MAP(W-MAP-NAME) MAPSET(W-MAPSET-NAME)
                       FROM(EPSMNUO) DATAONLY ALARM
                   END-EXEC
               WHEN SEND-ALL
                   EXEC CICS SEND MAP(W-MAP-NAME) MAPSET(W-MAPSET-NAME)
                       FROM(EPSMNUO) ERASE ALARM
                   END-EXEC
           END-EVALUATE.
       8000-EXIT.
           EXIT.
      *
      *****************************************************************
      *    9800-END-OF-TRANS                                          *
      *    PF3/PF12 - SIGN OFF THE MENU.  SHOW THE END-OF-TRANSACTION *
      *    MESSAGE AND END THE CONVERSATION WITHOUT A NEXT TRANSID.   *
      *****************************************************************
       9800-END-OF-TRANS.
           MOVE END-OF-TRANS-MSG TO MSGO.
           SET SEND-DATAONLY TO TRUE.
           PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
           EXEC CICS RETURN END-EXEC.
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
               EPSMNCOM-SAVE-LENGTH OF W-COMMUNICATION-AREA.
           MOVE W-COMMUNICATION-AREA TO DFHCOMMAREA.
           EXEC CICS RETURN
               TRANSID(W-OWN-TRANSID)
               COMMAREA(DFHCOMMAREA)
               LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
       9999-EXIT.
           EXIT.
