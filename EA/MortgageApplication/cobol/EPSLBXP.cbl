001200*OFFICE TO WORK THE NEXT MORNING.  EACH PAYMENT GOES STRAIGHT
001300*TO ITS ACCOUNT BY KEYED READ ON THE VSAM MASTER; THE JCL
001400*STILL SORTS THE FILE BY ACCOUNT SO REJECTS COME OUT GROUPED.
001410*A PAYMENT FOR AN ACCOUNT UNDER A LEGAL HOLD IS NOT POSTED -
001420*IT IS WRITTEN AS RECEIVED TO THE HELD-PAYMENT QUEUE FOR
001430*SPECIAL HANDLING, UNLESS A SUPERVISOR HAS SET THE POSTING
001440*OVERRIDE ON THE HOLD.
001500*
001600 AUTHOR.     DEV TEAM.
001700 INSTALLATION. EPSDEMOS.
002380*                 DATE BEHIND THE ACCRUAL-THROUGH DATE IS
002382*                 REJECTED FOR BACK-VALUED HANDLING INSTEAD
002384*                 OF SILENTLY POSTED.
002385*2026-10-15  DEV  WRITE GL-ACTIVITY RECORDS FOR EVERY PAYMENT
002386*                 TAKEN INTO SUSPENSE AND EVERY SCHEDULED
002387*                 PAYMENT RELEASED FROM IT, SO SUSPENSE REACHES
002388*                 THE GENERAL LEDGER THROUGH THE DAILY JOURNAL
002389*                 (EPSGLJE).
002390*2026-10-15  DEV  HONOUR THE LEGAL HOLD ON THE MASTER - A
002391*                 PAYMENT FOR A HELD ACCOUNT WITHOUT THE
002392*                 SUPERVISOR POSTING OVERRIDE GOES TO THE NEW
002393*                 HELD-PAYMENT QUEUE (LBXHELD) INSTEAD OF
002394*                 POSTING.
002396*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. IBM-FLEX-ES.
003810     SELECT LBXCHKPT ASSIGN TO LBXCHKPT
003820         ORGANIZATION IS SEQUENTIAL
003830         FILE STATUS IS W-LBXCHKPT-STATUS.
003840     SELECT GLACT ASSIGN TO GLACT
003850         ORGANIZATION IS SEQUENTIAL
003860         FILE STATUS IS W-GLACT-STATUS.
003870     SELECT LBXHELD ASSIGN TO LBXHELD
003880         ORGANIZATION IS SEQUENTIAL
003890         FILE STATUS IS W-LBXHELD-STATUS.
003900*
004000 DATA DIVISION.
004100 FILE SECTION.
005300     LABEL RECORDS ARE STANDARD
005400     RECORDING MODE IS F.
005500 01  LBXREJ-RECORD                   PIC X(80).
005502*
005504 FD  LBXHELD
005506     LABEL RECORDS ARE STANDARD
005508     RECORDING MODE IS F.
005509 01  LBXHELD-RECORD                  PIC X(80).
005510*
005520 FD  LBXCHKPT
005530     LABEL RECORDS ARE STANDARD
005608     RECORDING MODE IS F.
005609 COPY EPSCTLR.
005610*
005620 FD  GLACT
005636     LABEL RECORDS ARE STANDARD
005652     RECORDING MODE IS F.
005668 COPY EPSGLACT.
005684*
005700 WORKING-STORAGE SECTION.
005800*BUSINESS DATE FOR THE RUN - READ FROM THE BUSDATE CONTROL
005801*DATASET, NEVER FROM THE SYSTEM CLOCK.
005804     88  BUSDATE-OK                    VALUE '00'.
005805 01  W-CTLOUT-STATUS                 PIC X(02).
005806     88  CTLOUT-OK                     VALUE '00'.
005807 01  W-GLACT-STATUS                  PIC X(02).
005808     88  GLACT-OK                      VALUE '00'.
006800*
006900 01  W-LBXIN-STATUS                  PIC X(02).
007000     88  LBXIN-OK                      VALUE '00'.
007400     88  LBXREJ-OK                     VALUE '00'.
007410 01  W-LBXCHKPT-STATUS               PIC X(02).
007420     88  LBXCHKPT-OK                   VALUE '00'.
007422 01  W-LBXHELD-STATUS                PIC X(02).
007424     88  LBXHELD-OK                    VALUE '00'.
007430*
007440*RESTART POINT - HOW MANY LOCKBOX RECORDS THE LAST RUN FULLY
007450*DISPOSED OF BEFORE IT ENDED.  A CLEAN RUN LEAVES ZERO; AN
008510     05  W-PAYMENTS-SUSPENDED         PIC 9(07) VALUE ZERO.
008520     05  W-SUSPENSE-RELEASES          PIC 9(07) VALUE ZERO.
008530     05  W-PMT-ROWS-INSERTED          PIC 9(07) VALUE ZERO.
008540     05  W-PAYMENTS-HELD              PIC 9(07) VALUE ZERO.
008600*
008700 01  W-TOT-POSTED                    PIC 9(11)V99 COMP-3
008800                                         VALUE ZERO.
008810 01  W-TOT-SUSPENDED                 PIC 9(11)V99 COMP-3
008820                                         VALUE ZERO.
008830 01  W-TOT-HELD                      PIC 9(11)V99 COMP-3
008840                                         VALUE ZERO.
008900*
009000*REJECT RECORD - THE LOCKBOX RECORD AS RECEIVED PLUS THE
009100*REASON CODE AND A SHORT DESCRIPTION FOR THE BACK OFFICE.
009820         88  REJ-BACK-VALUED            VALUE '13'.
009900     05  FILLER                       PIC X(02) VALUE SPACES.
010000     05  W-REJ-DESCRIPTION            PIC X(14).
010010*
010020*HELD-PAYMENT RECORD - THE LOCKBOX RECORD AS RECEIVED, FOR AN
010030*ACCOUNT UNDER A LEGAL HOLD, WITH THE HOLD CODE AND THE RUN
010040*DATE.  SPECIAL HANDLING WORKS THE QUEUE WITH LEGAL; A PAYMENT
010050*CLEARED TO POST IS FED BACK THROUGH THE LOCKBOX AS KEYED.
010060 01  W-HELD-RECORD.
010070     05  W-HLD-LOCKBOX-DATA           PIC X(60).
010080     05  FILLER                       PIC X(02) VALUE SPACES.
010090     05  W-HLD-HOLD-CODE              PIC X(01).
010092     05  FILLER                       PIC X(02) VALUE SPACES.
010094     05  W-HLD-RUN-DATE               PIC X(08).
010096     05  FILLER                       PIC X(07) VALUE SPACES.
010100*
010200 01  SQL-ERROR-MSG.
010300     03  FILLER              PIC X(11)      VALUE 'SQL ERROR: '.
015200*****************************************************************
015300 1000-INITIALIZE.
015400     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
015410     OPEN EXTEND GLACT.
015420     IF NOT GLACT-OK
015430         DISPLAY 'EPSLBXP - GLACT OPEN FAILED, STATUS '
015440             W-GLACT-STATUS
015450         MOVE 16 TO RETURN-CODE
015460         STOP RUN
015470     END-IF.
016260     PERFORM 1100-READ-CHECKPOINT THRU 1100-EXIT.
016300     OPEN INPUT LBXIN I-O MORTMAST OUTPUT LBXREJ LBXHELD.
016400     IF NOT LBXIN-OK OR NOT MORTMAST-OK OR NOT LBXREJ-OK
016410         OR NOT LBXHELD-OK
016500         DISPLAY 'EPSLBXP - OPEN FAILED, LBXIN '
016600             W-LBXIN-STATUS ' MORTMAST ' W-MORTMAST-STATUS
016700             ' LBXREJ ' W-LBXREJ-STATUS
016710             ' LBXHELD ' W-LBXHELD-STATUS
016800         MOVE 'Y' TO W-LBX-EOF-SWITCH
017000     ELSE
017100         PERFORM 3000-READ-LBXIN THRU 3000-EXIT
017700*****************************************************************
017800*2000-PROCESS-PAYMENT
017900*GO STRAIGHT TO THE LOCKBOX ACCOUNT ON THE KEYED MASTER - A
018000*MISSING KEY MEANS THE ACCOUNT IS NOT ON FILE.  AN ACCOUNT
018100*UNDER A LEGAL HOLD TAKES NO POSTING WITHOUT THE SUPERVISOR
018200*OVERRIDE - ITS PAYMENT GOES TO THE HELD-PAYMENT QUEUE.
018300*****************************************************************
018400 2000-PROCESS-PAYMENT.
018410     IF W-PROCESSED-COUNT < W-RESTART-COUNT
019300         MOVE 'NO ACCOUNT' TO W-REJ-DESCRIPTION
019400         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
019500     ELSE
019510         IF EPSMMST-ON-HOLD AND NOT EPSMMST-POSTING-OVERRIDE
019520             PERFORM 6100-WRITE-HELD THRU 6100-EXIT
019530         ELSE
019600             PERFORM 5000-POST-PAYMENT THRU 5000-EXIT
019650         END-IF
019700     END-IF.
019710     ADD 1 TO W-PROCESSED-COUNT.
019720     PERFORM 1200-WRITE-CHECKPOINT THRU 1200-EXIT.
024242         ADD EPSLBXPM-PAYMENT-AMOUNT
024243             TO EPSMMST-SUSPENSE-AMOUNT
024244         IF EPSMMST-SUSPENSE-AMOUNT < EPSMMST-PAYMENT-AMOUNT
024245             PERFORM 5600-HOLD-AND-JOURNAL THRU 5600-EXIT
024246             GO TO 5000-EXIT
024247         END-IF
024248*ENOUGH IS NOW IN SUSPENSE - RELEASE ONE FULL SCHEDULED
025000         GO TO 5000-EXIT
025100     END-IF.
025150     PERFORM 5200-SYNC-DB2-MASTER THRU 5200-EXIT.
025158*A RELEASE FROM SUSPENSE - JOURNAL THE SHORT PAYMENT INTO
025166*SUSPENSE AND THE SCHEDULED PAYMENT BACK OUT OF IT.
025174     IF EPSLBXPM-PAYMENT-AMOUNT < W-APPLY-AMOUNT
025182         PERFORM 5650-JOURNAL-RELEASE THRU 5650-EXIT
025190     END-IF.
025200     PERFORM 5500-LOG-PAYMENT-POSTED THRU 5500-EXIT.
025300     ADD 1 TO W-PAYMENTS-POSTED.
025400     ADD W-APPLY-AMOUNT TO W-TOT-POSTED.
028400 5500-EXIT.
028500     EXIT.
028600*
028602*****************************************************************
028604*5600-HOLD-AND-JOURNAL / 5650-JOURNAL-RELEASE
028606*SUSPENSE MOVEMENTS FOR THE GENERAL LEDGER JOURNAL.  A SHORT
028608*PAYMENT HELD ON THE MASTER IS JOURNALLED AS HELD ONCE THE
028610*MASTER CARRIES IT.  A SHORT PAYMENT THAT BRINGS SUSPENSE UP
028612*TO A FULL SCHEDULED PAYMENT IS JOURNALLED AS HELD, AND THE
028614*SCHEDULED PAYMENT IT RELEASED AS RELEASED.
028616*****************************************************************
028618 5600-HOLD-AND-JOURNAL.
028620     PERFORM 5050-HOLD-IN-SUSPENSE THRU 5050-EXIT.
028622     IF NOT MORTMAST-OK
028624         GO TO 5600-EXIT
028626     END-IF.
028628     MOVE SPACES TO EPSGLACT-RECORD.
028630     SET EPSGLACT-SUSPENSE-HELD TO TRUE.
028632     MOVE EPSLBXPM-PAYMENT-AMOUNT TO EPSGLACT-AMOUNT.
028634     PERFORM 5700-WRITE-GL-ACTIVITY THRU 5700-EXIT.
028636 5600-EXIT.
028638     EXIT.
028640*
028642 5650-JOURNAL-RELEASE.
028644     MOVE SPACES TO EPSGLACT-RECORD.
028646     SET EPSGLACT-SUSPENSE-HELD TO TRUE.
028648     MOVE EPSLBXPM-PAYMENT-AMOUNT TO EPSGLACT-AMOUNT.
028650     PERFORM 5700-WRITE-GL-ACTIVITY THRU 5700-EXIT.
028652     MOVE SPACES TO EPSGLACT-RECORD.
028654     SET EPSGLACT-SUSPENSE-RELEASE TO TRUE.
028656     MOVE W-APPLY-AMOUNT TO EPSGLACT-AMOUNT.
028658     PERFORM 5700-WRITE-GL-ACTIVITY THRU 5700-EXIT.
028660 5650-EXIT.
028662     EXIT.
028664*
028666*****************************************************************
028668*5700-WRITE-GL-ACTIVITY
028670*STAMP AND WRITE THE GL-ACTIVITY RECORD THE CALLER BUILT.
028672*****************************************************************
028674 5700-WRITE-GL-ACTIVITY.
028676     MOVE W-RUN-DATE-CCYYMMDD TO EPSGLACT-ACTIVITY-DATE.
028678     MOVE 'EPSLBXP' TO EPSGLACT-PROGRAM.
028680     MOVE EPSLBXPM-ACCOUNT-NUMBER TO EPSGLACT-ACCOUNT-NUMBER.
028682     WRITE EPSGLACT-RECORD.
028684     IF NOT GLACT-OK
028686         DISPLAY 'EPSLBXP - GLACT WRITE FAILED FOR ACCOUNT '
028688             EPSLBXPM-ACCOUNT-NUMBER ' STATUS ' W-GLACT-STATUS
028690     END-IF.
028692 5700-EXIT.
028694     EXIT.
028696*
028700*****************************************************************
028800*6000-WRITE-REJECT
028900*WRITE THE LOCKBOX RECORD TO THE REJECT FILE WITH ITS REASON
029600     ADD 1 TO W-PAYMENTS-REJECTED.
029700 6000-EXIT.
029800     EXIT.
029810*
029820*****************************************************************
029830*6100-WRITE-HELD
029840*THE ACCOUNT IS UNDER A LEGAL HOLD - QUEUE THE PAYMENT AS
029850*RECEIVED FOR SPECIAL HANDLING.  NOTHING POSTS, NOTHING GOES
029860*TO SUSPENSE AND THE MASTER IS NOT TOUCHED.
029870*****************************************************************
029880 6100-WRITE-HELD.
029882     MOVE EPSLBXPM-RECORD TO W-HLD-LOCKBOX-DATA.
029884     MOVE EPSMMST-HOLD-CODE TO W-HLD-HOLD-CODE.
029886     MOVE W-RUN-DATE-CCYYMMDD TO W-HLD-RUN-DATE.
029888     MOVE W-HELD-RECORD TO LBXHELD-RECORD.
029890     WRITE LBXHELD-RECORD.
029892     IF NOT LBXHELD-OK
029894         DISPLAY 'EPSLBXP - LBXHELD WRITE FAILED FOR ACCOUNT '
029896             EPSMMST-ACCOUNT-NUMBER ' STATUS ' W-LBXHELD-STATUS
029897     END-IF.
029898     ADD 1 TO W-PAYMENTS-HELD.
029899     ADD EPSLBXPM-PAYMENT-AMOUNT TO W-TOT-HELD.
029900 6100-EXIT.
029910     EXIT.
029920*
030000*****************************************************************
030100*9000-TERMINATE
030200*****************************************************************
030320     MOVE ZERO TO W-PROCESSED-COUNT.
030330     PERFORM 1200-WRITE-CHECKPOINT THRU 1200-EXIT.
030350     PERFORM 9100-WRITE-CONTROL THRU 9100-EXIT.
030400     CLOSE LBXIN MORTMAST LBXREJ LBXHELD GLACT.
030500     DISPLAY 'EPSLBXP - LOCKBOX RECORDS READ : '
030600         W-LBX-RECORDS-READ.
030700     DISPLAY 'EPSLBXP - PAYMENTS POSTED      : '
031020         W-PAYMENTS-SUSPENDED.
031030     DISPLAY 'EPSLBXP - SUSPENSE RELEASES    : '
031040         W-SUSPENSE-RELEASES.
031042     DISPLAY 'EPSLBXP - PAYMENTS HELD        : '
031044         W-PAYMENTS-HELD.
031046     DISPLAY 'EPSLBXP - TOTAL HELD           : ' W-TOT-HELD.
031050     DISPLAY 'EPSLBXP - TOTAL SUSPENDED      : '
031060         W-TOT-SUSPENDED.
031100     DISPLAY 'EPSLBXP - TOTAL POSTED         : ' W-TOT-POSTED.
