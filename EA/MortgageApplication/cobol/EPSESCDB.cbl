001040*ACCOUNT WHOSE ESCROW CANNOT COVER THE DRAW IS FLAGGED ON
001100*THE REGISTER AND NOT DRAWN - THE ESCROW DESK WORKS THOSE BY
001200*HAND.  EVERY PAYEE TOUCHED IS PRINTED ON THE DISBURSEMENT
001210*REGISTER.  A LOAN UNDER A LITIGATION HOLD IS NOT DRAWN AT
001220*ALL; UNDER A BANKRUPTCY OR FORECLOSURE HOLD THE TAXES AND
001230*INSURANCE PROTECTING THE PROPERTY ARE STILL PAID.
001300*
001400 AUTHOR.     DEV TEAM.
001500 INSTALLATION. EPSDEMOS.
002097*2026-09-02  DEV  WRITE THE STANDARD CONTROL RECORD TO THE
002098*                 SHARED EODCTL FILE FOR THE MORNING
002099*                 BALANCING STEP (EPSEODBL).
002100*2026-10-15  DEV  NEVER DRAW FOR A LOAN THE CLOSE-OUT RUN
002101*                 (EPSPIFCO) HAS MARKED PAID IN FULL - THE PAYEE
002102*                 IS FLAGGED PAID OFF ON THE REGISTER INSTEAD.
002103*2026-10-15  DEV  WRITE A GL-ACTIVITY RECORD FOR EVERY DRAW SO
002104*                 THE ESCROW LEAVING THE ACCOUNTS REACHES THE
002105*                 GENERAL LEDGER THROUGH THE DAILY JOURNAL
002106*                 (EPSGLJE).
002107*2026-10-15  DEV  SKIP MORTGAGE INSURANCE PAYEES ENDED BY THE
002108*                 MONTHLY LTV REVIEW (EPSPMIT), AND ANY MI PAYEE
002109*                 ON A LOAN WHOSE INSURANCE IT HAS TERMINATED.
002111*2026-10-15  DEV  HONOUR THE LEGAL HOLD ON THE MASTER - DRAW
002112*                 ONLY WHERE THE HOLD CODE ALLOWS ESCROW TO BE
002113*                 DISBURSED; OTHERWISE FLAG THE PAYEE ON HOLD.
002114*2026-10-15  DEV  COUNT ENDED PAYEES OTHER THAN MORTGAGE INSURANCE
002115*                 APART FROM THE MI PAYEES ENDED BY EPSPMIT.
002119*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER. IBM-FLEX-ES.
002731     SELECT CTLOUT ASSIGN TO CTLOUT
002732         ORGANIZATION IS SEQUENTIAL
002733         FILE STATUS IS W-CTLOUT-STATUS.
002734     SELECT GLACT ASSIGN TO GLACT
002735         ORGANIZATION IS SEQUENTIAL
002736         FILE STATUS IS W-GLACT-STATUS.
002800     SELECT PAYEEIN ASSIGN TO PAYEEIN
002900         ORGANIZATION IS INDEXED
002910         ACCESS MODE IS SEQUENTIAL
006208     RECORDING MODE IS F.
006209 COPY EPSCTLR.
006210*
006220 FD  GLACT
006236     LABEL RECORDS ARE STANDARD
006252     RECORDING MODE IS F.
006268 COPY EPSGLACT.
006284*
006300 WORKING-STORAGE SECTION.
006400*BUSINESS DATE FOR THE RUN - READ FROM THE BUSDATE CONTROL
006401*DATASET, NEVER FROM THE SYSTEM CLOCK.
006404     88  BUSDATE-OK                    VALUE '00'.
006405 01  W-CTLOUT-STATUS                 PIC X(02).
006406     88  CTLOUT-OK                     VALUE '00'.
006407 01  W-GLACT-STATUS                  PIC X(02).
006408     88  GLACT-OK                      VALUE '00'.
007400*
007500 01  W-PAYEEIN-STATUS                PIC X(02).
007600     88  PAYEEIN-OK                    VALUE '00'.
009300     05  W-DISB-WRITTEN               PIC 9(07) VALUE ZERO.
009400     05  W-SHORT-ESCROW               PIC 9(07) VALUE ZERO.
009500     05  W-NO-ACCOUNT                 PIC 9(07) VALUE ZERO.
009510     05  W-PAID-OFF                   PIC 9(07) VALUE ZERO.
009520     05  W-MI-ENDED                   PIC 9(07) VALUE ZERO.
009525     05  W-OTHER-ENDED                PIC 9(07) VALUE ZERO.
009530     05  W-ON-HOLD                    PIC 9(07) VALUE ZERO.
009600*
009700 01  W-TOT-DISBURSED                 PIC 9(13)V99 COMP-3
009800                                         VALUE ZERO.
013700*****************************************************************
013800 1000-INITIALIZE.
013900     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
013910     OPEN EXTEND GLACT.
013920     IF NOT GLACT-OK
013930         DISPLAY 'EPSESCDB - GLACT OPEN FAILED, STATUS '
013940             W-GLACT-STATUS
013950         MOVE 16 TO RETURN-CODE
013960         STOP RUN
013970     END-IF.
014800     OPEN I-O PAYEEIN MORTMAST
014900         OUTPUT DISBOUT DISBREG.
015000     IF NOT PAYEEIN-OK OR NOT MORTMAST-OK
016720*RUN CATCHING UP A MISSED DAY, SKIPS EVERYTHING ALREADY
016730*DRAWN.  DUE PAYEES ARE DRAWN FROM THE ACCOUNT'S ESCROW
016800*BALANCE AND HANDED TO THE DISBURSEMENT SYSTEM; A SHORT
016900*ESCROW, A MISSING ACCOUNT OR A LOAN ALREADY CLOSED OUT AS
017000*PAID IN FULL IS FLAGGED ON THE REGISTER INSTEAD.  A PAYEE
017010*ENDED BY THE MONTHLY LTV REVIEW (EPSPMIT) IS NEVER DRAWN, AND
017020*NEITHER IS ANY MI PAYEE ON A LOAN WHOSE MORTGAGE INSURANCE
017030*THE REVIEW HAS TERMINATED - THE PREMIUM IS NO LONGER OWED.
017035*ANY OTHER PAYEE MARKED ENDED IS SKIPPED AND COUNTED APART.
017040*A LOAN UNDER A LEGAL HOLD WHOSE CODE DOES NOT ALLOW ESCROW
017050*DISBURSEMENT IS FLAGGED ON HOLD AND LEFT FOR LEGAL.
017100*****************************************************************
017200 2000-PROCESS-PAYEE.
017300     IF EPSPAYEE-DUE-DATE > W-RUN-DATE-CCYYMMDD
017510     IF EPSPAYEE-PAID-DATE NOT < EPSPAYEE-DUE-DATE
017520         GO TO 2000-NEXT
017530     END-IF.
017540     IF EPSPAYEE-MORTGAGE-INS AND EPSPAYEE-ENDED
017550         ADD 1 TO W-MI-ENDED
017560         GO TO 2000-NEXT
017570     END-IF.
017576     IF EPSPAYEE-ENDED
017582         ADD 1 TO W-OTHER-ENDED
017588         GO TO 2000-NEXT
017594     END-IF.
017600     ADD 1 TO W-PAYEES-DUE.
017700     PERFORM 4000-READ-MORTMAST THRU 4000-EXIT.
017800     IF NOT MASTER-FOUND
018100         PERFORM 6000-WRITE-REGISTER THRU 6000-EXIT
018200         GO TO 2000-NEXT
018300     END-IF.
018310     IF EPSMMST-PAID-IN-FULL
018320         ADD 1 TO W-PAID-OFF
018330         MOVE 'PAID OFF' TO W-REG-STATUS
018340         PERFORM 6000-WRITE-REGISTER THRU 6000-EXIT
018350         GO TO 2000-NEXT
018360     END-IF.
018362     IF EPSMMST-ON-HOLD AND NOT EPSMMST-HOLD-ESCROW-OK
018363         ADD 1 TO W-ON-HOLD
018364         MOVE 'ON HOLD' TO W-REG-STATUS
018365         PERFORM 6000-WRITE-REGISTER THRU 6000-EXIT
018366         GO TO 2000-NEXT
018367     END-IF.
018370     IF EPSPAYEE-MORTGAGE-INS AND EPSMMST-MI-TERMINATED
018375         ADD 1 TO W-MI-ENDED
018380         MOVE 'MI ENDED' TO W-REG-STATUS
018385         PERFORM 6000-WRITE-REGISTER THRU 6000-EXIT
018390         GO TO 2000-NEXT
018395     END-IF.
018400     IF EPSPAYEE-AMOUNT > EPSMMST-ESCROW-BALANCE
018500         ADD 1 TO W-SHORT-ESCROW
018600         MOVE 'SHORT' TO W-REG-STATUS
023646             EPSPAYEE-ACCOUNT-NUMBER ' STATUS ' W-PAYEEIN-STATUS
023648     END-IF.
023650     PERFORM 5300-SYNC-DB2-MASTER THRU 5300-EXIT.
023660     PERFORM 5200-WRITE-GL-ACTIVITY THRU 5200-EXIT.
023700     MOVE SPACES TO EPSDISB-RECORD.
023800     MOVE EPSPAYEE-ACCOUNT-NUMBER TO EPSDISB-ACCOUNT-NUMBER.
023900     MOVE EPSPAYEE-PAY-METHOD TO EPSDISB-PAY-METHOD.
025300     PERFORM 6000-WRITE-REGISTER THRU 6000-EXIT.
025400 5000-EXIT.
025500     EXIT.
025504*
025508*****************************************************************
025512*5200-WRITE-GL-ACTIVITY
025516*ONE ESCROW-DRAWN RECORD FOR THE GENERAL LEDGER JOURNAL.
025520*****************************************************************
025524 5200-WRITE-GL-ACTIVITY.
025528     MOVE SPACES TO EPSGLACT-RECORD.
025532     MOVE W-RUN-DATE-CCYYMMDD TO EPSGLACT-ACTIVITY-DATE.
025536     SET EPSGLACT-ESCROW-DRAWN TO TRUE.
025540     MOVE 'EPSESCDB' TO EPSGLACT-PROGRAM.
025544     MOVE EPSPAYEE-ACCOUNT-NUMBER TO EPSGLACT-ACCOUNT-NUMBER.
025548     MOVE EPSPAYEE-AMOUNT TO EPSGLACT-AMOUNT.
025552     WRITE EPSGLACT-RECORD.
025556     IF NOT GLACT-OK
025560         DISPLAY 'EPSESCDB - GLACT WRITE FAILED FOR ACCOUNT '
025564             EPSPAYEE-ACCOUNT-NUMBER ' STATUS ' W-GLACT-STATUS
025568     END-IF.
025572 5200-EXIT.
025576     EXIT.
025600*
025610*****************************************************************
025620*5300-SYNC-DB2-MASTER
030500     MOVE ZERO TO W-SUM-AMOUNT.
030600     MOVE W-SUMMARY-LINE TO DISBREG-LINE.
030700     WRITE DISBREG-LINE.
030702     MOVE SPACES TO W-SUMMARY-LINE.
030704     MOVE 'PAID-OFF LOANS SKIPPED :' TO W-SUM-LABEL.
030706     MOVE W-PAID-OFF TO W-SUM-COUNT.
030708     MOVE ZERO TO W-SUM-AMOUNT.
030710     MOVE W-SUMMARY-LINE TO DISBREG-LINE.
030712     WRITE DISBREG-LINE.
030714     MOVE SPACES TO W-SUMMARY-LINE.
030716     MOVE 'ENDED MI PAYEES SKIPPED:' TO W-SUM-LABEL.
030718     MOVE W-MI-ENDED TO W-SUM-COUNT.
030720     MOVE ZERO TO W-SUM-AMOUNT.
030722     MOVE W-SUMMARY-LINE TO DISBREG-LINE.
030724     WRITE DISBREG-LINE.
030726     MOVE SPACES TO W-SUMMARY-LINE.
030728     MOVE 'OTHER ENDED PAYEES SKIP:' TO W-SUM-LABEL.
030730     MOVE W-OTHER-ENDED TO W-SUM-COUNT.
030732     MOVE ZERO TO W-SUM-AMOUNT.
030734     MOVE W-SUMMARY-LINE TO DISBREG-LINE.
030736     WRITE DISBREG-LINE.
030738     MOVE SPACES TO W-SUMMARY-LINE.
030740     MOVE 'HELD LOANS NOT DRAWN   :' TO W-SUM-LABEL.
030742     MOVE W-ON-HOLD TO W-SUM-COUNT.
030744     MOVE ZERO TO W-SUM-AMOUNT.
030746     MOVE W-SUMMARY-LINE TO DISBREG-LINE.
030748     WRITE DISBREG-LINE.
030750     PERFORM 9100-WRITE-CONTROL THRU 9100-EXIT.
030800     CLOSE PAYEEIN MORTMAST DISBOUT DISBREG GLACT.
030900     DISPLAY 'EPSESCDB - PAYEES READ       : ' W-PAYEES-READ.
031000     DISPLAY 'EPSESCDB - PAYEES DUE TODAY  : ' W-PAYEES-DUE.
031100     DISPLAY 'EPSESCDB - DISBURSEMENTS     : ' W-DISB-WRITTEN.
031200     DISPLAY 'EPSESCDB - TOTAL DISBURSED   : ' W-TOT-DISBURSED.
031300     DISPLAY 'EPSESCDB - SHORT ESCROW      : ' W-SHORT-ESCROW.
031400     DISPLAY 'EPSESCDB - NOT ON FILE       : ' W-NO-ACCOUNT.
031410     DISPLAY 'EPSESCDB - PAID OFF          : ' W-PAID-OFF.
031420     DISPLAY 'EPSESCDB - MI PAYEES ENDED   : ' W-MI-ENDED.
031425     DISPLAY 'EPSESCDB - OTHER PAYEES ENDED: ' W-OTHER-ENDED.
031430     DISPLAY 'EPSESCDB - HELD, NOT DRAWN   : ' W-ON-HOLD.
031500 9000-EXIT.
031600     EXIT.
031610*
