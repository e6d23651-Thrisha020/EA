001400*CAN DRAW IT AGAIN - WHETHER THE RETURN MATCHES A DRAW ON
001410*TODAY'S DISBOUT FILE OR, AS A STOP-PAY OR STALE CHECK DOES,
001420*ARRIVES DAYS OR WEEKS AFTER ITS DRAW.
001430*A RETURNED ITEM ON A LOAN ALREADY PAID IN FULL - ABOVE ALL
001440*THE ESCROW-REFUND CHECK EPSPIFCO CUTS AT CLOSE-OUT - IS NOT
001450*RE-CREDITED: THE LOAN'S ESCROW IS CLOSED, SO IT GOES TO THE
001460*EXCEPTION REPORT FOR THE ESCROW DESK TO RE-ISSUE BY HAND.
001500*
001600 AUTHOR.     DEV TEAM.
001700 INSTALLATION. EPSDEMOS.
002230*                 ARRIVES LONG AFTER ITS DRAW LEFT THE DAILY
002240*                 DISBOUT FILE.  A MATCHED RETURN RE-CREDITS
002250*                 THE DRAW AMOUNT, WHICH IS WHAT LEFT ESCROW.
002300*2026-10-15  DEV  WRITE A GL-ACTIVITY RECORD FOR EVERY RETURN
002310*                 RE-CREDITED SO THE ESCROW COMING BACK REACHES
002320*                 THE GENERAL LEDGER THROUGH THE DAILY JOURNAL
002330*                 (EPSGLJE).  RUN DATE NOW TAKEN FROM THE
002340*                 BUSDATE CONTROL DATASET TO DATE THE RECORDS.
002341*2026-10-15  DEV  A RETURNED ITEM ON A PAID-OFF LOAN - ABOVE ALL
002342*                 THE ESCROW-REFUND CHECK EPSPIFCO CUTS (PAYEE
002343*                 TYPE RF) - IS NO LONGER RE-CREDITED TO THE
002344*                 CLOSED LOAN'S ESCROW OR POSTED TO THE GL; IT IS
002345*                 LISTED AS AN EXCEPTION FOR MANUAL RE-ISSUE.
002350*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. IBM-FLEX-ES.
004600     SELECT DSBRRPT ASSIGN TO DSBRRPT
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS W-DSBRRPT-STATUS.
004810     SELECT BUSDATE ASSIGN TO BUSDATE
004820         ORGANIZATION IS SEQUENTIAL
004830         FILE STATUS IS W-BUSDATE-STATUS.
004840     SELECT GLACT ASSIGN TO GLACT
004850         ORGANIZATION IS SEQUENTIAL
004860         FILE STATUS IS W-GLACT-STATUS.
004900*
005000 DATA DIVISION.
005100 FILE SECTION.
007000     RECORDING MODE IS F.
007100 01  DSBRRPT-LINE                    PIC X(80).
007200*
007210 FD  BUSDATE
007220     LABEL RECORDS ARE STANDARD
007230     RECORDING MODE IS F.
007240 COPY EPSBDATE.
007250*
007260 FD  GLACT
007268     LABEL RECORDS ARE STANDARD
007276     RECORDING MODE IS F.
007284 COPY EPSGLACT.
007292*
007300 WORKING-STORAGE SECTION.
007400 01  W-DISBIN-STATUS                 PIC X(02).
007500     88  DISBIN-OK                     VALUE '00'.
008100     88  PAYEEIN-OK                    VALUE '00'.
008200 01  W-DSBRRPT-STATUS                PIC X(02).
008300     88  DSBRRPT-OK                    VALUE '00'.
008310 01  W-BUSDATE-STATUS                PIC X(02).
008320     88  BUSDATE-OK                    VALUE '00'.
008330 01  W-GLACT-STATUS                  PIC X(02).
008340     88  GLACT-OK                      VALUE '00'.
008350*BUSINESS DATE FOR THE RUN - READ FROM THE BUSDATE CONTROL
008360*DATASET BY 1050-GET-BUSINESS-DATE.
008370 01  W-RUN-DATE-CCYYMMDD             PIC X(08).
008400*
008500 01  W-SWITCHES.
008600     05  W-DISB-EOF-SWITCH            PIC X(01) VALUE 'N'.
009600     05  W-SETTLED-CLEAN              PIC 9(07) VALUE ZERO.
009700     05  W-RETURNS-RECREDITED         PIC 9(07) VALUE ZERO.
009800     05  W-EXCEPTIONS-WRITTEN         PIC 9(07) VALUE ZERO.
009810     05  W-PIF-RETURNS                PIC 9(07) VALUE ZERO.
009900*
010000 01  W-TOT-RECREDITED                PIC 9(13)V99 COMP-3
010100                                         VALUE ZERO.
010103 01  W-TOT-PIF-RETURNED              PIC 9(13)V99 COMP-3
010106                                         VALUE ZERO.
010110*WHAT GOES BACK ON ESCROW FOR A RETURN - THE DRAW AMOUNT WHEN
010120*THE RETURN MATCHED TODAY'S DISBOUT FILE (THAT IS WHAT LEFT
010130*ESCROW), THE SETTLEMENT AMOUNT FOR A LATE RETURN WHOSE DRAW
018300*1000-INITIALIZE
018400*****************************************************************
018500 1000-INITIALIZE.
018510     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
018520     OPEN EXTEND GLACT.
018530     IF NOT GLACT-OK
018540         DISPLAY 'EPSDSBRC - GLACT OPEN FAILED, STATUS '
018550             W-GLACT-STATUS
018560         MOVE 16 TO RETURN-CODE
018570         STOP RUN
018580     END-IF.
018600     OPEN INPUT DISBIN SETLIN
018700         I-O MORTMAST PAYEEIN
018800         OUTPUT DSBRRPT.
020400 1000-EXIT.
020500     EXIT.
020600*
020602*****************************************************************
020604*1050-GET-BUSINESS-DATE
020606*THE WHOLE NIGHTLY STREAM PROCESSES UNDER THE ONE BUSINESS
020608*DATE ON THE BUSDATE CONTROL DATASET, ADVANCED BY EPSBDROL
020610*ONLY AT A CLEAN END OF DAY - A STREAM THAT SLIPS PAST
020612*MIDNIGHT, OR A RERUN THE NEXT MORNING, STILL PROCESSES
020614*UNDER THE RIGHT DATE.  NO USABLE DATE MEANS NO RUN - THE
020616*JOB ENDS WITH RC 16 AND THE SCHEDULER HOLDS THE STREAM.
020618*****************************************************************
020620 1050-GET-BUSINESS-DATE.
020622     OPEN INPUT BUSDATE.
020624     IF NOT BUSDATE-OK
020626         DISPLAY 'EPSDSBRC - BUSDATE OPEN FAILED, STATUS '
020628             W-BUSDATE-STATUS
020630         MOVE 16 TO RETURN-CODE
020632         STOP RUN
020634     END-IF.
020636     READ BUSDATE
020638         AT END
020640             DISPLAY 'EPSDSBRC - BUSDATE DATASET IS EMPTY'
020642             MOVE 16 TO RETURN-CODE
020644             STOP RUN
020646     END-READ.
020648     IF EPSBDAT-BUSINESS-DATE IS NOT NUMERIC
020650         DISPLAY 'EPSDSBRC - BUSDATE DATE IS NOT NUMERIC: '
020652             EPSBDAT-BUSINESS-DATE
020654         MOVE 16 TO RETURN-CODE
020656         STOP RUN
020658     END-IF.
020660     MOVE EPSBDAT-BUSINESS-DATE TO W-RUN-DATE-CCYYMMDD.
020662     CLOSE BUSDATE.
020664 1050-EXIT.
020666     EXIT.
020668*
020700*****************************************************************
020800*2000-MATCH-RECORDS
020900*COMPARE THE CURRENT RECORD FROM EACH FILE AND HANDLE THE
028340*SETTLEMENT RECORD CARRIES EVERYTHING THE RE-CREDIT NEEDS, SO
028350*IT IS RE-CREDITED FROM HERE TOO.  A SETTLED ITEM WITH NO
028360*MATCHING DRAW IS STILL AN EXCEPTION FOR THE ESCROW DESK.
028370*A RETURNED ESCROW REFUND (PAYEE TYPE RF), OR ANY RETURN ON A
028380*LOAN ALREADY PAID IN FULL, IS NOT RE-CREDITED - 7400 LISTS
028390*IT FOR MANUAL RE-ISSUE.
028400*****************************************************************
028500 6000-SETTLE-NOT-SENT.
028510     IF EPSSETL-RETURNED
028520         MOVE EPSSETL-AMOUNT TO W-RECREDIT-AMOUNT
028522         IF EPSSETL-PAYEE-TYPE = 'RF'
028524             PERFORM 7400-PIF-REFUND-RETURN THRU 7400-EXIT
028526             GO TO 6000-EXIT
028528         END-IF
028530         PERFORM 7500-RECREDIT-RETURN THRU 7500-EXIT
028540         GO TO 6000-EXIT
028550     END-IF.
029700*THE DISBURSEMENT SYSTEM REPORTED OUR DRAW.  A RETURNED ITEM
029800*IS RE-CREDITED; A SETTLED ITEM WITH A DIFFERENT AMOUNT IS AN
029900*EXCEPTION; A SETTLED ITEM AT THE RIGHT AMOUNT IS CLEAN.
029910*A RETURNED ESCROW REFUND (PAYEE TYPE RF), OR ANY RETURN ON A
029920*LOAN ALREADY PAID IN FULL, IS NOT RE-CREDITED - 7400 LISTS
029930*IT FOR MANUAL RE-ISSUE.
030000*****************************************************************
030100 7000-MATCHED-PAIR.
030200     IF EPSSETL-RETURNED
030250         MOVE EPSDISB-AMOUNT TO W-RECREDIT-AMOUNT
030260         IF EPSSETL-PAYEE-TYPE = 'RF'
030270             PERFORM 7400-PIF-REFUND-RETURN THRU 7400-EXIT
030280             GO TO 7000-EXIT
030290         END-IF
030300         PERFORM 7500-RECREDIT-RETURN THRU 7500-EXIT
030400         GO TO 7000-EXIT
030500     END-IF.
031600 7000-EXIT.
031700     EXIT.
031800*
031804*****************************************************************
031808*7400-PIF-REFUND-RETURN
031812*A RETURNED ITEM ON A PAID-OFF LOAN - THE ESCROW-REFUND CHECK
031816*EPSPIFCO CUT AT CLOSE-OUT (PAYEE TYPE RF), OR A DRAW THAT
031820*COMES BACK AFTER THE LOAN WAS CLOSED.  THE LOAN'S ESCROW IS
031824*CLOSED AND ITS PAYEES RETIRED, SO NOTHING IS RE-CREDITED AND
031828*NO GL RECORD IS WRITTEN - THE ITEM GOES TO THE EXCEPTION
031832*REPORT FOR THE ESCROW DESK TO RE-ISSUE BY HAND.
031836*****************************************************************
031840 7400-PIF-REFUND-RETURN.
031844     MOVE SPACES TO W-EXCEPTION-LINE.
031848     MOVE EPSSETL-ACCOUNT-NUMBER TO W-EX-ACCOUNT.
031852     MOVE EPSSETL-PAYEE-NAME TO W-EX-PAYEE-NAME.
031856     MOVE 'RETURNED PIF REFUND' TO W-EX-REASON.
031860     MOVE W-RECREDIT-AMOUNT TO W-EX-AMOUNT.
031864     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
031868     ADD 1 TO W-PIF-RETURNS.
031872     ADD W-RECREDIT-AMOUNT TO W-TOT-PIF-RETURNED.
031876 7400-EXIT.
031880     EXIT.
031884*
031900*****************************************************************
032000*7500-RECREDIT-RETURN
032100*THE DISBURSEMENT SYSTEM RETURNED THE ITEM - THE MONEY NEVER
032300*MASTER, MIRROR THE CREDIT TO THE DB2 ROW, AND CLEAR THE
032400*PAYEE'S PAID DATE SO THE NEXT DISBURSEMENT RUN CAN DRAW IT
032500*AGAIN.
032510*A RETURN ON A LOAN ALREADY PAID IN FULL IS HANDED TO 7400
032520*INSTEAD, BEFORE ANYTHING IS UPDATED.
032600*****************************************************************
032700 7500-RECREDIT-RETURN.
032800     MOVE 'N' TO W-MAST-FOUND-SWITCH.
034200         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
034300         GO TO 7500-EXIT
034400     END-IF.
034410     IF EPSMMST-PAID-IN-FULL
034420         PERFORM 7400-PIF-REFUND-RETURN THRU 7400-EXIT
034430         GO TO 7500-EXIT
034440     END-IF.
034500     ADD W-RECREDIT-AMOUNT TO EPSMMST-ESCROW-BALANCE.
034600     REWRITE EPSMMST-RECORD.
034700     IF NOT MORTMAST-OK
035100     END-IF.
035200     PERFORM 7600-SYNC-DB2-MASTER THRU 7600-EXIT.
035300     PERFORM 7700-CLEAR-PAYEE-PAID-DATE THRU 7700-EXIT.
035310     PERFORM 7800-WRITE-GL-ACTIVITY THRU 7800-EXIT.
035400     MOVE SPACES TO W-EXCEPTION-LINE.
035500     MOVE EPSSETL-ACCOUNT-NUMBER TO W-EX-ACCOUNT.
035600     MOVE EPSSETL-PAYEE-NAME TO W-EX-PAYEE-NAME.
041800 7700-EXIT.
041900     EXIT.
042000*
042005*****************************************************************
042010*7800-WRITE-GL-ACTIVITY
042015*ONE ESCROW-RECREDIT RECORD FOR THE GENERAL LEDGER JOURNAL.
042020*****************************************************************
042025 7800-WRITE-GL-ACTIVITY.
042030     MOVE SPACES TO EPSGLACT-RECORD.
042035     MOVE W-RUN-DATE-CCYYMMDD TO EPSGLACT-ACTIVITY-DATE.
042040     SET EPSGLACT-ESCROW-RECREDIT TO TRUE.
042045     MOVE 'EPSDSBRC' TO EPSGLACT-PROGRAM.
042050     MOVE EPSSETL-ACCOUNT-NUMBER TO EPSGLACT-ACCOUNT-NUMBER.
042055     MOVE W-RECREDIT-AMOUNT TO EPSGLACT-AMOUNT.
042060     WRITE EPSGLACT-RECORD.
042065     IF NOT GLACT-OK
042070         DISPLAY 'EPSDSBRC - GLACT WRITE FAILED FOR ACCOUNT '
042075             EPSSETL-ACCOUNT-NUMBER ' STATUS ' W-GLACT-STATUS
042080     END-IF.
042085 7800-EXIT.
042090     EXIT.
042095*
042100*****************************************************************
042200*8000-WRITE-EXCEPTION
042300*****************************************************************
045000     MOVE W-TOT-RECREDITED TO W-SUM-AMOUNT.
045100     MOVE W-SUMMARY-LINE TO DSBRRPT-LINE.
045200     WRITE DSBRRPT-LINE.
045210     MOVE SPACES TO W-SUMMARY-LINE.
045220     MOVE 'PIF RETURNS FOR REISSUE:' TO W-SUM-LABEL.
045230     MOVE W-PIF-RETURNS TO W-SUM-COUNT.
045240     MOVE W-TOT-PIF-RETURNED TO W-SUM-AMOUNT.
045250     MOVE W-SUMMARY-LINE TO DSBRRPT-LINE.
045260     WRITE DSBRRPT-LINE.
045300     MOVE SPACES TO W-SUMMARY-LINE.
045400     MOVE 'EXCEPTIONS WRITTEN     :' TO W-SUM-LABEL.
045500     MOVE W-EXCEPTIONS-WRITTEN TO W-SUM-COUNT.
045600     MOVE ZERO TO W-SUM-AMOUNT.
045700     MOVE W-SUMMARY-LINE TO DSBRRPT-LINE.
045800     WRITE DSBRRPT-LINE.
045900     CLOSE DISBIN SETLIN MORTMAST PAYEEIN DSBRRPT GLACT.
046000     DISPLAY 'EPSDSBRC - DRAWS READ        : '
046100         W-DISB-RECORDS-READ.
046200     DISPLAY 'EPSDSBRC - SETTLEMENTS READ  : '
046500     DISPLAY 'EPSDSBRC - RETURNS RECREDITED: '
046600         W-RETURNS-RECREDITED.
046700     DISPLAY 'EPSDSBRC - TOTAL RE-CREDITED : ' W-TOT-RECREDITED.
046710     DISPLAY 'EPSDSBRC - PIF RETURNS HELD  : ' W-PIF-RETURNS.
046720     DISPLAY 'EPSDSBRC - TOTAL PIF HELD    : ' W-TOT-PIF-RETURNED.
046800     DISPLAY 'EPSDSBRC - EXCEPTIONS        : '
046900         W-EXCEPTIONS-WRITTEN.
047000 9000-EXIT.
