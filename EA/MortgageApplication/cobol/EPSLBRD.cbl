002300*2026-09-02  DEV  ORIGINAL LOAN BOARDING RUN.
002310*2026-09-02  DEV  RUN DATE TAKEN FROM THE BUSDATE CONTROL
002312*                 DATASET INSTEAD OF THE SYSTEM CLOCK.
002313*2026-10-15  DEV  EACH LOAN BOARDED IS JOURNALLED FOR THE GL -
002314*                 ITS PRINCIPAL (LB) AND ANY OPENING ESCROW
002315*                 DEPOSIT (EC) - SO THE MONTH-END ROLL-FORWARD
002316*                 CAN PROVE THE NEW LOANS ONTO THE BOOK.
002317*2026-10-15  DEV  KEEP THE ORIGINAL BALANCE, TERM AND BOARDING
002318*                 DATE ON THE MASTER FOR THE MONTHLY CREDIT
002319*                 BUREAU FILE (EPSCRBR).
002320*2026-10-15  DEV  KEEP THE ORIGINAL PROPERTY VALUE ON THE
002321*                 MASTER FOR THE MONTHLY LTV / MORTGAGE
002322*                 INSURANCE REVIEW (EPSPMIT).  A FEED WITHOUT
002323*                 THE VALUE STILL BOARDS - THE REVIEW LISTS IT.
002400*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003900     SELECT BOARDRPT ASSIGN TO BOARDRPT
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS W-BOARDRPT-STATUS.
004110     SELECT GLACT ASSIGN TO GLACT
004120         ORGANIZATION IS SEQUENTIAL
004130         FILE STATUS IS W-GLACT-STATUS.
004200*
004300 DATA DIVISION.
004400 FILE SECTION.
005703     RECORDING MODE IS F.
005704 COPY EPSBDATE.
005705*
005706 FD  GLACT
005724     LABEL RECORDS ARE STANDARD
005742     RECORDING MODE IS F.
005760 COPY EPSGLACT.
005778*
005800 WORKING-STORAGE SECTION.
005900*BUSINESS DATE FOR THE RUN - READ FROM THE BUSDATE CONTROL
005901*DATASET, NEVER FROM THE SYSTEM CLOCK.
009300     88  MORTMAST-OK                   VALUE '00'.
009400 01  W-BOARDRPT-STATUS               PIC X(02).
009500     88  BOARDRPT-OK                   VALUE '00'.
009510 01  W-GLACT-STATUS                  PIC X(02).
009520     88  GLACT-OK                      VALUE '00'.
009600*
009700 01  W-SWITCHES.
009800     05  W-LOAN-EOF-SWITCH            PIC X(01) VALUE 'N'.
017600*****************************************************************
017700 1000-INITIALIZE.
017800     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
017810     OPEN EXTEND GLACT.
017820     IF NOT GLACT-OK
017830         DISPLAY 'EPSLBRD - GLACT OPEN FAILED, STATUS '
017840             W-GLACT-STATUS
017850         MOVE 16 TO RETURN-CODE
017860         STOP RUN
017870     END-IF.
018700     OPEN INPUT NEWLOAN I-O MORTMAST OUTPUT BOARDRPT.
018800     IF NOT NEWLOAN-OK OR NOT MORTMAST-OK OR NOT BOARDRPT-OK
018900         DISPLAY 'EPSLBRD - OPEN FAILED, NEWLOAN '
033400     MOVE EPSNEWLN-FIRST-PMT-DATE TO EPSMMST-NEXT-PMT-DATE.
033500     MOVE W-RUN-DATE-CCYYMMDD TO EPSMMST-ACCRUAL-THRU-DATE.
033600     MOVE EPSNEWLN-ESCROW-PMT-AMT TO EPSMMST-ESCROW-PMT-AMT.
033610     MOVE EPSNEWLN-ORIG-BALANCE TO EPSMMST-ORIG-BALANCE.
033620     MOVE EPSNEWLN-TERM-MONTHS TO EPSMMST-TERM-MONTHS.
033630     MOVE W-RUN-DATE-CCYYMMDD TO EPSMMST-BOARDED-DATE.
033640     IF EPSNEWLN-ORIG-PROP-VALUE IS NUMERIC
033650         MOVE EPSNEWLN-ORIG-PROP-VALUE TO EPSMMST-ORIG-PROP-VALUE
033660     ELSE
033670         MOVE ZERO TO EPSMMST-ORIG-PROP-VALUE
033680     END-IF.
033690     MOVE SPACE TO EPSMMST-MI-STATUS.
033700     IF EPSMMST-SUSPENSE-AMOUNT IS NOT NUMERIC
033800         MOVE ZERO TO EPSMMST-SUSPENSE-AMOUNT
033900     END-IF.
034600         GO TO 5500-EXIT
034700     END-IF.
034800     PERFORM 5700-SYNC-DB2-MASTER THRU 5700-EXIT.
034810     PERFORM 5600-WRITE-GL-ACTIVITY THRU 5600-EXIT.
034900     MOVE SPACES TO W-DETAIL-LINE.
035000     MOVE EPSNEWLN-ACCOUNT-NUMBER TO W-DTL-ACCOUNT.
035100     MOVE 'BOARDED' TO W-DTL-STATUS.
035800 5500-EXIT.
035900     EXIT.
036000*
036003*****************************************************************
036006*5600-WRITE-GL-ACTIVITY / 5650-WRITE-GL-RECORD
036009*THE BOARDED PRINCIPAL GOES ON THE BOOK AS ONE LOAN-BOARDED
036012*RECORD; ESCROW ALREADY ON THE ACCOUNT AT BOARDING IS THE
036015*OPENING DEPOSIT AND GOES AS AN ESCROW CONTRIBUTION.
036018*****************************************************************
036021 5600-WRITE-GL-ACTIVITY.
036024     MOVE SPACES TO EPSGLACT-RECORD.
036027     SET EPSGLACT-LOAN-BOARDED TO TRUE.
036030     MOVE EPSMMST-CURRENT-BALANCE TO EPSGLACT-AMOUNT.
036033     PERFORM 5650-WRITE-GL-RECORD THRU 5650-EXIT.
036036     IF EPSMMST-ESCROW-BALANCE > ZERO
036039         MOVE SPACES TO EPSGLACT-RECORD
036042         SET EPSGLACT-ESCROW-CONTRIB TO TRUE
036045         MOVE EPSMMST-ESCROW-BALANCE TO EPSGLACT-AMOUNT
036048         PERFORM 5650-WRITE-GL-RECORD THRU 5650-EXIT
036051     END-IF.
036054 5600-EXIT.
036057     EXIT.
036060*
036063 5650-WRITE-GL-RECORD.
036066     MOVE W-RUN-DATE-CCYYMMDD TO EPSGLACT-ACTIVITY-DATE.
036069     MOVE 'EPSLBRD' TO EPSGLACT-PROGRAM.
036072     MOVE EPSMMST-ACCOUNT-NUMBER TO EPSGLACT-ACCOUNT-NUMBER.
036075     WRITE EPSGLACT-RECORD.
036078     IF NOT GLACT-OK
036081         DISPLAY 'EPSLBRD - GLACT WRITE FAILED FOR ACCOUNT '
036084             EPSMMST-ACCOUNT-NUMBER ' STATUS ' W-GLACT-STATUS
036087     END-IF.
036090 5650-EXIT.
036093     EXIT.
036096*
036100*****************************************************************
036200*5700-SYNC-DB2-MASTER
036300*MIRROR THE SHARED FIELDS UP AND COMMIT - THE NIGHTLY SYNC
042600     MOVE W-LOANS-REJECTED TO W-SUM-COUNT.
042700     MOVE W-SUMMARY-LINE TO BOARDRPT-LINE.
042800     WRITE BOARDRPT-LINE.
042900     CLOSE NEWLOAN MORTMAST BOARDRPT GLACT.
043000     DISPLAY 'EPSLBRD - LOANS READ     : ' W-LOANS-READ.
043100     DISPLAY 'EPSLBRD - LOANS BOARDED  : ' W-LOANS-BOARDED.
043200     DISPLAY 'EPSLBRD - LOANS REJECTED : ' W-LOANS-REJECTED.
