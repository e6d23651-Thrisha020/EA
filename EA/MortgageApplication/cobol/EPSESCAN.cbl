000700*THE ACCOUNT AS SHORTAGE OR SURPLUS, WRITES A PER-ACCOUNT
000800*STATEMENT RECORD FOR MAILING, AND PRINTS A SUMMARY REPORT
000900*FOR THE ESCROW DESK.  RUN ONCE A YEAR AS ITS OWN JOB.
000910*THE ANNUAL MORTGAGE INSURANCE PREMIUM - THE SUM OF THE
000920*ACCOUNT'S ACTIVE 'MI' ESCROW PAYEES - IS SHOWN ON THE
000930*STATEMENT SO THE BORROWER SEES WHAT PART OF THE ESCROW
000940*PAYMENT IT IS; NONE ONCE THE LTV REVIEW HAS TERMINATED IT.
001000*
001100 AUTHOR.     DEV TEAM.
001200 INSTALLATION. EPSDEMOS.
001740*                 NAME-AND-ADDRESS KSDS ONTO EACH STATEMENT
001750*                 RECORD - SPACES AND A COUNT WHEN NO ADDRESS
001760*                 IS ON FILE.
001770*2026-10-15  DEV  SHOW THE ANNUAL MORTGAGE INSURANCE PREMIUM
001780*                 FROM THE ACCOUNT'S ACTIVE MI PAYEES ON EACH
001790*                 STATEMENT, AND COUNT THE ACCOUNTS CARRYING MI.
001800*
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002703         ACCESS MODE IS RANDOM
002704         RECORD KEY IS EPSNMAD-ACCOUNT-NUMBER
002705         FILE STATUS IS W-NAMEADDR-STATUS.
002706     SELECT PAYEEIN ASSIGN TO PAYEEIN
002707         ORGANIZATION IS INDEXED
002708         ACCESS MODE IS DYNAMIC
002709         RECORD KEY IS EPSPAYEE-KEY
002710         FILE STATUS IS W-PAYEEIN-STATUS.
002800     SELECT ESCSTMT ASSIGN TO ESCSTMT
002900         ORGANIZATION IS SEQUENTIAL
003000         FILE STATUS IS W-ESCSTMT-STATUS.
004050*
004060 FD  NAMEADDR.
004070 COPY EPSNMAD.
004080*
004090 FD  PAYEEIN.
004095 COPY EPSPAYEE.
004100*
004200 FD  ESCSTMT
004300     LABEL RECORDS ARE STANDARD
005400 77  W-ANNUAL-DISB                   PIC 9(10)V99 COMP-3.
005500 77  W-PROJECTED-BAL                 PIC S9(11)V99 COMP-3.
005600 77  W-RESULT-AMOUNT                 PIC 9(10)V99 COMP-3.
005610 77  W-MI-PREMIUM                    PIC 9(10)V99 COMP-3.
005700*
005800 01  W-MORTMAST-STATUS               PIC X(02).
005900     88  MORTMAST-OK                   VALUE '00'.
005910 01  W-NAMEADDR-STATUS               PIC X(02).
005920     88  NAMEADDR-OK                   VALUE '00'.
005930 01  W-PAYEEIN-STATUS                PIC X(02).
005940     88  PAYEEIN-OK                    VALUE '00'.
006000 01  W-ESCSTMT-STATUS                PIC X(02).
006100     88  ESCSTMT-OK                    VALUE '00'.
006200 01  W-ESCANRPT-STATUS               PIC X(02).
006700         88  END-OF-MORTMAST            VALUE 'Y'.
006710     05  W-ADDR-FOUND-SWITCH          PIC X(01) VALUE 'N'.
006720         88  ADDRESS-FOUND              VALUE 'Y'.
006730     05  W-PAYEE-DONE-SWITCH          PIC X(01) VALUE 'N'.
006740         88  PAYEES-DONE                VALUE 'Y'.
006800*
006900 01  W-COUNTERS                      COMP.
007000     05  W-RECORDS-READ               PIC 9(07) VALUE ZERO.
007200     05  W-SHORTAGE-COUNT             PIC 9(07) VALUE ZERO.
007300     05  W-SURPLUS-COUNT              PIC 9(07) VALUE ZERO.
007310     05  W-NO-ADDRESS-COUNT           PIC 9(07) VALUE ZERO.
007320     05  W-MI-COUNT                   PIC 9(07) VALUE ZERO.
007400*
007500 01  W-TOTALS.
007600     05  W-TOT-SHORTAGE               PIC 9(11)V99 COMP-3
007700                                         VALUE ZERO.
007800     05  W-TOT-SURPLUS                PIC 9(11)V99 COMP-3
007900                                         VALUE ZERO.
007910     05  W-TOT-MI-PREMIUM             PIC 9(11)V99 COMP-3
007920                                         VALUE ZERO.
008000*
008100 01  W-HEADING-LINE                  PIC X(80) VALUE
008200     'EPSESCAN - ANNUAL ESCROW ANALYSIS SUMMARY'.
010500*1000-INITIALIZE
010600*****************************************************************
010700 1000-INITIALIZE.
010800     OPEN INPUT MORTMAST NAMEADDR PAYEEIN
010810         OUTPUT ESCSTMT ESCANRPT.
010900     IF NOT MORTMAST-OK OR NOT NAMEADDR-OK OR NOT PAYEEIN-OK
010910         OR NOT ESCSTMT-OK OR NOT ESCANRPT-OK
011000         DISPLAY 'EPSESCAN - OPEN FAILED, MORTMAST '
011100             W-MORTMAST-STATUS ' NAMEADDR ' W-NAMEADDR-STATUS
011120             ' PAYEEIN ' W-PAYEEIN-STATUS
011150             ' ESCSTMT ' W-ESCSTMT-STATUS
011200             ' ESCANRPT ' W-ESCANRPT-STATUS
011300         MOVE 'Y' TO W-EOF-SWITCH
016600*****************************************************************
016700 4000-WRITE-STATEMENT.
016750     PERFORM 3500-READ-ADDRESS THRU 3500-EXIT.
016760     PERFORM 4100-SUM-MI-PREMIUM THRU 4100-EXIT.
016800     MOVE SPACES TO EPSESCA-STMT-LINE.
016900     MOVE EPSMMST-ACCOUNT-NUMBER TO ESA-ACCOUNT-NUMBER.
017000     MOVE EPSMMST-CUSTOMER-NAME TO ESA-CUSTOMER-NAME.
018050         MOVE EPSNMAD-STATE TO ESA-STATE
018060         MOVE EPSNMAD-ZIP TO ESA-ZIP
018070     END-IF.
018080     MOVE W-MI-PREMIUM TO ESA-MI-PREMIUM.
018100     MOVE EPSESCA-STMT-LINE TO ESCSTMT-RECORD.
018200     WRITE ESCSTMT-RECORD.
018300     ADD 1 TO W-STATEMENTS-WRITTEN.
018400 4000-EXIT.
018500     EXIT.
018501*
018502*****************************************************************
018504*4100-SUM-MI-PREMIUM
018506*POSITION ON THE ACCOUNT'S FIRST 'MI' PAYEE AND ADD UP THE
018508*ANNUAL PREMIUM OF EVERY ACTIVE ONE UNTIL THE KEY MOVES ON TO
018510*ANOTHER TYPE OR ACCOUNT.  PAYEES ENDED BY THE LTV REVIEW
018512*(EPSPMIT), AND ANY LOAN WHOSE MI IT HAS TERMINATED, ADD NONE.
018514*****************************************************************
018516 4100-SUM-MI-PREMIUM.
018518     MOVE ZERO TO W-MI-PREMIUM.
018520     IF EPSMMST-MI-TERMINATED
018522         GO TO 4100-EXIT
018524     END-IF.
018526     MOVE 'N' TO W-PAYEE-DONE-SWITCH.
018528     MOVE LOW-VALUES TO EPSPAYEE-KEY.
018530     MOVE EPSMMST-ACCOUNT-NUMBER TO EPSPAYEE-ACCOUNT-NUMBER.
018532     MOVE 'MI' TO EPSPAYEE-TYPE.
018534     START PAYEEIN KEY IS NOT LESS THAN EPSPAYEE-KEY
018536         INVALID KEY
018538             GO TO 4100-EXIT
018540     END-START.
018542     PERFORM 4200-ADD-NEXT-PREMIUM THRU 4200-EXIT
018544         UNTIL PAYEES-DONE.
018546     IF W-MI-PREMIUM > ZERO
018548         ADD 1 TO W-MI-COUNT
018550         ADD W-MI-PREMIUM TO W-TOT-MI-PREMIUM
018552     END-IF.
018554 4100-EXIT.
018556     EXIT.
018558*
018560 4200-ADD-NEXT-PREMIUM.
018562     READ PAYEEIN NEXT RECORD
018564         AT END
018566             MOVE 'Y' TO W-PAYEE-DONE-SWITCH
018568             GO TO 4200-EXIT
018570     END-READ.
018572     IF EPSPAYEE-ACCOUNT-NUMBER NOT = EPSMMST-ACCOUNT-NUMBER
018574         OR NOT EPSPAYEE-MORTGAGE-INS
018576         MOVE 'Y' TO W-PAYEE-DONE-SWITCH
018578         GO TO 4200-EXIT
018580     END-IF.
018582     IF EPSPAYEE-ACTIVE
018584         ADD EPSPAYEE-AMOUNT TO W-MI-PREMIUM
018586     END-IF.
018588 4200-EXIT.
018590     EXIT.
018600*
018700*****************************************************************
018800*9000-TERMINATE
020940     MOVE ZERO TO W-SUM-AMOUNT.
020950     MOVE W-SUMMARY-LINE TO ESCANRPT-LINE.
020960     WRITE ESCANRPT-LINE.
020970     MOVE SPACES TO W-SUMMARY-LINE.
020975     MOVE 'ACCOUNTS CARRYING MI   :' TO W-SUM-LABEL.
020980     MOVE W-MI-COUNT TO W-SUM-COUNT.
020985     MOVE W-TOT-MI-PREMIUM TO W-SUM-AMOUNT.
020990     MOVE W-SUMMARY-LINE TO ESCANRPT-LINE.
020995     WRITE ESCANRPT-LINE.
021000     CLOSE MORTMAST NAMEADDR PAYEEIN ESCSTMT ESCANRPT.
021100     DISPLAY 'EPSESCAN - ACCOUNTS ANALYZED  : ' W-RECORDS-READ.
021200     DISPLAY 'EPSESCAN - STATEMENTS WRITTEN : '
021300         W-STATEMENTS-WRITTEN.
021500     DISPLAY 'EPSESCAN - SURPLUS ACCOUNTS   : ' W-SURPLUS-COUNT.
021510     DISPLAY 'EPSESCAN - NO ADDRESS ON FILE : '
021520         W-NO-ADDRESS-COUNT.
021530     DISPLAY 'EPSESCAN - ACCOUNTS WITH MI  : ' W-MI-COUNT.
021600 9000-EXIT.
021700     EXIT.
