000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EPSCRBR.
000300*THIS PROGRAM WRITES THE MONTHLY CREDIT BUREAU FILE IN METRO 2
000400*FORMAT (EPSMET2) - A HEADER, ONE BASE SEGMENT PER REPORTABLE
000500*ACCOUNT ON THE VSAM MASTER, AND A TRAILER OF SEGMENT AND
000600*STATUS COUNTS.  ACCOUNT STATUS COMES FROM THE AGE OF THE
000700*NEXT-PAYMENT DATE, BUCKETED EXACTLY AS THE NIGHTLY AGING RUN
000800*(EPSDLQRP) BUCKETS IT - EPSDAYCT DAYS PAST DUE, CURRENT UNDER
000900*30, THEN 30, 60 AND 90-PLUS - WITH THE 90-PLUS BUCKET CARRIED
001000*TO THE BUREAU'S 90/120/150/180-DAY CODES.  A LOAN CLOSED OUT
001100*PAID IN FULL THIS MONTH IS REPORTED ONCE AS PAID AND CLOSED;
001200*ONE CLOSED EARLIER, OR STILL AWAITING LOAN SETUP, IS NOT
001300*REPORTED.  THE ADDRESS BLOCK COMES FROM THE NAME-AND-ADDRESS
001400*KSDS (EPSNMAD) - AN ACCOUNT WITH NO ADDRESS ON FILE, OR ONE
001500*MISSING ITS FIRST LINE, CITY, STATE OR ZIP, IS HELD OUT OF THE
001600*FILE AND LISTED ON THE EXCEPTION REPORT FOR SERVICING TO FIX
001700*THROUGH EPSCNAD BEFORE NEXT MONTH'S RUN.  AN ACCOUNT UNDER A
001710*LEGAL HOLD (BANKRUPTCY, FORECLOSURE OR LITIGATION) IS NOT AGED
001720*OR SENT - A BANKRUPTCY IN PARTICULAR MUST NOT GO TO THE BUREAUS
001730*AS AN ORDINARY DELINQUENCY - BUT LISTED ON THE EXCEPTION REPORT
001740*FOR LEGAL AND SERVICING TO REPORT BY HAND WITH THE RIGHT
001750*CONSUMER INFORMATION INDICATOR AND SPECIAL COMMENT.
001800*
001900 AUTHOR.     DEV TEAM.
002000 INSTALLATION. EPSDEMOS.
002100 DATE-WRITTEN. 10/15/2026.
002200 DATE-COMPILED.
002300*
002400*MODIFICATION HISTORY.
002500*2026-10-15  DEV  ORIGINAL METRO 2 CREDIT BUREAU REPORTING RUN.
002510*2026-10-15  DEV  HONOUR THE LEGAL HOLD ON THE MASTER - A HELD
002520*                 ACCOUNT IS LISTED FOR MANUAL REPORTING, NOT
002530*                 SENT, AND COUNTED ON THE REPORT.
002600*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-FLEX-ES.
003000 OBJECT-COMPUTER. IBM-FLEX-ES.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT BUSDATE ASSIGN TO BUSDATE
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS W-BUSDATE-STATUS.
003600     SELECT MORTMAST ASSIGN TO MORTMAST
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS EPSMMST-ACCOUNT-NUMBER
004000         FILE STATUS IS W-MORTMAST-STATUS.
004100     SELECT NAMEADDR ASSIGN TO NAMEADDR
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS EPSNMAD-ACCOUNT-NUMBER
004500         FILE STATUS IS W-NAMEADDR-STATUS.
004600     SELECT CRBOUT ASSIGN TO CRBOUT
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS W-CRBOUT-STATUS.
004900     SELECT CRBRPT ASSIGN TO CRBRPT
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS W-CRBRPT-STATUS.
005200*
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  MORTMAST.
005600 COPY EPSMMST.
005700*
005800 FD  NAMEADDR.
005900 COPY EPSNMAD.
006000*
006100 FD  CRBOUT
006200     LABEL RECORDS ARE STANDARD
006300     RECORDING MODE IS F.
006400 COPY EPSMET2.
006500*
006600 FD  CRBRPT
006700     LABEL RECORDS ARE STANDARD
006800     RECORDING MODE IS F.
006900 01  CRBRPT-LINE                     PIC X(80).
007000*
007100 FD  BUSDATE
007200     LABEL RECORDS ARE STANDARD
007300     RECORDING MODE IS F.
007400 COPY EPSBDATE.
007500*
007600 WORKING-STORAGE SECTION.
007700*BUSINESS DATE FOR THE RUN - READ FROM THE BUSDATE CONTROL
007800*DATASET, NEVER FROM THE SYSTEM CLOCK.  IT MUST BE THE LAST DAY
007900*OF ITS MONTH - THE FILE REPORTS EACH ACCOUNT AS AT MONTH END.
008000 01  W-RUN-DATE-CCYYMMDD             PIC X(08).
008100 01  W-RUN-DATE-PARTS REDEFINES W-RUN-DATE-CCYYMMDD.
008200     05  W-RUN-CCYY                   PIC 9(04).
008300     05  W-RUN-MM                     PIC 9(02).
008400     05  W-RUN-DD                     PIC 9(02).
008500 77  W-DAYS-IN-MONTH                 PIC 9(02).
008600 77  W-LEAP-QUOTIENT                 PIC 9(04).
008700 77  W-LEAP-REMAINDER                PIC 9(04).
008800*
008900 01  W-BUSDATE-STATUS                PIC X(02).
009000     88  BUSDATE-OK                    VALUE '00'.
009100 01  W-MORTMAST-STATUS               PIC X(02).
009200     88  MORTMAST-OK                   VALUE '00'.
009300 01  W-NAMEADDR-STATUS               PIC X(02).
009400     88  NAMEADDR-OK                   VALUE '00'.
009500 01  W-CRBOUT-STATUS                 PIC X(02).
009600     88  CRBOUT-OK                     VALUE '00'.
009700 01  W-CRBRPT-STATUS                 PIC X(02).
009800     88  CRBRPT-OK                     VALUE '00'.
009900*
010000 77  W-CALL-PROGRAM                  PIC X(08) VALUE 'EPSDAYCT'.
010100*
010200*REPORTER IDENTIFICATION - THE SUBSCRIBER CODES EACH BUREAU
010300*ASSIGNED AND THE NAME AND ADDRESS REGISTERED WITH THEM.  THE
010400*PROGRAM DATE IS WHEN THIS FORMAT WAS FIRST SENT.
010500 01  W-REPORTER-CONSTANTS.
010600     05  W-SUBSCRIBER-ID              PIC X(20) VALUE 'EPSDEMOS'.
010700     05  W-INNOVIS-ID                 PIC X(10) VALUE 'EPSDEMOS'.
010800     05  W-EQUIFAX-ID                 PIC X(10) VALUE 'EPSDEMOS'.
010900     05  W-EXPERIAN-ID                PIC X(05) VALUE 'EPSDM'.
011000     05  W-TRANSUNION-ID              PIC X(10) VALUE 'EPSDEMOS'.
011100     05  W-REPORTER-NAME              PIC X(40) VALUE
011200         'EPSDEMOS MORTGAGE SERVICING'.
011300     05  W-REPORTER-ADDRESS           PIC X(96) VALUE SPACES.
011400     05  W-REPORTER-PHONE             PIC 9(10) VALUE ZERO.
011500     05  W-PROGRAM-DATE               PIC 9(08) VALUE 10152026.
011600*
011700 01  W-SWITCHES.
011800     05  W-EOF-SWITCH                 PIC X(01) VALUE 'N'.
011900         88  END-OF-MORTMAST            VALUE 'Y'.
012000     05  W-ADDR-FOUND-SWITCH          PIC X(01) VALUE 'N'.
012100         88  ADDRESS-FOUND              VALUE 'Y'.
012200*
012300 01  W-COUNTERS                      COMP.
012400     05  W-RECORDS-READ               PIC 9(07) VALUE ZERO.
012500     05  W-ACCOUNTS-REPORTED          PIC 9(07) VALUE ZERO.
012600     05  W-HELD-OUT                   PIC 9(07) VALUE ZERO.
012610     05  W-LEGAL-HOLD-OUT             PIC 9(07) VALUE ZERO.
012700     05  W-SETUP-SKIPPED              PIC 9(07) VALUE ZERO.
012800     05  W-CLOSED-SKIPPED             PIC 9(07) VALUE ZERO.
012900     05  W-BAD-DATE-SKIPPED           PIC 9(07) VALUE ZERO.
013000     05  W-NO-TERMS-COUNT             PIC 9(07) VALUE ZERO.
013100     05  W-STATUS-11-COUNT            PIC 9(07) VALUE ZERO.
013200     05  W-STATUS-13-COUNT            PIC 9(07) VALUE ZERO.
013300     05  W-STATUS-71-COUNT            PIC 9(07) VALUE ZERO.
013400     05  W-STATUS-78-COUNT            PIC 9(07) VALUE ZERO.
013500     05  W-STATUS-80-COUNT            PIC 9(07) VALUE ZERO.
013600     05  W-STATUS-82-COUNT            PIC 9(07) VALUE ZERO.
013700     05  W-STATUS-83-COUNT            PIC 9(07) VALUE ZERO.
013800     05  W-STATUS-84-COUNT            PIC 9(07) VALUE ZERO.
013900*
014000*AGING BUCKET FOR THE ACCOUNT JUST READ - SET FROM THE DAY
014100*COUNT EPSDAYCT RETURNS AGAINST THE NEXT-PAYMENT DATE, ON THE
014200*SAME BOUNDARIES EPSDLQRP USES.
014300 01  W-AGING-BUCKET                  PIC X(01).
014400     88  BUCKET-CURRENT                VALUE '0'.
014500     88  BUCKET-30-DAY                 VALUE '1'.
014600     88  BUCKET-60-DAY                 VALUE '2'.
014700     88  BUCKET-90-DAY                 VALUE '3'.
014800*
014900*AMOUNT PAST DUE - EVERY SCHEDULED PAYMENT WHOSE DUE DATE HAS
015000*PASSED (THE ONE ON THE NEXT-PAYMENT DATE AND ONE MORE FOR EACH
015100*FULL 30 DAYS SINCE), PLUS THE LATE FEE, LESS ANY PART PAYMENT
015200*HELD IN SUSPENSE.
015300 77  W-PAYMENTS-MISSED               PIC 9(05) COMP.
015400 77  W-PAST-DUE-AMT                  PIC S9(11)V99 COMP-3.
015500*
015600*DATE CONVERSION - CCYYMMDD ON THE MASTER TO MMDDYYYY ON THE
015700*FILE.  A DATE NOT ON FILE GOES OUT AS ZEROS.
015800 01  W-CNV-DATE-IN                   PIC X(08).
015900 01  W-CNV-DATE-IN-PARTS REDEFINES W-CNV-DATE-IN.
016000     05  W-CNV-IN-CCYY                PIC X(04).
016100     05  W-CNV-IN-MM                  PIC X(02).
016200     05  W-CNV-IN-DD                  PIC X(02).
016300 01  W-CNV-DATE-OUT                  PIC X(08).
016400 01  W-CNV-DATE-OUT-PARTS REDEFINES W-CNV-DATE-OUT.
016500     05  W-CNV-OUT-MM                 PIC X(02).
016600     05  W-CNV-OUT-DD                 PIC X(02).
016700     05  W-CNV-OUT-CCYY               PIC X(04).
016800 01  W-CNV-DATE-OUT-N REDEFINES W-CNV-DATE-OUT
016900                                     PIC 9(08).
017000 01  W-RUN-DATE-MMDDYYYY             PIC 9(08).
017100*
017200*THE MASTER CARRIES ONE NAME FIELD - THE LAST WORD IS TAKEN AS
017300*THE SURNAME, THE FIRST AS THE FIRST NAME AND ANY WORD BETWEEN
017400*AS THE MIDDLE NAME.
017500 01  W-NAME-PARTS.
017600     05  W-NAME-WORD                  PIC X(30) OCCURS 4.
017700 77  W-NAME-WORD-COUNT               PIC 9(02) COMP.
017800*
017900 01  W-HEADING-LINE.
018000     05  FILLER                       PIC X(40) VALUE
018100         'EPSCRBR - CREDIT BUREAU FILE EXCEPTIONS '.
018200     05  W-HDG-DATE                   PIC X(08).
018300     05  FILLER                       PIC X(32) VALUE SPACES.
018400*
018500 01  W-COLUMN-LINE                   PIC X(80) VALUE
018600         'ACCOUNT     CUSTOMER NAME                   REASON'.
018700*
018800 01  W-DETAIL-LINE.
018900     05  W-DTL-ACCOUNT                PIC 9(10).
019000     05  FILLER                       PIC X(02) VALUE SPACES.
019100     05  W-DTL-NAME                   PIC X(30).
019200     05  FILLER                       PIC X(02) VALUE SPACES.
019300     05  W-DTL-REASON                 PIC X(36).
019400*
019500 01  W-SUMMARY-LINE.
019600     05  W-SUM-LABEL                  PIC X(25).
019700     05  W-SUM-COUNT                  PIC ZZZ,ZZ9.
019800     05  FILLER                       PIC X(48) VALUE SPACES.
019900*
020000 01  W-BLANK-LINE                    PIC X(80) VALUE SPACES.
020100*
020200 COPY EPSNBRPM.
020300*
020400 PROCEDURE DIVISION.
020500*****************************************************************
020600*0000-MAINLINE
020700*WRITE THE HEADER, ONE BASE SEGMENT PER REPORTABLE ACCOUNT, AND
020800*THE TRAILER.
020900*****************************************************************
021000 0000-MAINLINE.
021100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021200     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
021300         UNTIL END-OF-MORTMAST.
021400     PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT.
021500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021600     STOP RUN.
021700*
021800*****************************************************************
021900*1000-INITIALIZE
022000*****************************************************************
022100 1000-INITIALIZE.
022200     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
022300     PERFORM 1100-CHECK-MONTH-END THRU 1100-EXIT.
022400     OPEN INPUT MORTMAST NAMEADDR.
022500     OPEN OUTPUT CRBOUT CRBRPT.
022600     IF NOT MORTMAST-OK OR NOT NAMEADDR-OK
022700         OR NOT CRBOUT-OK OR NOT CRBRPT-OK
022800         DISPLAY 'EPSCRBR - OPEN FAILED, MORTMAST '
022900             W-MORTMAST-STATUS ' NAMEADDR ' W-NAMEADDR-STATUS
023000             ' CRBOUT ' W-CRBOUT-STATUS ' CRBRPT ' W-CRBRPT-STATUS
023100         MOVE 16 TO RETURN-CODE
023200         STOP RUN
023300     END-IF.
023400     MOVE W-RUN-DATE-CCYYMMDD TO W-CNV-DATE-IN.
023500     PERFORM 5900-CONVERT-DATE THRU 5900-EXIT.
023600     MOVE W-CNV-DATE-OUT-N TO W-RUN-DATE-MMDDYYYY.
023700     MOVE W-RUN-DATE-CCYYMMDD TO W-HDG-DATE.
023800     MOVE W-HEADING-LINE TO CRBRPT-LINE.
023900     WRITE CRBRPT-LINE.
024000     MOVE W-COLUMN-LINE TO CRBRPT-LINE.
024100     WRITE CRBRPT-LINE.
024200     PERFORM 1200-WRITE-HEADER THRU 1200-EXIT.
024300 1000-EXIT.
024400     EXIT.
024500*
024600*****************************************************************
024700*1050-GET-BUSINESS-DATE
024800*THE WHOLE NIGHTLY STREAM PROCESSES UNDER THE ONE BUSINESS
024900*DATE ON THE BUSDATE CONTROL DATASET, ADVANCED BY EPSBDROL
025000*ONLY AT A CLEAN END OF DAY - A STREAM THAT SLIPS PAST
025100*MIDNIGHT, OR A RERUN THE NEXT MORNING, STILL PROCESSES
025200*UNDER THE RIGHT DATE.  NO USABLE DATE MEANS NO RUN - THE
025300*JOB ENDS WITH RC 16 AND THE SCHEDULER HOLDS THE STREAM.
025400*****************************************************************
025500 1050-GET-BUSINESS-DATE.
025600     OPEN INPUT BUSDATE.
025700     IF NOT BUSDATE-OK
025800         DISPLAY 'EPSCRBR - BUSDATE OPEN FAILED, STATUS '
025900             W-BUSDATE-STATUS
026000         MOVE 16 TO RETURN-CODE
026100         STOP RUN
026200     END-IF.
026300     READ BUSDATE
026400         AT END
026500             DISPLAY 'EPSCRBR - BUSDATE DATASET IS EMPTY'
026600             MOVE 16 TO RETURN-CODE
026700             STOP RUN
026800     END-READ.
026900     IF EPSBDAT-BUSINESS-DATE IS NOT NUMERIC
027000         DISPLAY 'EPSCRBR - BUSDATE DATE IS NOT NUMERIC: '
027100             EPSBDAT-BUSINESS-DATE
027200         MOVE 16 TO RETURN-CODE
027300         STOP RUN
027400     END-IF.
027500     MOVE EPSBDAT-BUSINESS-DATE TO W-RUN-DATE-CCYYMMDD.
027600     CLOSE BUSDATE.
027700 1050-EXIT.
027800     EXIT.
027900*
028000*****************************************************************
028100*1100-CHECK-MONTH-END
028200*THE FILE REPORTS THE BOOK AS AT MONTH END, AND A PAYOFF IS
028300*REPORTED IN THE MONTH IT CLOSED - A RUN ON ANY OTHER DATE WOULD
028400*MISS THE REST OF THE MONTH'S PAYOFFS, SO IT IS REFUSED.
028500*****************************************************************
028600 1100-CHECK-MONTH-END.
028700     PERFORM 1150-SET-DAYS-IN-MONTH THRU 1150-EXIT.
028800     IF W-RUN-DD NOT = W-DAYS-IN-MONTH
028900         DISPLAY 'EPSCRBR - BUSINESS DATE ' W-RUN-DATE-CCYYMMDD
029000             ' IS NOT A MONTH END'
029100         MOVE 16 TO RETURN-CODE
029200         STOP RUN
029300     END-IF.
029400 1100-EXIT.
029500     EXIT.
029600*
029700*****************************************************************
029800*1150-SET-DAYS-IN-MONTH / 1160-FEBRUARY-DAYS
029900*DAYS IN THE RUN MONTH - FEBRUARY FROM THE LEAP-YEAR RULE
030000*(DIVISIBLE BY FOUR, EXCEPT CENTURIES NOT DIVISIBLE BY FOUR
030100*HUNDRED), THE SAME ARITHMETIC EPSBDROL USES.
030200*****************************************************************
030300 1150-SET-DAYS-IN-MONTH.
030400     EVALUATE W-RUN-MM
030500         WHEN 01
030600         WHEN 03
030700         WHEN 05
030800         WHEN 07
030900         WHEN 08
031000         WHEN 10
031100         WHEN 12
031200             MOVE 31 TO W-DAYS-IN-MONTH
031300         WHEN 02
031400             PERFORM 1160-FEBRUARY-DAYS THRU 1160-EXIT
031500         WHEN OTHER
031600             MOVE 30 TO W-DAYS-IN-MONTH
031700     END-EVALUATE.
031800 1150-EXIT.
031900     EXIT.
032000*
032100 1160-FEBRUARY-DAYS.
032200     MOVE 28 TO W-DAYS-IN-MONTH.
032300     DIVIDE W-RUN-CCYY BY 4 GIVING W-LEAP-QUOTIENT
032400         REMAINDER W-LEAP-REMAINDER.
032500     IF W-LEAP-REMAINDER NOT = ZERO
032600         GO TO 1160-EXIT
032700     END-IF.
032800     DIVIDE W-RUN-CCYY BY 100 GIVING W-LEAP-QUOTIENT
032900         REMAINDER W-LEAP-REMAINDER.
033000     IF W-LEAP-REMAINDER NOT = ZERO
033100         MOVE 29 TO W-DAYS-IN-MONTH
033200         GO TO 1160-EXIT
033300     END-IF.
033400     DIVIDE W-RUN-CCYY BY 400 GIVING W-LEAP-QUOTIENT
033500         REMAINDER W-LEAP-REMAINDER.
033600     IF W-LEAP-REMAINDER = ZERO
033700         MOVE 29 TO W-DAYS-IN-MONTH
033800     END-IF.
033900 1160-EXIT.
034000     EXIT.
034100*
034200*****************************************************************
034300*1200-WRITE-HEADER
034400*****************************************************************
034500 1200-WRITE-HEADER.
034600     MOVE SPACES TO EPSMET2-HEADER-RECORD.
034700     MOVE 0426 TO M2H-RDW.
034800     MOVE 'HEADER' TO M2H-RECORD-ID.
034900     MOVE W-INNOVIS-ID TO M2H-INNOVIS-ID.
035000     MOVE W-EQUIFAX-ID TO M2H-EQUIFAX-ID.
035100     MOVE W-EXPERIAN-ID TO M2H-EXPERIAN-ID.
035200     MOVE W-TRANSUNION-ID TO M2H-TRANSUNION-ID.
035300     MOVE W-RUN-DATE-MMDDYYYY TO M2H-ACTIVITY-DATE.
035400     MOVE W-RUN-DATE-MMDDYYYY TO M2H-DATE-CREATED.
035500     MOVE W-PROGRAM-DATE TO M2H-PROGRAM-DATE.
035600     MOVE W-PROGRAM-DATE TO M2H-PROGRAM-REVISED-DATE.
035700     MOVE W-REPORTER-NAME TO M2H-REPORTER-NAME.
035800     MOVE W-REPORTER-ADDRESS TO M2H-REPORTER-ADDRESS.
035900     MOVE W-REPORTER-PHONE TO M2H-REPORTER-PHONE.
036000     MOVE 'EPSDEMOS' TO M2H-VENDOR-NAME.
036100     MOVE '1.0' TO M2H-VENDOR-VERSION.
036200     WRITE EPSMET2-HEADER-RECORD.
036300     IF NOT CRBOUT-OK
036400         DISPLAY 'EPSCRBR - CRBOUT WRITE FAILED, STATUS '
036500             W-CRBOUT-STATUS
036600         MOVE 16 TO RETURN-CODE
036700         STOP RUN
036800     END-IF.
036900 1200-EXIT.
037000     EXIT.
037100*
037200*****************************************************************
037300*2000-PROCESS-RECORD
037400*READ THE NEXT ACCOUNT AND REPORT IT IF IT IS REPORTABLE.
037500*****************************************************************
037600 2000-PROCESS-RECORD.
037700     READ MORTMAST
037800         AT END
037900             MOVE 'Y' TO W-EOF-SWITCH
038000         NOT AT END
038100             ADD 1 TO W-RECORDS-READ
038200             PERFORM 3000-REPORT-ACCOUNT THRU 3000-EXIT
038300     END-READ.
038400 2000-EXIT.
038500     EXIT.
038600*
038700*****************************************************************
038800*3000-REPORT-ACCOUNT
038900*A LOAN NOT YET BOARDED HAS NO TERMS TO REPORT; A PAID-OFF LOAN
039000*IS REPORTED ONLY IN ITS PAYOFF MONTH.  AN ACCOUNT WITHOUT A
039100*COMPLETE ADDRESS IS HELD OUT, AND SO IS ONE UNDER A LEGAL
039150*HOLD; EVERY OTHER ACCOUNT GETS ONE BASE SEGMENT.
039300*****************************************************************
039400 3000-REPORT-ACCOUNT.
039500     IF EPSMMST-PAID-IN-FULL
039600         IF EPSMMST-PAID-OFF-DATE (1:6) NOT =
039700             W-RUN-DATE-CCYYMMDD (1:6)
039800             ADD 1 TO W-CLOSED-SKIPPED
039900             GO TO 3000-EXIT
040000         END-IF
040100     ELSE
040200         IF EPSMMST-PAYMENT-AMOUNT = ZERO
040300             ADD 1 TO W-SETUP-SKIPPED
040400             GO TO 3000-EXIT
040500         END-IF
040600     END-IF.
040610     IF EPSMMST-ON-HOLD
040620         PERFORM 3700-LEGAL-HOLD-OUT THRU 3700-EXIT
040630         GO TO 3000-EXIT
040640     END-IF.
040700     PERFORM 3500-GET-ADDRESS THRU 3500-EXIT.
040800     IF NOT ADDRESS-FOUND
040900         GO TO 3000-EXIT
041000     END-IF.
041100     IF EPSMMST-SUSPENSE-AMOUNT IS NOT NUMERIC
041200         MOVE ZERO TO EPSMMST-SUSPENSE-AMOUNT
041300     END-IF.
041400     MOVE SPACES TO EPSMET2-BASE-RECORD.
041500     IF EPSMMST-PAID-IN-FULL
041600         PERFORM 4200-SET-PAID-STATUS THRU 4200-EXIT
041700     ELSE
041800         PERFORM 4000-AGE-ACCOUNT THRU 4000-EXIT
041900         IF NOT EPSNBRPM-RC-OK
042000             ADD 1 TO W-BAD-DATE-SKIPPED
042100             DISPLAY 'EPSCRBR - BAD NEXT-PMT-DATE FOR ACCOUNT '
042200                 EPSMMST-ACCOUNT-NUMBER
042300             GO TO 3000-EXIT
042400         END-IF
042500     END-IF.
042600     PERFORM 5000-BUILD-BASE-SEGMENT THRU 5000-EXIT.
042700     WRITE EPSMET2-BASE-RECORD.
042800     IF NOT CRBOUT-OK
042900         DISPLAY 'EPSCRBR - CRBOUT WRITE FAILED FOR ACCOUNT '
043000             EPSMMST-ACCOUNT-NUMBER ' STATUS ' W-CRBOUT-STATUS
043100         MOVE 16 TO RETURN-CODE
043200         STOP RUN
043300     END-IF.
043400     ADD 1 TO W-ACCOUNTS-REPORTED.
043500     PERFORM 5800-COUNT-STATUS THRU 5800-EXIT.
043600 3000-EXIT.
043700     EXIT.
043800*
043900*****************************************************************
044000*3500-GET-ADDRESS
044100*THE BUREAUS MATCH ON NAME AND ADDRESS, SO A SEGMENT IS NEVER
044200*SENT WITHOUT A FULL ADDRESS - THE ACCOUNT GOES ON THE EXCEPTION
044300*LIST INSTEAD.
044400*****************************************************************
044500 3500-GET-ADDRESS.
044600     MOVE 'N' TO W-ADDR-FOUND-SWITCH.
044700     MOVE EPSMMST-ACCOUNT-NUMBER TO EPSNMAD-ACCOUNT-NUMBER.
044800     READ NAMEADDR
044900         INVALID KEY
045000             MOVE 'NO NAME/ADDRESS RECORD' TO W-DTL-REASON
045100             PERFORM 3600-HOLD-OUT THRU 3600-EXIT
045200             GO TO 3500-EXIT
045300     END-READ.
045400     IF EPSNMAD-ADDR-LINE-1 = SPACES OR EPSNMAD-CITY = SPACES
045500         OR EPSNMAD-STATE = SPACES OR EPSNMAD-ZIP = SPACES
045600         MOVE 'ADDRESS INCOMPLETE' TO W-DTL-REASON
045700         PERFORM 3600-HOLD-OUT THRU 3600-EXIT
045800         GO TO 3500-EXIT
045900     END-IF.
046000     MOVE 'Y' TO W-ADDR-FOUND-SWITCH.
046100 3500-EXIT.
046200     EXIT.
046300*
046400 3600-HOLD-OUT.
046500     ADD 1 TO W-HELD-OUT.
046600     MOVE EPSMMST-ACCOUNT-NUMBER TO W-DTL-ACCOUNT.
046700     MOVE EPSMMST-CUSTOMER-NAME TO W-DTL-NAME.
046800     MOVE W-DETAIL-LINE TO CRBRPT-LINE.
046900     WRITE CRBRPT-LINE.
047000     MOVE SPACES TO W-DTL-REASON.
047100 3600-EXIT.
047200     EXIT.
047205*
047210*****************************************************************
047215*3700-LEGAL-HOLD-OUT
047220*THE ACCOUNT IS UNDER A LEGAL HOLD - LIST IT FOR MANUAL
047225*REPORTING INSTEAD OF SENDING A SEGMENT.
047230*****************************************************************
047235 3700-LEGAL-HOLD-OUT.
047240     ADD 1 TO W-LEGAL-HOLD-OUT.
047245     MOVE EPSMMST-ACCOUNT-NUMBER TO W-DTL-ACCOUNT.
047250     MOVE EPSMMST-CUSTOMER-NAME TO W-DTL-NAME.
047255     MOVE 'LEGAL HOLD - REPORT MANUALLY' TO W-DTL-REASON.
047260     MOVE W-DETAIL-LINE TO CRBRPT-LINE.
047265     WRITE CRBRPT-LINE.
047270     MOVE SPACES TO W-DTL-REASON.
047275 3700-EXIT.
047280     EXIT.
047300*
047400*****************************************************************
047500*4000-AGE-ACCOUNT
047600*DAYS PAST THE NEXT-PAYMENT DATE FROM EPSDAYCT, BUCKETED ON THE
047700*EPSDLQRP BOUNDARIES.  CURRENT, 30 AND 60 MAP STRAIGHT TO THE
047800*BUREAU STATUS; THE 90-PLUS BUCKET IS SPLIT INTO THE BUREAU'S
047900*30-DAY STEPS UP TO 180-PLUS.
048000*****************************************************************
048100 4000-AGE-ACCOUNT.
048200     MOVE W-RUN-DATE-CCYYMMDD TO EPSNBRPM-DATE-IN.
048300     MOVE EPSMMST-NEXT-PMT-DATE TO EPSNBRPM-BASE-DATE.
048400     MOVE ZERO TO EPSNBRPM-DAYS-OUT.
048500     CALL W-CALL-PROGRAM USING EPSNBRPM-PARMS.
048600     IF NOT EPSNBRPM-RC-OK
048700         GO TO 4000-EXIT
048800     END-IF.
048900     EVALUATE TRUE
049000         WHEN EPSNBRPM-DAYS-OUT < 30
049100             SET BUCKET-CURRENT TO TRUE
049200         WHEN EPSNBRPM-DAYS-OUT < 60
049300             SET BUCKET-30-DAY TO TRUE
049400         WHEN EPSNBRPM-DAYS-OUT < 90
049500             SET BUCKET-60-DAY TO TRUE
049600         WHEN OTHER
049700             SET BUCKET-90-DAY TO TRUE
049800     END-EVALUATE.
049900     EVALUATE TRUE
050000         WHEN BUCKET-CURRENT
050100             SET M2B-STATUS-CURRENT TO TRUE
050200         WHEN BUCKET-30-DAY
050300             SET M2B-STATUS-30-DAY TO TRUE
050400         WHEN BUCKET-60-DAY
050500             SET M2B-STATUS-60-DAY TO TRUE
050600         WHEN EPSNBRPM-DAYS-OUT < 120
050700             SET M2B-STATUS-90-DAY TO TRUE
050800         WHEN EPSNBRPM-DAYS-OUT < 150
050900             SET M2B-STATUS-120-DAY TO TRUE
051000         WHEN EPSNBRPM-DAYS-OUT < 180
051100             SET M2B-STATUS-150-DAY TO TRUE
051200         WHEN OTHER
051300             SET M2B-STATUS-180-DAY TO TRUE
051400     END-EVALUATE.
051500     MOVE SPACE TO M2B-PAYMENT-RATING.
051600     MOVE EPSMMST-CURRENT-BALANCE TO M2B-CURRENT-BALANCE.
051700     MOVE ZERO TO M2B-DATE-CLOSED.
051800     PERFORM 4100-SET-PAST-DUE THRU 4100-EXIT.
051900 4000-EXIT.
052000     EXIT.
052100*
052200*****************************************************************
052300*4100-SET-PAST-DUE
052400*NOTHING IS PAST DUE UNTIL THE NEXT-PAYMENT DATE HAS PASSED.
052500*THE DATE OF FIRST DELINQUENCY IS THE DUE DATE OF THE OLDEST
052600*UNPAID PAYMENT - THE NEXT-PAYMENT DATE - ONCE THE ACCOUNT HAS
052700*LEFT THE CURRENT BUCKET.
052800*****************************************************************
052900 4100-SET-PAST-DUE.
053000     MOVE ZERO TO M2B-AMOUNT-PAST-DUE.
053100     MOVE ZERO TO M2B-DATE-FIRST-DELINQ.
053200     IF EPSNBRPM-DAYS-OUT NOT > ZERO
053300         GO TO 4100-EXIT
053400     END-IF.
053500     DIVIDE EPSNBRPM-DAYS-OUT BY 30 GIVING W-PAYMENTS-MISSED.
053600     ADD 1 TO W-PAYMENTS-MISSED.
053700     COMPUTE W-PAST-DUE-AMT =
053800         (EPSMMST-PAYMENT-AMOUNT * W-PAYMENTS-MISSED)
053900         + EPSMMST-LATE-FEE-DUE - EPSMMST-SUSPENSE-AMOUNT.
054000     IF W-PAST-DUE-AMT > ZERO
054100         MOVE W-PAST-DUE-AMT TO M2B-AMOUNT-PAST-DUE
054200     END-IF.
054300     IF NOT BUCKET-CURRENT
054400         MOVE EPSMMST-NEXT-PMT-DATE TO W-CNV-DATE-IN
054500         PERFORM 5900-CONVERT-DATE THRU 5900-EXIT
054600         MOVE W-CNV-DATE-OUT-N TO M2B-DATE-FIRST-DELINQ
054700     END-IF.
054800 4100-EXIT.
054900     EXIT.
055000*
055100*****************************************************************
055200*4200-SET-PAID-STATUS
055300*PAID AND CLOSED - NO BALANCE, NOTHING PAST DUE, RATED CURRENT,
055400*CLOSED ON THE CLOSE-OUT RUN'S PAID-OFF DATE.
055500*****************************************************************
055600 4200-SET-PAID-STATUS.
055700     SET M2B-STATUS-PAID-CLOSED TO TRUE.
055800     MOVE '0' TO M2B-PAYMENT-RATING.
055900     MOVE ZERO TO M2B-CURRENT-BALANCE.
056000     MOVE ZERO TO M2B-AMOUNT-PAST-DUE.
056100     MOVE ZERO TO M2B-DATE-FIRST-DELINQ.
056200     MOVE EPSMMST-PAID-OFF-DATE TO W-CNV-DATE-IN.
056300     PERFORM 5900-CONVERT-DATE THRU 5900-EXIT.
056400     MOVE W-CNV-DATE-OUT-N TO M2B-DATE-CLOSED.
056500 4200-EXIT.
056600     EXIT.
056700*
056800*****************************************************************
056900*5000-BUILD-BASE-SEGMENT
057000*THE REST OF THE BASE SEGMENT.  THE ORIGINAL BALANCE, TERM AND
057100*BOARDING DATE ARE KEPT BY EPSLBRD; A LOAN BOARDED BEFORE THEY
057200*WERE KEPT REPORTS ITS CURRENT BALANCE AS THE HIGHEST CREDIT,
057300*WITH TERM AND DATE OPENED ZERO, AND IS COUNTED ON THE REPORT.
057400*NO SOCIAL SECURITY NUMBER, BIRTH DATE OR TELEPHONE IS HELD.
057500*****************************************************************
057600 5000-BUILD-BASE-SEGMENT.
057700     MOVE 0426 TO M2B-RDW.
057800     MOVE '1' TO M2B-PROCESSING-IND.
057900     MOVE W-RUN-DATE-MMDDYYYY TO M2B-TS-DATE.
058000     MOVE ZERO TO M2B-TS-TIME.
058100     MOVE W-SUBSCRIBER-ID TO M2B-IDENT-NUMBER.
058200     MOVE EPSMMST-ACCOUNT-NUMBER TO M2B-ACCOUNT-NUMBER.
058300     MOVE 'M' TO M2B-PORTFOLIO-TYPE.
058400     MOVE '26' TO M2B-ACCOUNT-TYPE.
058500     MOVE ZERO TO M2B-CREDIT-LIMIT.
058600     IF EPSMMST-ORIG-BALANCE IS NUMERIC
058700         AND EPSMMST-TERM-MONTHS IS NUMERIC
058800         AND EPSMMST-BOARDED-DATE IS NUMERIC
058900         MOVE EPSMMST-ORIG-BALANCE TO M2B-HIGHEST-CREDIT
059000         MOVE EPSMMST-TERM-MONTHS TO M2B-TERMS-DURATION
059100         MOVE EPSMMST-BOARDED-DATE TO W-CNV-DATE-IN
059200         PERFORM 5900-CONVERT-DATE THRU 5900-EXIT
059300         MOVE W-CNV-DATE-OUT-N TO M2B-DATE-OPENED
059400     ELSE
059500         ADD 1 TO W-NO-TERMS-COUNT
059600         MOVE EPSMMST-CURRENT-BALANCE TO M2B-HIGHEST-CREDIT
059700         MOVE ZERO TO M2B-TERMS-DURATION
059800         MOVE ZERO TO M2B-DATE-OPENED
059900     END-IF.
060000     MOVE 'M' TO M2B-TERMS-FREQUENCY.
060100     MOVE EPSMMST-PAYMENT-AMOUNT TO M2B-SCHEDULED-PMT.
060200     MOVE ZERO TO M2B-ACTUAL-PMT.
060300     MOVE ALL 'B' TO M2B-PMT-HISTORY.
060400     MOVE ZERO TO M2B-CHARGE-OFF-AMT.
060500     MOVE W-RUN-DATE-MMDDYYYY TO M2B-DATE-ACCT-INFO.
060600     MOVE EPSMMST-LAST-PMT-DATE TO W-CNV-DATE-IN.
060700     PERFORM 5900-CONVERT-DATE THRU 5900-EXIT.
060800     MOVE W-CNV-DATE-OUT-N TO M2B-DATE-LAST-PMT.
060900     MOVE 'F' TO M2B-INTEREST-TYPE.
061000     PERFORM 5100-SPLIT-NAME THRU 5100-EXIT.
061100     MOVE ZERO TO M2B-SSN.
061200     MOVE ZERO TO M2B-DATE-OF-BIRTH.
061300     MOVE ZERO TO M2B-TELEPHONE.
061400     MOVE '1' TO M2B-ECOA-CODE.
061500     MOVE 'US' TO M2B-COUNTRY-CODE.
061600     MOVE EPSNMAD-ADDR-LINE-1 TO M2B-ADDR-LINE-1.
061700     MOVE EPSNMAD-ADDR-LINE-2 TO M2B-ADDR-LINE-2.
061800     MOVE EPSNMAD-CITY TO M2B-CITY.
061900     MOVE EPSNMAD-STATE TO M2B-STATE.
062000     MOVE EPSNMAD-ZIP TO M2B-ZIP.
062100 5000-EXIT.
062200     EXIT.
062300*
062400*****************************************************************
062500*5100-SPLIT-NAME
062600*****************************************************************
062700 5100-SPLIT-NAME.
062800     MOVE SPACES TO W-NAME-PARTS.
062900     MOVE ZERO TO W-NAME-WORD-COUNT.
063000     UNSTRING EPSMMST-CUSTOMER-NAME DELIMITED BY ALL SPACES
063100         INTO W-NAME-WORD (1) W-NAME-WORD (2)
063200              W-NAME-WORD (3) W-NAME-WORD (4)
063300         TALLYING IN W-NAME-WORD-COUNT
063400     END-UNSTRING.
063500     IF W-NAME-WORD (1) = SPACES
063600         SUBTRACT 1 FROM W-NAME-WORD-COUNT
063700         MOVE W-NAME-WORD (2) TO W-NAME-WORD (1)
063800         MOVE W-NAME-WORD (3) TO W-NAME-WORD (2)
063900         MOVE W-NAME-WORD (4) TO W-NAME-WORD (3)
064000         MOVE SPACES TO W-NAME-WORD (4)
064100     END-IF.
064200     EVALUATE W-NAME-WORD-COUNT
064300         WHEN 0
064400             MOVE SPACES TO M2B-SURNAME
064500         WHEN 1
064600             MOVE W-NAME-WORD (1) TO M2B-SURNAME
064700         WHEN 2
064800             MOVE W-NAME-WORD (1) TO M2B-FIRST-NAME
064900             MOVE W-NAME-WORD (2) TO M2B-SURNAME
065000         WHEN 3
065100             MOVE W-NAME-WORD (1) TO M2B-FIRST-NAME
065200             MOVE W-NAME-WORD (2) TO M2B-MIDDLE-NAME
065300             MOVE W-NAME-WORD (3) TO M2B-SURNAME
065400         WHEN OTHER
065500             MOVE W-NAME-WORD (1) TO M2B-FIRST-NAME
065600             MOVE W-NAME-WORD (2) TO M2B-MIDDLE-NAME
065700             MOVE W-NAME-WORD (W-NAME-WORD-COUNT) TO M2B-SURNAME
065800     END-EVALUATE.
065900 5100-EXIT.
066000     EXIT.
066100*
066200*****************************************************************
066300*5800-COUNT-STATUS
066400*****************************************************************
066500 5800-COUNT-STATUS.
066600     EVALUATE TRUE
066700         WHEN M2B-STATUS-CURRENT
066800             ADD 1 TO W-STATUS-11-COUNT
066900         WHEN M2B-STATUS-PAID-CLOSED
067000             ADD 1 TO W-STATUS-13-COUNT
067100         WHEN M2B-STATUS-30-DAY
067200             ADD 1 TO W-STATUS-71-COUNT
067300         WHEN M2B-STATUS-60-DAY
067400             ADD 1 TO W-STATUS-78-COUNT
067500         WHEN M2B-STATUS-90-DAY
067600             ADD 1 TO W-STATUS-80-COUNT
067700         WHEN M2B-STATUS-120-DAY
067800             ADD 1 TO W-STATUS-82-COUNT
067900         WHEN M2B-STATUS-150-DAY
068000             ADD 1 TO W-STATUS-83-COUNT
068100         WHEN OTHER
068200             ADD 1 TO W-STATUS-84-COUNT
068300     END-EVALUATE.
068400 5800-EXIT.
068500     EXIT.
068600*
068700*****************************************************************
068800*5900-CONVERT-DATE
068900*****************************************************************
069000 5900-CONVERT-DATE.
069100     IF W-CNV-DATE-IN IS NOT NUMERIC
069200         MOVE ZERO TO W-CNV-DATE-OUT-N
069300         GO TO 5900-EXIT
069400     END-IF.
069500     MOVE W-CNV-IN-MM TO W-CNV-OUT-MM.
069600     MOVE W-CNV-IN-DD TO W-CNV-OUT-DD.
069700     MOVE W-CNV-IN-CCYY TO W-CNV-OUT-CCYY.
069800 5900-EXIT.
069900     EXIT.
070000*
070100*****************************************************************
070200*8000-WRITE-TRAILER
070300*****************************************************************
070400 8000-WRITE-TRAILER.
070500     MOVE SPACES TO EPSMET2-TRAILER-RECORD.
070600     MOVE ZEROS TO M2T-SEGMENT-COUNTS.
070700     MOVE 0426 TO M2T-RDW.
070800     MOVE 'TRAILER' TO M2T-RECORD-ID.
070900     MOVE W-ACCOUNTS-REPORTED TO M2T-TOTAL-BASE.
071000     MOVE W-STATUS-11-COUNT TO M2T-STATUS-11.
071100     MOVE W-STATUS-13-COUNT TO M2T-STATUS-13.
071200     MOVE W-STATUS-71-COUNT TO M2T-STATUS-71.
071300     MOVE W-STATUS-78-COUNT TO M2T-STATUS-78.
071400     MOVE W-STATUS-80-COUNT TO M2T-STATUS-80.
071500     MOVE W-STATUS-82-COUNT TO M2T-STATUS-82.
071600     MOVE W-STATUS-83-COUNT TO M2T-STATUS-83.
071700     MOVE W-STATUS-84-COUNT TO M2T-STATUS-84.
071800     WRITE EPSMET2-TRAILER-RECORD.
071900     IF NOT CRBOUT-OK
072000         DISPLAY 'EPSCRBR - CRBOUT WRITE FAILED, STATUS '
072100             W-CRBOUT-STATUS
072200         MOVE 16 TO RETURN-CODE
072300         STOP RUN
072400     END-IF.
072500 8000-EXIT.
072600     EXIT.
072700*
072800*****************************************************************
072900*9000-TERMINATE
073000*PRINT THE RUN SUMMARY AND CLOSE THE FILES.
073100*****************************************************************
073200 9000-TERMINATE.
073300     MOVE W-BLANK-LINE TO CRBRPT-LINE.
073400     WRITE CRBRPT-LINE.
073500     MOVE 'ACCOUNTS READ          :' TO W-SUM-LABEL.
073600     MOVE W-RECORDS-READ TO W-SUM-COUNT.
073700     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
073800     MOVE 'ACCOUNTS REPORTED      :' TO W-SUM-LABEL.
073900     MOVE W-ACCOUNTS-REPORTED TO W-SUM-COUNT.
074000     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
074100     MOVE '  CURRENT (11)         :' TO W-SUM-LABEL.
074200     MOVE W-STATUS-11-COUNT TO W-SUM-COUNT.
074300     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
074400     MOVE '  30 DAYS (71)         :' TO W-SUM-LABEL.
074500     MOVE W-STATUS-71-COUNT TO W-SUM-COUNT.
074600     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
074700     MOVE '  60 DAYS (78)         :' TO W-SUM-LABEL.
074800     MOVE W-STATUS-78-COUNT TO W-SUM-COUNT.
074900     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
075000     MOVE '  90 DAYS (80)         :' TO W-SUM-LABEL.
075100     MOVE W-STATUS-80-COUNT TO W-SUM-COUNT.
075200     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
075300     MOVE '  120 DAYS (82)        :' TO W-SUM-LABEL.
075400     MOVE W-STATUS-82-COUNT TO W-SUM-COUNT.
075500     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
075600     MOVE '  150 DAYS (83)        :' TO W-SUM-LABEL.
075700     MOVE W-STATUS-83-COUNT TO W-SUM-COUNT.
075800     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
075900     MOVE '  180 DAYS PLUS (84)   :' TO W-SUM-LABEL.
076000     MOVE W-STATUS-84-COUNT TO W-SUM-COUNT.
076100     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
076200     MOVE '  PAID AND CLOSED (13) :' TO W-SUM-LABEL.
076300     MOVE W-STATUS-13-COUNT TO W-SUM-COUNT.
076400     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
076500     MOVE 'HELD OUT - NO ADDRESS  :' TO W-SUM-LABEL.
076600     MOVE W-HELD-OUT TO W-SUM-COUNT.
076700     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
076710     MOVE 'HELD OUT - LEGAL HOLD  :' TO W-SUM-LABEL.
076720     MOVE W-LEGAL-HOLD-OUT TO W-SUM-COUNT.
076730     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
076800     MOVE 'AWAITING LOAN SETUP    :' TO W-SUM-LABEL.
076900     MOVE W-SETUP-SKIPPED TO W-SUM-COUNT.
077000     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
077100     MOVE 'CLOSED BEFORE THIS MONTH:' TO W-SUM-LABEL.
077200     MOVE W-CLOSED-SKIPPED TO W-SUM-COUNT.
077300     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
077400     MOVE 'BAD NEXT-PAYMENT DATE  :' TO W-SUM-LABEL.
077500     MOVE W-BAD-DATE-SKIPPED TO W-SUM-COUNT.
077600     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
077700     MOVE 'ORIGINAL TERMS NOT KEPT:' TO W-SUM-LABEL.
077800     MOVE W-NO-TERMS-COUNT TO W-SUM-COUNT.
077900     PERFORM 9100-PRINT-COUNT THRU 9100-EXIT.
078000     CLOSE MORTMAST NAMEADDR CRBOUT CRBRPT.
078100     DISPLAY 'EPSCRBR - ACCOUNTS READ     : ' W-RECORDS-READ.
078200     DISPLAY 'EPSCRBR - ACCOUNTS REPORTED : ' W-ACCOUNTS-REPORTED.
078300     DISPLAY 'EPSCRBR - HELD OUT          : ' W-HELD-OUT.
078310     DISPLAY 'EPSCRBR - LEGAL HOLD        : ' W-LEGAL-HOLD-OUT.
078400 9000-EXIT.
078500     EXIT.
078600*
078700 9100-PRINT-COUNT.
078800     MOVE W-SUMMARY-LINE TO CRBRPT-LINE.
078900     WRITE CRBRPT-LINE.
079000 9100-EXIT.
079100     EXIT.
