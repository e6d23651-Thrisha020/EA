001590*2026-09-02  DEV  WRITE THE STANDARD CONTROL RECORD TO THE
001592*                 SHARED EODCTL FILE FOR THE MORNING
001594*                 BALANCING STEP (EPSEODBL).
001596*2026-10-15  DEV  SKIP A LOAN THE CLOSE-OUT RUN (EPSPIFCO) HAS
001597*                 MARKED PAID IN FULL - NOTHING ACCRUES ON A
001598*                 PAID-OFF ACCOUNT.
001600*2026-10-15  DEV  WRITE A GL-ACTIVITY RECORD FOR EVERY ACCRUAL
001610*                 SO THE INTEREST REACHES THE GENERAL LEDGER
001620*                 THROUGH THE DAILY JOURNAL (EPSGLJE).
001650*
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
001900 SOURCE-COMPUTER. IBM-FLEX-ES.
002231     SELECT CTLOUT ASSIGN TO CTLOUT
002232         ORGANIZATION IS SEQUENTIAL
002233         FILE STATUS IS W-CTLOUT-STATUS.
002234     SELECT GLACT ASSIGN TO GLACT
002235         ORGANIZATION IS SEQUENTIAL
002236         FILE STATUS IS W-GLACT-STATUS.
002300     SELECT MORTMAST ASSIGN TO MORTMAST
002400         ORGANIZATION IS INDEXED
002410         ACCESS MODE IS SEQUENTIAL
003308     RECORDING MODE IS F.
003309 COPY EPSCTLR.
003310*
003320 FD  GLACT
003336     LABEL RECORDS ARE STANDARD
003352     RECORDING MODE IS F.
003368 COPY EPSGLACT.
003384*
003400 WORKING-STORAGE SECTION.
003500*BUSINESS DATE FOR THE RUN - READ FROM THE BUSDATE CONTROL
003501*DATASET, NEVER FROM THE SYSTEM CLOCK.
003504     88  BUSDATE-OK                    VALUE '00'.
003505 01  W-CTLOUT-STATUS                 PIC X(02).
003506     88  CTLOUT-OK                     VALUE '00'.
003507 01  W-GLACT-STATUS                  PIC X(02).
003508     88  GLACT-OK                      VALUE '00'.
004500*
004600 77  W-CALL-PROGRAM                  PIC X(08) VALUE 'EPSDAYCT'.
004700 77  W-DAILY-RATE                    PIC V9(08) COMP-3.
005800 01  W-COUNTERS                      COMP.
005900     05  W-RECORDS-READ               PIC 9(07) VALUE ZERO.
006000     05  W-RECORDS-UPDATED            PIC 9(07) VALUE ZERO.
006010     05  W-PAID-OFF-SKIPPED           PIC 9(07) VALUE ZERO.
006100*
006200 01  W-REPORT-LINE                   PIC X(80).
006300*
008000*****************************************************************
008100 1000-INITIALIZE.
008200     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
008210     OPEN EXTEND GLACT.
008220     IF NOT GLACT-OK
008230         DISPLAY 'EPSPRDI - GLACT OPEN FAILED, STATUS '
008240             W-GLACT-STATUS
008250         MOVE 16 TO RETURN-CODE
008260         STOP RUN
008270     END-IF.
009100     OPEN I-O MORTMAST.
009200     IF NOT MORTMAST-OK
009300         DISPLAY 'EPSPRDI - MORTMAST OPEN FAILED, STATUS '
011800*ON THE CURRENT BALANCE FOR THAT MANY DAYS, AND ROLL THE
011810*ACCRUAL-THROUGH DATE FORWARD.  AN ACCOUNT ALREADY ACCRUED
011820*THROUGH THE RUN DATE COMES BACK WITH ZERO DAYS AND IS LEFT
011830*ALONE - THAT IS THE RERUN PROTECTION.  A LOAN ALREADY
011840*CLOSED OUT AS PAID IN FULL IS PASSED OVER UNTOUCHED.
011900*****************************************************************
012000 3000-ACCRUE-INTEREST.
012010     IF EPSMMST-PAID-IN-FULL
012020         ADD 1 TO W-PAID-OFF-SKIPPED
012030         GO TO 3000-EXIT
012040     END-IF.
012100     MOVE W-RUN-DATE-CCYYMMDD TO EPSNBRPM-DATE-IN.
012200     IF EPSMMST-ACCRUAL-THRU-DATE = SPACES OR LOW-VALUES
012210         OR EPSMMST-ACCRUAL-THRU-DATE = ZEROS
013400     REWRITE EPSMMST-RECORD.
013500     IF MORTMAST-OK
013600         ADD 1 TO W-RECORDS-UPDATED
013650         PERFORM 3500-WRITE-GL-ACTIVITY THRU 3500-EXIT
013700     ELSE
013800         DISPLAY 'EPSPRDI - REWRITE FAILED FOR ACCOUNT '
013900             EPSMMST-ACCOUNT-NUMBER ' STATUS ' W-MORTMAST-STATUS
014000     END-IF.
014100 3000-EXIT.
014200     EXIT.
014204*
014208*****************************************************************
014212*3500-WRITE-GL-ACTIVITY
014216*ONE INTEREST-ACCRUED RECORD FOR THE GENERAL LEDGER JOURNAL.
014220*****************************************************************
014224 3500-WRITE-GL-ACTIVITY.
014228     IF W-PERDIEM-INTEREST = ZERO
014232         GO TO 3500-EXIT
014236     END-IF.
014240     MOVE SPACES TO EPSGLACT-RECORD.
014244     MOVE W-RUN-DATE-CCYYMMDD TO EPSGLACT-ACTIVITY-DATE.
014248     SET EPSGLACT-INTEREST-ACCRUED TO TRUE.
014252     MOVE 'EPSPRDI' TO EPSGLACT-PROGRAM.
014256     MOVE EPSMMST-ACCOUNT-NUMBER TO EPSGLACT-ACCOUNT-NUMBER.
014260     MOVE W-PERDIEM-INTEREST TO EPSGLACT-AMOUNT.
014264     WRITE EPSGLACT-RECORD.
014268     IF NOT GLACT-OK
014272         DISPLAY 'EPSPRDI - GLACT WRITE FAILED FOR ACCOUNT '
014276             EPSMMST-ACCOUNT-NUMBER ' STATUS ' W-GLACT-STATUS
014280     END-IF.
014284 3500-EXIT.
014288     EXIT.
014300*
014400*****************************************************************
014500*9000-TERMINATE
014600*****************************************************************
014700 9000-TERMINATE.
014750     PERFORM 9100-WRITE-CONTROL THRU 9100-EXIT.
014800     CLOSE MORTMAST GLACT.
014900     DISPLAY 'EPSPRDI - RECORDS READ    : ' W-RECORDS-READ.
015000     DISPLAY 'EPSPRDI - RECORDS UPDATED : ' W-RECORDS-UPDATED.
015010     DISPLAY 'EPSPRDI - PAID OFF SKIPPED: ' W-PAID-OFF-SKIPPED.
015100 9000-EXIT.
015200     EXIT.
015210*
