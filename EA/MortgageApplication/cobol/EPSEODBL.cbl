001400*CONTROL RECORD FOR THE SAME PROGRAM AND DATE - THE LAST ONE
001500*READ WINS.  EPSYIST RUNS ONLY IN JANUARY, SO ITS RECORD IS
001600*REPORTED WHEN PRESENT BUT NEVER REQUIRED.
001610*THE DB2-TO-VSAM MASTER COMPARE (EPSMCOMP) IS REQUIRED AS
001620*WELL, AND ANY ACCOUNT IT FINDS OUT OF AGREEMENT TAKES THE
001630*NIGHT OUT OF BALANCE.
001640*THE AUTOPAY DRAFT RUN (EPSACHD) AND THE AUTOPAY RETURNS RUN
001650*(EPSACHR) ARE REQUIRED, AND EACH MUST HAVE INSERTED ONE
001660*MORTPMT ROW FOR EVERY DRAFT IT POSTED OR BACKED OUT.
001670*THE PAID-IN-FULL CLOSE-OUT (EPSPIFCO) IS REQUIRED, AND THE
001680*ESCROW IT REFUNDED MUST EQUAL THE REFUND RECORDS IT WROTE TO
001690*DISBOUT.
001700*
001800 AUTHOR.     DEV TEAM.
001900 INSTALLATION. EPSDEMOS.
002200*
002300*MODIFICATION HISTORY.
002400*2026-09-02  DEV  ORIGINAL END-OF-DAY BALANCING STEP.
002410*2026-10-15  DEV  REQUIRE THE DB2-TO-VSAM MASTER COMPARE
002420*                 (EPSMCOMP) AND PROVE ITS EXCEPTION COUNT
002430*                 IS ZERO.
002440*2026-10-15  DEV  REQUIRE THE AUTOPAY DRAFT AND RETURNS RUNS
002450*                 (EPSACHD, EPSACHR) AND PROVE EACH ONE'S
002460*                 POSTINGS AGAINST ITS MORTPMT ROWS.
002470*2026-10-15  DEV  REQUIRE THE PAID-IN-FULL CLOSE-OUT (EPSPIFCO)
002480*                 AND PROVE ITS ESCROW REFUNDED AGAINST ITS
002490*                 DISBOUT REFUND TOTAL.
002500*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
007900     05  W-CTL-RECORDS-USED           PIC 9(07) VALUE ZERO.
008000*
008100*ONE SLOT PER STREAM PROGRAM - THE LAST CONTROL RECORD READ
008200*FOR THE BUSINESS DATE.  SLOTS 1-10 ARE THE NIGHTLY PROGRAMS
008300*AND ARE REQUIRED; SLOT 11 (EPSYIST) IS SEASONAL.
008400 01  W-CTL-TABLE.
008500     05  W-CTL-ENTRY OCCURS 11 TIMES.
008600         10  W-CTL-PROGRAM            PIC X(08).
008700         10  W-CTL-FOUND-SW           PIC X(01).
008800         10  W-CTL-COUNT-1            PIC 9(09).
009000         10  W-CTL-AMOUNT-1           PIC S9(13)V99.
009100         10  W-CTL-AMOUNT-2           PIC S9(13)V99.
009200*
009300 77  W-CTL-MAX                       PIC 9(02) COMP VALUE 11.
009400 77  W-CTL-REQUIRED                  PIC 9(02) COMP VALUE 10.
009500 77  W-CTL-IX                        PIC 9(02) COMP VALUE ZERO.
009600*
009700*SLOT NUMBERS, SO THE CROSS-CHECKS READ BY NAME
010100 77  W-IX-LBXP                       PIC 9(02) COMP VALUE 4.
010200 77  W-IX-PMTX                       PIC 9(02) COMP VALUE 5.
010300 77  W-IX-RECON                      PIC 9(02) COMP VALUE 6.
010350 77  W-IX-MCOMP                      PIC 9(02) COMP VALUE 7.
010360 77  W-IX-ACHD                       PIC 9(02) COMP VALUE 8.
010370 77  W-IX-ACHR                       PIC 9(02) COMP VALUE 9.
010380 77  W-IX-PIFCO                      PIC 9(02) COMP VALUE 10.
010400 77  W-IX-YIST                       PIC 9(02) COMP VALUE 11.
010500*
010600 01  W-HEADING-LINE.
010700     05  FILLER                       PIC X(34) VALUE
021300     MOVE 'EPSLBXP ' TO W-CTL-PROGRAM (W-IX-LBXP).
021400     MOVE 'EPSPMTX ' TO W-CTL-PROGRAM (W-IX-PMTX).
021500     MOVE 'EPSRECON' TO W-CTL-PROGRAM (W-IX-RECON).
021550     MOVE 'EPSMCOMP' TO W-CTL-PROGRAM (W-IX-MCOMP).
021560     MOVE 'EPSACHD ' TO W-CTL-PROGRAM (W-IX-ACHD).
021570     MOVE 'EPSACHR ' TO W-CTL-PROGRAM (W-IX-ACHR).
021580     MOVE 'EPSPIFCO' TO W-CTL-PROGRAM (W-IX-PIFCO).
021600     MOVE 'EPSYIST ' TO W-CTL-PROGRAM (W-IX-YIST).
021700 1100-EXIT.
021800     EXIT.
029700*
029800*****************************************************************
029900*5000-PROVE-CROSS-TOTALS
030000*THE PROOFS THAT USED TO BE SEVEN JOB LOGS AND A
030100*HIGHLIGHTER.  EACH FAILURE PRINTS OUT-BAL AND TAKES THE
030200*NIGHT OUT OF BALANCE.
030300*****************************************************************
035000     END-IF.
035100     MOVE W-CHECK-LINE TO EODRPT-LINE.
035200     WRITE EODRPT-LINE.
035210*ACCOUNTS THE DB2-TO-VSAM MASTER COMPARE FOUND OUT OF
035220*AGREEMENT OR ON ONE SIDE ONLY - MUST BE NONE
035230     MOVE SPACES TO W-CHECK-LINE.
035240     MOVE 'DB2 VS VSAM MASTER EXCEPTIONS      :'
035250         TO W-CHK-DESCRIPTION.
035260     MOVE W-CTL-COUNT-2 (W-IX-MCOMP) TO W-CHK-AMOUNT-A.
035270     MOVE ZERO TO W-CHK-AMOUNT-B.
035280     IF W-CTL-COUNT-2 (W-IX-MCOMP) = ZERO
035290         MOVE 'IN-BAL' TO W-CHK-RESULT
035300     ELSE
035310         MOVE 'OUT-BAL' TO W-CHK-RESULT
035320         SET NIGHT-OUT-OF-BALANCE TO TRUE
035330     END-IF.
035340     MOVE W-CHECK-LINE TO EODRPT-LINE.
035350     WRITE EODRPT-LINE.
035351*AUTOPAY DRAFTS POSTED VS MORTPMT ROWS INSERTED BY EPSACHD
035352     MOVE SPACES TO W-CHECK-LINE.
035353     MOVE 'ACH DRAFTS VS MORTPMT ROWS (COUNT) :'
035354         TO W-CHK-DESCRIPTION.
035355     MOVE W-CTL-COUNT-1 (W-IX-ACHD) TO W-CHK-AMOUNT-A.
035356     MOVE W-CTL-COUNT-2 (W-IX-ACHD) TO W-CHK-AMOUNT-B.
035357     IF W-CTL-COUNT-1 (W-IX-ACHD) =
035358             W-CTL-COUNT-2 (W-IX-ACHD)
035359         MOVE 'IN-BAL' TO W-CHK-RESULT
035360     ELSE
035361         MOVE 'OUT-BAL' TO W-CHK-RESULT
035362         SET NIGHT-OUT-OF-BALANCE TO TRUE
035363     END-IF.
035364     MOVE W-CHECK-LINE TO EODRPT-LINE.
035365     WRITE EODRPT-LINE.
035366*RETURNED DRAFTS BACKED OUT VS THE NEGATIVE MORTPMT ROWS
035367*INSERTED BY EPSACHR
035368     MOVE SPACES TO W-CHECK-LINE.
035369     MOVE 'ACH RETURNS VS MORTPMT ROWS (COUNT):'
035370         TO W-CHK-DESCRIPTION.
035371     MOVE W-CTL-COUNT-1 (W-IX-ACHR) TO W-CHK-AMOUNT-A.
035372     MOVE W-CTL-COUNT-2 (W-IX-ACHR) TO W-CHK-AMOUNT-B.
035373     IF W-CTL-COUNT-1 (W-IX-ACHR) =
035374             W-CTL-COUNT-2 (W-IX-ACHR)
035375         MOVE 'IN-BAL' TO W-CHK-RESULT
035376     ELSE
035377         MOVE 'OUT-BAL' TO W-CHK-RESULT
035378         SET NIGHT-OUT-OF-BALANCE TO TRUE
035379     END-IF.
035380     MOVE W-CHECK-LINE TO EODRPT-LINE.
035381     WRITE EODRPT-LINE.
035382*ESCROW REFUNDED AT PAID-IN-FULL CLOSE-OUT VS THE REFUND
035383*RECORDS EPSPIFCO ADDED TO DISBOUT
035384     MOVE SPACES TO W-CHECK-LINE.
035385     MOVE 'PIF ESCROW REFUNDED VS DISBOUT     :'
035386         TO W-CHK-DESCRIPTION.
035387     MOVE W-CTL-AMOUNT-1 (W-IX-PIFCO) TO W-CHK-AMOUNT-A.
035388     MOVE W-CTL-AMOUNT-2 (W-IX-PIFCO) TO W-CHK-AMOUNT-B.
035389     IF W-CTL-AMOUNT-1 (W-IX-PIFCO) =
035390             W-CTL-AMOUNT-2 (W-IX-PIFCO)
035391         MOVE 'IN-BAL' TO W-CHK-RESULT
035392     ELSE
035393         MOVE 'OUT-BAL' TO W-CHK-RESULT
035394         SET NIGHT-OUT-OF-BALANCE TO TRUE
035395     END-IF.
035396     MOVE W-CHECK-LINE TO EODRPT-LINE.
035397     WRITE EODRPT-LINE.
035450 5000-EXIT.
035460     EXIT.
035500*
035600*****************************************************************
035700*9000-TERMINATE
