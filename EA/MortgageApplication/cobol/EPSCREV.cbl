      *    MORTPMT ROW, SO THE REVERSAL PUTS A COLLECTED LATE FEE
      *    BACK ON LATE-FEE-DUE, RESTORES ONLY THE TRUE PRINCIPAL,
      *    AND ROLLS THE NEXT-PAYMENT DATE BACK THE MONTH THE
      *    POSTING ADVANCED IT.  THE PRINCIPAL, INTEREST AND FEE
      *    REVERSED ARE EACH JOURNALLED FOR THE GENERAL LEDGER
      *    (EPSGLJE) IN THE SAME UNIT OF WORK - NO JOURNAL, NO
      *    REVERSAL.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  W-OWN-TRANSID                    PIC X(4) VALUE 'EPSR'.
       01  W-MENU-TRANSID                   PIC X(4) VALUE 'EPSM'.
       01  W-MENU-PROGRAM                   PIC X(8) VALUE 'EPSMENU'.
       01  W-GLACT-FILE                     PIC X(8) VALUE 'EPSGLACT'.
           COPY DFHAID.
           COPY EPSREVM.

       01 W-ABSTIME                           PIC S9(15) COMP.
       01 W-DATE-PART                         PIC X(10).
       01 W-TIME-PART                         PIC X(08).
       01 W-GL-RBA                            PIC S9(8) COMP.
      *
      *    GL-ACTIVITY RECORD - ONE PER REVERSED PORTION, WRITTEN IN
      *    THE SAME UNIT OF WORK AS THE REVERSAL.
      *
       01 W-GL-LOG-SWITCH                     PIC X(01).
           88  GL-LOG-OK                        VALUE 'Y'.
           88  GL-LOG-FAILED                    VALUE 'N'.
       COPY EPSGLACT.

       LINKAGE SECTION.

      *    PAYMENT ADVANCED IT, AND INSERTS THE OFFSETTING NEGATIVE  *
      *    MORTPMT ROW, DATED TODAY AND STAMPED WITH THIS            *
      *    TRANSACTION'S ID SO EVERY DOWNSTREAM READER CAN TELL IT   *
      *    IS A REVERSAL.  THE REVERSED PRINCIPAL, INTEREST AND FEE  *
      *    ARE JOURNALLED FOR THE GL LAST - IF THAT FAILS THE WHOLE  *
      *    REVERSAL IS ROLLED BACK.                                  *
      *****************************************************************
       6000-POST-REVERSAL.
           MOVE EPSRVCOM-ACCOUNT-NUMBER OF W-COMMUNICATION-AREA
               PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
               GO TO 6000-EXIT
           END-IF.
           PERFORM 6050-LOG-GL-ACTIVITY THRU 6050-EXIT.
           IF GL-LOG-FAILED
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               SET EPSRVCOM-RC-FILE-ERROR OF W-COMMUNICATION-AREA
                   TO TRUE
               MOVE 'GL ACTIVITY WRITE FAILED - REVERSAL NOT POSTED'
                   TO MSGO
               SET SEND-DATAONLY-ALARM TO TRUE
               PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
               GO TO 6000-EXIT
           END-IF.
           SET EPSRVCOM-STATE-POSTED OF W-COMMUNICATION-AREA TO TRUE.
           SET EPSRVCOM-RC-OK OF W-COMMUNICATION-AREA TO TRUE.
           MOVE 'REVERSAL POSTED - PRINCIPAL RESTORED TO BALANCE'
           EXIT.
      *
      *****************************************************************
      *    6050-LOG-GL-ACTIVITY / 6060-WRITE-GL-ACTIVITY              *
      *    ONE GL-ACTIVITY RECORD FOR EACH NON-ZERO PORTION REVERSED  *
      *    - PRINCIPAL RESTORED, INTEREST GIVEN BACK, LATE FEE PUT    *
      *    BACK ON THE ACCOUNT - DATED TODAY LIKE THE NEGATIVE ROW.   *
      *****************************************************************
       6050-LOG-GL-ACTIVITY.
           SET GL-LOG-OK TO TRUE.
           IF W-REV-PRINCIPAL NOT = ZERO
               MOVE SPACES TO EPSGLACT-RECORD
               SET EPSGLACT-REV-PRINCIPAL TO TRUE
               MOVE W-REV-PRINCIPAL TO EPSGLACT-AMOUNT
               PERFORM 6060-WRITE-GL-ACTIVITY THRU 6060-EXIT
           END-IF.
           IF W-FIND-INTEREST NOT = ZERO
               MOVE SPACES TO EPSGLACT-RECORD
               SET EPSGLACT-REV-INTEREST TO TRUE
               MOVE W-FIND-INTEREST TO EPSGLACT-AMOUNT
               PERFORM 6060-WRITE-GL-ACTIVITY THRU 6060-EXIT
           END-IF.
           IF W-REV-FEE NOT = ZERO
               MOVE SPACES TO EPSGLACT-RECORD
               SET EPSGLACT-REV-FEE TO TRUE
               MOVE W-REV-FEE TO EPSGLACT-AMOUNT
               PERFORM 6060-WRITE-GL-ACTIVITY THRU 6060-EXIT
           END-IF.
       6050-EXIT.
           EXIT.
      *
       6060-WRITE-GL-ACTIVITY.
           IF GL-LOG-FAILED
               GO TO 6060-EXIT
           END-IF.
           MOVE W-PMTLOG-TRAN-DATE TO EPSGLACT-ACTIVITY-DATE.
           MOVE 'EPSCREV' TO EPSGLACT-PROGRAM.
           MOVE W-FIND-ACCOUNT-NUMBER TO EPSGLACT-ACCOUNT-NUMBER.
           EXEC CICS WRITE
               FILE(W-GLACT-FILE)
               FROM(EPSGLACT-RECORD)
               RIDFLD(W-GL-RBA)
               RBA
               RESP(W-CICS-RESP)
           END-EXEC.
           IF W-CICS-RESP NOT = DFHRESP(NORMAL)
               SET GL-LOG-FAILED TO TRUE
           END-IF.
       6060-EXIT.
           EXIT.
      *
      *****************************************************************
      *    6100-ROLL-BACK-NEXT-DATE                                   *
      *    FETCH THE SCHEDULED PAYMENT AND NEXT-PAYMENT DATE OFF THE  *
      *    MASTER.  A REVERSED AMOUNT THAT COVERED THE SCHEDULED      *
