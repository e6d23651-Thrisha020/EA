      *    BLOCK FROM - IN PLACE OF THE SPREADSHEET THE MAIL HOUSE
      *    USED TO KEY FROM.  THE NAME AND FIRST ADDRESS LINE, CITY,
      *    STATE AND ZIP ARE REQUIRED; THE SECOND ADDRESS LINE IS
      *    OPTIONAL.  EVERY FIELD AN ADD, CHANGE OR DELETE ALTERS IS
      *    WRITTEN TO THE CHANGE-HISTORY FILE (EPSCHGH) WITH THE
      *    OPERATOR, TERMINAL, TIME AND BEFORE/AFTER VALUES, IN THE
      *    SAME UNIT OF WORK - NO HISTORY, NO CHANGE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *    THE KSDS
      *
       COPY EPSNMAD.
      *
      *    THE ADDRESS AS IT STOOD BEFORE THIS ACTION, AND THE
      *    CHANGE-HISTORY RECORD EACH ALTERED FIELD IS LOGGED IN
      *
       01 W-OLD-NAMEADDR.
           05  W-OLD-NAME                     PIC X(30).
           05  W-OLD-ADDR-LINE-1              PIC X(30).
           05  W-OLD-ADDR-LINE-2              PIC X(30).
           05  W-OLD-CITY                     PIC X(20).
           05  W-OLD-STATE                    PIC X(02).
           05  W-OLD-ZIP                      PIC X(09).
       01 W-CHANGE-LOG-SWITCH                 PIC X(01).
           88  CHANGE-LOG-OK                    VALUE 'Y'.
           88  CHANGE-LOG-FAILED                VALUE 'N'.
       COPY EPSCHGH.
      *
       01  END-OF-TRANS-MSG                 PIC X(30)
             VALUE 'END OF TRANSACTION - THANK YOU'.
       01  BLANK-MSG                        PIC X(1) VALUE ' '.
       01  W-NAMEADDR-FILE                  PIC X(8) VALUE 'EPSNMADR'.
       01  W-CHGHIST-FILE                   PIC X(8) VALUE 'EPSCHGH'.
       01  W-MAPSET-NAME                    PIC X(8) VALUE 'EPSNAD'.
       01  W-MAP-NAME                       PIC X(8) VALUE 'EPSNAD1'.
       01  W-OWN-TRANSID                    PIC X(4) VALUE 'EPSN'.
      *    MISCELLANEOUS CICS WORK FIELDS
      *
       01 W-CICS-RESP                         PIC S9(8) COMP.
       01 W-CHG-RBA                           PIC S9(8) COMP.
       01 W-USER-ID                           PIC X(08).
       01 W-ABSTIME                           PIC S9(15) COMP.

       LINKAGE SECTION.

           EXIT.
      *
      *****************************************************************
      *    5950-SAVE-OLD-ADDRESS                                      *
      *    KEEP THE ADDRESS AS READ, BEFORE THIS ACTION ALTERS IT,    *
      *    FOR THE CHANGE HISTORY.                                    *
      *****************************************************************
       5950-SAVE-OLD-ADDRESS.
           MOVE EPSNMAD-NAME TO W-OLD-NAME.
           MOVE EPSNMAD-ADDR-LINE-1 TO W-OLD-ADDR-LINE-1.
           MOVE EPSNMAD-ADDR-LINE-2 TO W-OLD-ADDR-LINE-2.
           MOVE EPSNMAD-CITY TO W-OLD-CITY.
           MOVE EPSNMAD-STATE TO W-OLD-STATE.
           MOVE EPSNMAD-ZIP TO W-OLD-ZIP.
       5950-EXIT.
           EXIT.
      *
      *****************************************************************
      *    6000-ADD-ADDRESS                                           *
      *****************************************************************
       6000-ADD-ADDRESS.
           END-EXEC.
           EVALUATE W-CICS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE SPACES TO W-OLD-NAMEADDR
                   PERFORM 8700-LOG-ADDRESS-CHANGES THRU 8700-EXIT
                   IF CHANGE-LOG-OK
                       MOVE 'ADDRESS ADDED' TO MSGO
                       SET SEND-DATAONLY TO TRUE
                   ELSE
                       PERFORM 8800-BACK-OUT-CHANGE THRU 8800-EXIT
                   END-IF
               WHEN DFHRESP(DUPREC)
                   SET EPSNACOM-RC-DUPLICATE OF W-COMMUNICATION-AREA
                       TO TRUE
               PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
               GO TO 6500-EXIT
           END-IF.
           PERFORM 5950-SAVE-OLD-ADDRESS THRU 5950-EXIT.
           PERFORM 5900-MOVE-SCREEN-FIELDS THRU 5900-EXIT.
           EXEC CICS REWRITE
               FILE(W-NAMEADDR-FILE)
               RESP(W-CICS-RESP)
           END-EXEC.
           IF W-CICS-RESP = DFHRESP(NORMAL)
               PERFORM 8700-LOG-ADDRESS-CHANGES THRU 8700-EXIT
               IF CHANGE-LOG-OK
                   MOVE 'ADDRESS CHANGED' TO MSGO
                   SET SEND-DATAONLY TO TRUE
               ELSE
                   PERFORM 8800-BACK-OUT-CHANGE THRU 8800-EXIT
               END-IF
           ELSE
               SET EPSNACOM-RC-FILE-ERROR OF W-COMMUNICATION-AREA
                   TO TRUE
      *
      *****************************************************************
      *    7000-DELETE-ADDRESS                                        *
      *    READ THE ADDRESS FOR UPDATE FIRST SO THE VALUES BEING      *
      *    REMOVED CAN BE LOGGED, THEN DELETE IT.                     *
      *****************************************************************
       7000-DELETE-ADDRESS.
           MOVE EPSNACOM-ACCOUNT-NUMBER OF W-COMMUNICATION-AREA
               TO EPSNMAD-ACCOUNT-NUMBER.
           EXEC CICS READ
               FILE(W-NAMEADDR-FILE)
               INTO(EPSNMAD-RECORD)
               RIDFLD(EPSNMAD-ACCOUNT-NUMBER)
               UPDATE
               RESP(W-CICS-RESP)
           END-EXEC.
           IF W-CICS-RESP = DFHRESP(NORMAL)
               PERFORM 5950-SAVE-OLD-ADDRESS THRU 5950-EXIT
               EXEC CICS DELETE
                   FILE(W-NAMEADDR-FILE)
                   RESP(W-CICS-RESP)
               END-EXEC
           END-IF.
           EVALUATE W-CICS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE SPACES TO EPSNMAD-NAME EPSNMAD-ADDR-LINE-1
                       EPSNMAD-ADDR-LINE-2 EPSNMAD-CITY
                       EPSNMAD-STATE EPSNMAD-ZIP
                   PERFORM 8700-LOG-ADDRESS-CHANGES THRU 8700-EXIT
                   IF CHANGE-LOG-OK
                       MOVE 'ADDRESS DELETED' TO MSGO
                       SET SEND-DATAONLY TO TRUE
                   ELSE
                       PERFORM 8800-BACK-OUT-CHANGE THRU 8800-EXIT
                   END-IF
               WHEN DFHRESP(NOTFND)
                   SET EPSNACOM-RC-NOT-FOUND OF W-COMMUNICATION-AREA
                       TO TRUE
           EXIT.
      *
      *****************************************************************
      *    8600-START-CHANGE-LOG                                      *
      *    STAMP THE PARTS OF THE CHANGE-HISTORY RECORD COMMON TO     *
      *    EVERY FIELD THIS ACTION ALTERS - TIME, OPERATOR,           *
      *    TERMINAL, TRANSACTION, ACCOUNT AND ACTION.                 *
      *****************************************************************
       8600-START-CHANGE-LOG.
           SET CHANGE-LOG-OK TO TRUE.
           MOVE SPACES TO EPSCHGH-RECORD.
           EXEC CICS ASKTIME ABSTIME(W-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(W-ABSTIME)
               YYYYMMDD(EPSCHGH-CHANGE-DATE)
               TIME(EPSCHGH-CHANGE-TIME)
           END-EXEC.
           EXEC CICS ASSIGN USERID(W-USER-ID) END-EXEC.
           MOVE W-USER-ID TO EPSCHGH-OPERATOR-ID.
           MOVE EIBTRMID TO EPSCHGH-TERM-ID.
           MOVE EIBTRNID TO EPSCHGH-TRAN-ID.
           MOVE 'EPSCNAD' TO EPSCHGH-PROGRAM.
           MOVE EPSNMAD-ACCOUNT-NUMBER TO EPSCHGH-ACCOUNT-NUMBER.
           MOVE W-ACTION-CODE TO EPSCHGH-ACTION.
       8600-EXIT.
           EXIT.
      *
      *****************************************************************
      *    8650-WRITE-CHANGE                                          *
      *    WRITE ONE FIELD'S BEFORE/AFTER RECORD.  ONCE ONE WRITE HAS *
      *    FAILED THE REST ARE SKIPPED - THE WHOLE ACTION IS BACKED   *
      *    OUT ANYWAY.                                                *
      *****************************************************************
       8650-WRITE-CHANGE.
           IF CHANGE-LOG-FAILED
               GO TO 8650-EXIT
           END-IF.
           EXEC CICS WRITE
               FILE(W-CHGHIST-FILE)
               FROM(EPSCHGH-RECORD)
               RIDFLD(W-CHG-RBA)
               RBA
               RESP(W-CICS-RESP)
           END-EXEC.
           IF W-CICS-RESP NOT = DFHRESP(NORMAL)
               SET CHANGE-LOG-FAILED TO TRUE
           END-IF.
       8650-EXIT.
           EXIT.
      *
      *****************************************************************
      *    8700-LOG-ADDRESS-CHANGES                                   *
      *    ONE CHANGE-HISTORY RECORD PER ADDRESS FIELD WHOSE VALUE    *
      *    THIS ACTION ALTERED - ON AN ADD THE BEFORE-VALUES ARE      *
      *    BLANK, ON A DELETE THE AFTER-VALUES.                       *
      *****************************************************************
       8700-LOG-ADDRESS-CHANGES.
           PERFORM 8600-START-CHANGE-LOG THRU 8600-EXIT.
           IF W-OLD-NAME NOT = EPSNMAD-NAME
               MOVE 'MAILING NAME' TO EPSCHGH-FIELD-NAME
               MOVE W-OLD-NAME TO EPSCHGH-BEFORE-VALUE
               MOVE EPSNMAD-NAME TO EPSCHGH-AFTER-VALUE
               PERFORM 8650-WRITE-CHANGE THRU 8650-EXIT
           END-IF.
           IF W-OLD-ADDR-LINE-1 NOT = EPSNMAD-ADDR-LINE-1
               MOVE 'ADDRESS LINE 1' TO EPSCHGH-FIELD-NAME
               MOVE W-OLD-ADDR-LINE-1 TO EPSCHGH-BEFORE-VALUE
               MOVE EPSNMAD-ADDR-LINE-1 TO EPSCHGH-AFTER-VALUE
               PERFORM 8650-WRITE-CHANGE THRU 8650-EXIT
           END-IF.
           IF W-OLD-ADDR-LINE-2 NOT = EPSNMAD-ADDR-LINE-2
               MOVE 'ADDRESS LINE 2' TO EPSCHGH-FIELD-NAME
               MOVE W-OLD-ADDR-LINE-2 TO EPSCHGH-BEFORE-VALUE
               MOVE EPSNMAD-ADDR-LINE-2 TO EPSCHGH-AFTER-VALUE
               PERFORM 8650-WRITE-CHANGE THRU 8650-EXIT
           END-IF.
           IF W-OLD-CITY NOT = EPSNMAD-CITY
               MOVE 'CITY' TO EPSCHGH-FIELD-NAME
               MOVE W-OLD-CITY TO EPSCHGH-BEFORE-VALUE
               MOVE EPSNMAD-CITY TO EPSCHGH-AFTER-VALUE
               PERFORM 8650-WRITE-CHANGE THRU 8650-EXIT
           END-IF.
           IF W-OLD-STATE NOT = EPSNMAD-STATE
               MOVE 'STATE' TO EPSCHGH-FIELD-NAME
               MOVE W-OLD-STATE TO EPSCHGH-BEFORE-VALUE
               MOVE EPSNMAD-STATE TO EPSCHGH-AFTER-VALUE
               PERFORM 8650-WRITE-CHANGE THRU 8650-EXIT
           END-IF.
           IF W-OLD-ZIP NOT = EPSNMAD-ZIP
               MOVE 'ZIP CODE' TO EPSCHGH-FIELD-NAME
               MOVE W-OLD-ZIP TO EPSCHGH-BEFORE-VALUE
               MOVE EPSNMAD-ZIP TO EPSCHGH-AFTER-VALUE
               PERFORM 8650-WRITE-CHANGE THRU 8650-EXIT
           END-IF.
       8700-EXIT.
           EXIT.
      *
      *****************************************************************
      *    8800-BACK-OUT-CHANGE                                       *
      *    THE CHANGE HISTORY COULD NOT BE WRITTEN - ROLL THE WHOLE   *
      *    UNIT OF WORK BACK SO NO ADDRESS CHANGES WITHOUT A TRAIL.   *
      *****************************************************************
       8800-BACK-OUT-CHANGE.
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC.
           SET EPSNACOM-RC-FILE-ERROR OF W-COMMUNICATION-AREA TO TRUE.
           MOVE 'CHANGE HISTORY WRITE FAILED - CHANGE NOT MADE'
               TO MSGO.
           SET SEND-DATAONLY-ALARM TO TRUE.
       8800-EXIT.
           EXIT.
      *
      *****************************************************************
      *    9800-END-OF-TRANS                                          *
      *    PF3/PF12 - SHOW THE END-OF-TRANSACTION MESSAGE AND HAND    *
      *    CONTROL BACK TO THE MENU TRANSACTION.                      *
