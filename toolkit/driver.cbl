      *                    ONE-LINE ALERT THROUGH THE SHARED ALERTPUT
      *                    SUBPROGRAM, SO THE NEXT MENU SIGN-ON PUTS
      *                    IT IN FRONT OF A PERSON.
      *   2026-10-15  RA   RESUMING FROM DRVCHKP NOW NEEDS A SECOND
      *                    OPERATOR'S APPROVAL.  ANSWERING Y WITH NO
      *                    APPROVED RESUME WAITING RECORDS ONE IN THE
      *                    APPRQ QUEUE THROUGH THE SHARED DUALCTL
      *                    SUBPROGRAM AND ENDS THE RUN RETURN-CODE 8
      *                    WITH THE CHECKPOINT KEPT; THE FIRST RERUN
      *                    AFTER ANOTHER OPERATOR APPROVES IT FROM
      *                    MENU RESUMES.  A SHOP WITHOUT OPERMAST
      *                    RESUMES AT ONCE AS BEFORE.
      *   2026-10-15  RA   EVERY EXECUTED STEP NOW ALSO APPENDS A LINE
      *                    TO THE STEPHIST STEP-TIMING HISTORY (SHARED
      *                    STPHREC COPYBOOK) - PROGRAM, DATE, THE
      *                    STEP'S OWN RUN TICKET, RECORDS PROCESSED,
      *                    RETURN-CODE AND ELAPSED SECONDS - FOR
      *                    CAPPLAN'S BATCH-WINDOW FORECAST.  TICKET
      *                    AND RECORDS COME FROM THE STEP'S AUDITLG
      *                    EVENT=END LINE, FOUND AS THE FIRST TICKET
      *                    DRAWN AFTER RUNTKTCT'S VALUE AT STEP START;
      *                    THE RECORD COUNT ALSO SHOWS ON DRVRPT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRIVER.
           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO "DRVCHKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKP-STATUS.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "STEPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL COUNTER-FILE ASSIGN TO "RUNTKTCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNTER-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDIT-KEY
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
           COPY TOOLPARM.

       FD  HISTORY-FILE.
           COPY STPHREC.

       FD  COUNTER-FILE.
       01  COUNTER-LINE                PIC 9(09).

       FD  AUDIT-FILE.
           COPY AUDFREC.

       WORKING-STORAGE SECTION.
       01  WS-RPT-PROGRAM              PIC X(20) VALUE "TOOLKIT DRIVER".
       01  WS-RPT-TITLE                PIC X(40) VALUE SPACES.
       01  WS-WINDOW-OVER-SW           PIC X(01) VALUE 'N'.
           88  WS-WINDOW-OVER           VALUE 'Y'.

      *--------------------------------------------------------------*
      * STEP-HISTORY WORK FIELDS - WHEN THIS DRIVER RUN STARTED, THE
      * LAST TICKET RUNTKTCT HAD ISSUED AS THE STEP STARTED, AND THE
      * STEP'S OWN TICKET AND RECORDS-IN AS ITS AUDITLG EVENT=END LINE
      * CARRIES THEM (TICKET= AT 45, IN= AT 58, EVENT= AT 92).
      *--------------------------------------------------------------*
       01  WS-HIST-STATUS              PIC X(02).
       01  WS-COUNTER-STATUS           PIC X(02).
       01  WS-AUDIT-STATUS             PIC X(02).
       01  WS-RUN-DATE                 PIC 9(06).
       01  WS-RUN-TIME                 PIC 9(08).
       01  WS-STEP-START-DATE          PIC 9(06).
       01  WS-STEP-END-DATE            PIC 9(06).
       01  WS-TKT-BEFORE               PIC 9(09).
       01  WS-STEP-TICKET              PIC 9(09).
       01  WS-STEP-RECORDS             PIC 9(07).
       01  WS-DISP-RECORDS             PIC Z(06)9.
       01  WS-EDIT-RECORDS             PIC Z(06)9.
       01  WS-EDIT-TICKET              PIC Z(08)9.
       01  WS-AUDIT-EOF-SW             PIC X(01).
           88  WS-AUDIT-EOF             VALUE 'Y'.
       01  WS-STEP-FOUND-SW            PIC X(01).
           88  WS-STEP-FOUND            VALUE 'Y'.

      *--------------------------------------------------------------*
      * OPERATOR-PROMPT WORK FIELDS - THE RESUME QUESTION GOES
      * THROUGH THE SHARED RESPOND SUBPROGRAM SO A RESPONSE FILE CAN
       01  WS-ALERT-TEXT               PIC X(60).
       01  WS-ALERT-PROGRAM            PIC X(20) VALUE "DRIVER".

      *--------------------------------------------------------------*
      * DUAL-CONTROL WORK FIELDS - SEE DUALCTL.
      *--------------------------------------------------------------*
       01  WS-DC-FUNCTION              PIC X(01).
       01  WS-DC-ACTION                PIC X(08) VALUE "DRVRESUM".
       01  WS-DC-REQ-NO                PIC 9(06).
       01  WS-DC-DESC                  PIC X(50).
       01  WS-DC-DETAIL                PIC X(160).
       01  WS-DC-RESULT                PIC X(01).
       01  WS-DISP-DONE-COUNT          PIC Z9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               PERFORM 1100-CHECK-RESTART
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 2000-RUN-STEP THRU 2000-RUN-STEP-EXIT
           END-IF
           PERFORM 9999-FINISH-EXIT.
                   " RAN? (Y/N)" INTO WS-PROMPT
               PERFORM 8800-GET-ANSWER
               IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                   PERFORM 1150-CHECK-RESUME-APPROVAL
               ELSE
                   MOVE 0 TO WS-DONE-COUNT
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN
               OPEN OUTPUT CHECKPOINT-FILE
               IF WS-CHKP-STATUS = "00" OR WS-CHKP-STATUS = "05"
                   CLOSE CHECKPOINT-FILE
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 1150-CHECK-RESUME-APPROVAL - A RESUME SKIPS WORK ON THE
      * CHECKPOINT'S WORD, SO IT NEEDS A SECOND OPERATOR: TAKE AN
      * APPROVED RESUME IF ONE IS WAITING, OTHERWISE ASK FOR ONE AND
      * END THE RUN WITH THE CHECKPOINT KEPT FOR THE APPROVED RERUN.
      * AN OPEN SHOP RESUMES AS IT ALWAYS HAS.
      *--------------------------------------------------------------*
       1150-CHECK-RESUME-APPROVAL.
           MOVE SPACES TO WS-DC-DESC
           MOVE SPACES TO WS-DC-DETAIL
           MOVE 'T' TO WS-DC-FUNCTION
           CALL "DUALCTL" USING WS-DC-FUNCTION WS-DC-ACTION
               WS-DC-REQ-NO WS-DC-DESC WS-DC-DETAIL WS-RUN-TICKET
               WS-DC-RESULT
           IF WS-DC-RESULT = 'Y'
               DISPLAY "DRIVER: RESUMING ON APPROVED REQUEST "
                   WS-DC-REQ-NO
               SET WS-RESUMING TO TRUE
           ELSE
               MOVE WS-DONE-COUNT TO WS-DISP-DONE-COUNT
               MOVE SPACES TO WS-DC-DESC
               STRING "RESUME DRIVER PAST " WS-DISP-DONE-COUNT
                   " COMPLETED STEP(S)" DELIMITED BY SIZE
                   INTO WS-DC-DESC
               MOVE 'R' TO WS-DC-FUNCTION
               CALL "DUALCTL" USING WS-DC-FUNCTION WS-DC-ACTION
                   WS-DC-REQ-NO WS-DC-DESC WS-DC-DETAIL WS-RUN-TICKET
                   WS-DC-RESULT
               EVALUATE WS-DC-RESULT
                   WHEN 'O'
                       SET WS-RESUMING TO TRUE
                   WHEN 'P'
                       DISPLAY "DRIVER: RESUME RECORDED FOR APPROVAL AS"
                           " REQUEST " WS-DC-REQ-NO " - RERUN ONCE"
                           " ANOTHER OPERATOR APPROVES IT"
                       MOVE SPACES TO PRINT-LINE
                       STRING "RESUME AWAITING APPROVAL AS REQUEST "
                           WS-DC-REQ-NO " - NO STEPS RUN, CHECKPOINT"
                           " KEPT" DELIMITED BY SIZE INTO PRINT-LINE
                       WRITE PRINT-LINE
                       MOVE 8 TO RETURN-CODE
                       SET WS-ABORT-RUN TO TRUE
                   WHEN OTHER
                       DISPLAY "*** DRIVER: " WS-DC-DESC
                           " - NO STEPS RUN, CHECKPOINT KEPT ***"
                       MOVE 8 TO RETURN-CODE
                       SET WS-ABORT-RUN TO TRUE
               END-EVALUATE
           END-IF.

      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 132 TO WS-RPT-WIDTH
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
               MOVE SPACES TO PRINT-LINE
               STRING "STEP  PROGRAM               RETURN-CODE"
                   "  START     END       ELAPSED"
                   "                    RECORDS"
                   INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           END-IF.

       2070-EXECUTE-STEP.
           PERFORM 2080-NOTE-LAST-TICKET
           ACCEPT WS-STEP-START-DATE FROM DATE
           ACCEPT WS-STEP-START-TIME FROM TIME
           MOVE 0 TO RETURN-CODE
           CALL WS-STEP-NAME
                       " DRVSTEPS CARD ***"
                   MOVE 16 TO RETURN-CODE
           END-CALL
           ACCEPT WS-STEP-END-DATE FROM DATE
           ACCEPT WS-STEP-END-TIME FROM TIME
           COMPUTE WS-STEP-SECS
               = ((WS-SE-HH * 3600) + (WS-SE-MM * 60) + WS-SE-SS)
               ADD 86400 TO WS-STEP-SECS
           END-IF
           ADD WS-STEP-SECS TO WS-TOTAL-SECS
           PERFORM 2090-FIND-STEP-COUNT
           PERFORM 2100-LOG-STEP
           PERFORM 2160-RECORD-STEP-HISTORY.

      *--------------------------------------------------------------*
      * 2080-NOTE-LAST-TICKET - THE LAST TICKET RUNTKTCT HAS ISSUED,
      * READ (NOT DRAWN) JUST BEFORE THE STEP IS CALLED.  THE STEP'S
      * OWN TICKET IS ONE ISSUED AFTER IT.
      *--------------------------------------------------------------*
       2080-NOTE-LAST-TICKET.
           MOVE 0 TO WS-TKT-BEFORE
           OPEN INPUT COUNTER-FILE
           IF WS-COUNTER-STATUS = "00" OR WS-COUNTER-STATUS = "05"
               READ COUNTER-FILE
                   NOT AT END
                       IF COUNTER-LINE IS NUMERIC
                           MOVE COUNTER-LINE TO WS-TKT-BEFORE
                       END-IF
               END-READ
               CLOSE COUNTER-FILE
           END-IF.

      *--------------------------------------------------------------*
      * 2090-FIND-STEP-COUNT - THE STEP'S EVENT=END LINE IN AUDITLG:
      * START AT THE STEP'S START DATE AND THE FIRST TICKET AFTER
      * WS-TKT-BEFORE, AND TAKE THE END LINE OF THE STEP'S PROGRAM -
      * OR, FOR A PROGRAM THAT LOGS UNDER ANOTHER NAME, THE LAST END
      * LINE ON A NEWER TICKET.  NO LINE LEAVES TICKET AND RECORDS
      * ZERO; THE STEP ITSELF IS NOT AFFECTED.
      *--------------------------------------------------------------*
       2090-FIND-STEP-COUNT.
           MOVE 0 TO WS-STEP-TICKET
           MOVE 0 TO WS-STEP-RECORDS
           MOVE 'N' TO WS-STEP-FOUND-SW
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               MOVE WS-STEP-START-DATE TO AUDIT-KEY-DATE
               COMPUTE AUDIT-KEY-TICKET = WS-TKT-BEFORE + 1
               MOVE 0 TO AUDIT-KEY-SEQ
               START AUDIT-FILE KEY >= AUDIT-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-AUDIT-EOF-SW
                   NOT INVALID KEY
                       MOVE 'N' TO WS-AUDIT-EOF-SW
               END-START
               PERFORM UNTIL WS-AUDIT-EOF OR WS-STEP-FOUND
                   READ AUDIT-FILE NEXT
                       AT END
                           SET WS-AUDIT-EOF TO TRUE
                       NOT AT END
                           IF AUDIT-KEY-DATE > WS-STEP-END-DATE
                               SET WS-AUDIT-EOF TO TRUE
                           ELSE
                               PERFORM 2095-TAKE-AUDIT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       2095-TAKE-AUDIT-LINE.
           IF AUDIT-KEY-TICKET > WS-TKT-BEFORE
                   AND AUDIT-TEXT(91:10) = " EVENT=END"
               MOVE AUDIT-TEXT(45:9) TO WS-EDIT-TICKET
               MOVE WS-EDIT-TICKET TO WS-STEP-TICKET
               MOVE AUDIT-TEXT(58:7) TO WS-EDIT-RECORDS
               MOVE WS-EDIT-RECORDS TO WS-STEP-RECORDS
               IF AUDIT-TEXT(17:20) = WS-STEP-NAME
                   SET WS-STEP-FOUND TO TRUE
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 2100-LOG-STEP - WRITE ONE REPORT LINE FOR THE STEP JUST
               MOVE RETURN-CODE TO WS-MAX-RC-SO-FAR
           END-IF
           MOVE WS-STEP-SECS TO WS-DISP-SECS
           MOVE WS-STEP-RECORDS TO WS-DISP-RECORDS
           MOVE SPACES TO PRINT-LINE
           STRING WS-DISP-STEP-NO "    " WS-STEP-NAME WS-DISP-RC
               "  START " WS-SS-HH ":" WS-SS-MM ":" WS-SS-SS
               "  END " WS-SE-HH ":" WS-SE-MM ":" WS-SE-SS
               "  ELAPSED " WS-DISP-SECS " SEC"
               "  " WS-DISP-RECORDS
               INTO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM 2150-RECORD-CHECKPOINT.
               CLOSE CHECKPOINT-FILE
           END-IF.

      *--------------------------------------------------------------*
      * 2160-RECORD-STEP-HISTORY - APPEND THE STEP JUST EXECUTED TO
      * STEPHIST.  A HISTORY THAT CANNOT BE OPENED IS REPORTED ON THE
      * CONSOLE ONLY - THE BATCH ITSELF GOES ON.
      *--------------------------------------------------------------*
       2160-RECORD-STEP-HISTORY.
           OPEN EXTEND HISTORY-FILE
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF WS-HIST-STATUS = "00" OR WS-HIST-STATUS = "05"
               MOVE SPACES TO SH-REC
               MOVE WS-RUN-DATE TO SH-RUN-DATE
               MOVE WS-RUN-TIME(1:6) TO SH-RUN-TIME
               MOVE WS-STEP-NO TO SH-STEP-NO
               MOVE WS-STEP-NAME TO SH-PROGRAM
               MOVE WS-STEP-TICKET TO SH-TICKET
               MOVE WS-STEP-RECORDS TO SH-RECORDS
               MOVE WS-STEP-START-TIME(1:6) TO SH-START-TIME
               MOVE WS-STEP-SECS TO SH-SECS
               IF RETURN-CODE >= 0
                   MOVE RETURN-CODE TO SH-RC
               ELSE
                   MOVE 9999 TO SH-RC
               END-IF
               WRITE SH-REC
               CLOSE HISTORY-FILE
           ELSE
               DISPLAY "*** DRIVER: STATUS " WS-HIST-STATUS
                   " OPENING STEPHIST - STEP " WS-STEP-NAME
                   " NOT RECORDED IN THE HISTORY ***"
           END-IF.

      *--------------------------------------------------------------*
      * 2250-LOG-RESUMED-STEP - A STEP THE PRIOR UNFINISHED RUN
      * ALREADY COMPLETED CLEANLY.  IT IS LOGGED AS RESUMED, NOT RUN,
