      *****************************************************************
      * PROGRAM:  APPROVE
      *
      * PURPOSE:  SECOND-OPERATOR SIDE OF THE DUAL-CONTROL QUEUE.
      *           LISTS EVERY APPRQ REQUEST STILL AWAITING A DECISION
      *           (PENDING) OR AWAITING ITS RUN (APPROVED) - NUMBER,
      *           ACTION, WHO ASKED AND WHEN, AND WHAT THE ACTION WILL
      *           DO - THEN TAKES DECISIONS FROM THE SIGNED-ON
      *           OPERATOR ONE AT A TIME:
      *               A NNNNNN   APPROVE REQUEST NNNNNN
      *               R NNNNNN   REJECT (OR WITHDRAW) REQUEST NNNNNN
      *               BLANK      FINISH
      *           THE RULES - NOT ONE'S OWN REQUEST, AT LEAST THE
      *           LEVEL THE ACTION NEEDS, NOTHING PAST ITS WINDOW -
      *           ARE ALL KEPT IN THE SHARED DUALCTL SUBPROGRAM, WHICH
      *           ALSO WRITES THE AUDITLG NOTE FOR EACH DECISION.  THIS
      *           PROGRAM ONLY SHOWS THE QUEUE AND PASSES THE ANSWERS
      *           ON.  RETURN-CODE 8 IF ANY DECISION WAS REFUSED.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15  RA   INITIAL VERSION.  PROMPTS GO THROUGH THE
      *                    SHARED RESPOND SUBPROGRAM.
      *   2026-10-15  RA   A PARMEDIT REQUEST NOW LISTS EVERY TOOLPARM
      *                    PARAMETER IT CHANGES, OLD VALUE AND NEW,
      *                    DECODED FROM THE BEFORE AND AFTER RECORDS IT
      *                    CARRIES, SO THE APPROVER SEES WHAT IS BEING
      *                    APPROVED AND NOT JUST HOW MANY FIELDS.
      *   2026-10-15  RA   RUN COUNTS AND THE HIGHEST RETURN-CODE ARE
      *                    RESET AT THE START OF EACH RUN.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVE.
       AUTHOR. R-ALLYN.
       INSTALLATION. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL QUEUE-FILE ASSIGN TO "APPRQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE-FILE.
           COPY APPRREC.

       WORKING-STORAGE SECTION.
       77  WS-QUEUE-STATUS         PIC X(02).
       77  WS-SAVE-RC              PIC S9(09) COMP.
      * HIGHEST RETURN CODE SET SO FAR - EVERY RESPOND CALL RESETS
      * RETURN-CODE, SO THE RUN'S OWN CODE IS KEPT HERE UNTIL 9999.
       77  WS-MAX-RC               PIC S9(04) COMP VALUE 0.
       77  FEOF                    PIC X(01).

      *--------------------------------------------------------------*
      * OPERATOR-PROMPT WORK FIELDS - EVERY QUESTION GOES THROUGH THE
      * SHARED RESPOND SUBPROGRAM (8800-GET-ANSWER) SO A RESPONSE
      * FILE CAN ANSWER IT IN AN UNATTENDED RUN.
      *--------------------------------------------------------------*
       77  WS-PROMPT               PIC X(60).
       77  WS-ANSWER               PIC X(60).
       77  WS-DECIDE-DONE-SW       PIC X(01).
       77  WS-ANSWER-OK-SW         PIC X(01).
       77  WS-ANSWER-NUM-X         PIC X(06).
       77  WS-NUM-LEN              PIC 9(02) COMP.
       77  WS-NUM-IDX              PIC 9(02) COMP.

       77  WS-OPEN-COUNT           PIC 9(06) COMP VALUE 0.
       77  WS-DECIDED-COUNT        PIC 9(06) COMP VALUE 0.
       77  WS-REFUSED-COUNT        PIC 9(06) COMP VALUE 0.
       77  WS-DISP-STATUS          PIC X(08).
       77  WS-DISP-COUNT           PIC ZZZZZ9.

       77  WS-AUDIT-PROGRAM       PIC X(20) VALUE "APPROVE".
       77  WS-AUDIT-RECORDS-IN    PIC 9(07).
       77  WS-AUDIT-RECORDS-OUT   PIC 9(07).
       77  WS-RUN-TICKET          PIC 9(09).

      *--------------------------------------------------------------*
      * DUAL-CONTROL WORK FIELDS - SEE DUALCTL.
      *--------------------------------------------------------------*
       77  WS-DC-FUNCTION         PIC X(01).
       77  WS-DC-ACTION           PIC X(08).
       77  WS-DC-REQ-NO           PIC 9(06).
       77  WS-DC-DESC             PIC X(50).
       77  WS-DC-DETAIL           PIC X(160).
       77  WS-DC-RESULT           PIC X(01).

      *--------------------------------------------------------------*
      * PARMEDIT REQUEST DECODE - APPR-DETAIL CARRIES THE TOOLPARM
      * RECORD AS READ AND AS EDITED; EACH IS LAID OVER THE SHARED
      * COPYBOOK IN TURN AND EVERY FIELD FORMATTED AS PARMEDIT SHOWS
      * IT, SO ONLY PARAMETERS WHOSE VALUE REALLY MOVES ARE LISTED.
      *--------------------------------------------------------------*
           COPY TOOLPARM.
       77  WS-PARM-BEFORE          PIC X(74).
       77  WS-PARM-AFTER           PIC X(74).
       77  WS-FLD-COUNT            PIC 9(02) COMP VALUE 20.
       77  WS-FLD-IDX              PIC 9(02) COMP.
       77  WS-FLD-NAME             PIC X(26).
       77  WS-FLD-TEXT             PIC X(12).
       77  WS-FLD-OLD-TEXT         PIC X(12).
       77  WS-FLD-CHANGES          PIC 9(02) COMP.
       77  WS-DISP-UNSIGNED        PIC Z(06)9.
       77  WS-DISP-SIGNED          PIC -(03)9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO WS-MAX-RC
           MOVE 0 TO WS-DECIDED-COUNT
           MOVE 0 TO WS-REFUSED-COUNT
           CALL "RUNTICKET" USING WS-RUN-TICKET
           CALL "AUDITBEG" USING WS-AUDIT-PROGRAM WS-RUN-TICKET
           PERFORM 1000-EXPIRE-STALE
           PERFORM 2000-LIST-QUEUE
           IF WS-OPEN-COUNT = 0
               DISPLAY "NO REQUESTS AWAITING A DECISION"
           ELSE
               PERFORM 3000-TAKE-DECISIONS
           END-IF
           PERFORM 9999-FINISH-EXIT.

      *--------------------------------------------------------------*
      * 1000-EXPIRE-STALE - LET DUALCTL EXPIRE ANYTHING PAST ITS
      * WINDOW FIRST, SO THE LISTING SHOWS ONLY LIVE REQUESTS.
      *--------------------------------------------------------------*
       1000-EXPIRE-STALE.
           MOVE 'X' TO WS-DC-FUNCTION
           MOVE SPACES TO WS-DC-ACTION
           MOVE 0 TO WS-DC-REQ-NO
           MOVE SPACES TO WS-DC-DESC
           MOVE SPACES TO WS-DC-DETAIL
           CALL "DUALCTL" USING WS-DC-FUNCTION WS-DC-ACTION
               WS-DC-REQ-NO WS-DC-DESC WS-DC-DETAIL WS-RUN-TICKET
               WS-DC-RESULT
           IF WS-DC-RESULT = 'B'
               DISPLAY "*** APPROVE: " WS-DC-DESC " ***"
           END-IF.

      *--------------------------------------------------------------*
      * 2000-LIST-QUEUE - ONE LINE PER PENDING OR APPROVED REQUEST,
      * WITH ITS DESCRIPTION BENEATH.
      *--------------------------------------------------------------*
       2000-LIST-QUEUE.
           MOVE 0 TO WS-OPEN-COUNT
           DISPLAY "===== DUAL-CONTROL APPROVAL QUEUE ====="
           DISPLAY "REQ NO  STATUS    ACTION    ASKED BY  DATE   "
               "TIME    LEVEL"
           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-STATUS = "00"
               MOVE 'N' TO FEOF
               PERFORM UNTIL FEOF = 'Y'
                   READ QUEUE-FILE
                       AT END
                           MOVE 'Y' TO FEOF
                       NOT AT END
                           PERFORM 2100-LIST-ONE-REQUEST
                   END-READ
               END-PERFORM
               CLOSE QUEUE-FILE
           END-IF
           MOVE WS-OPEN-COUNT TO WS-DISP-COUNT
           DISPLAY WS-DISP-COUNT " REQUEST(S) OPEN".

       2100-LIST-ONE-REQUEST.
           IF APPR-PENDING OR APPR-APPROVED
               ADD 1 TO WS-OPEN-COUNT
               IF APPR-PENDING
                   MOVE "PENDING" TO WS-DISP-STATUS
               ELSE
                   MOVE "APPROVED" TO WS-DISP-STATUS
               END-IF
               DISPLAY APPR-REQ-NO "  " WS-DISP-STATUS "  "
                   APPR-ACTION "  " APPR-REQ-BY "  " APPR-REQ-DATE
                   " " APPR-REQ-TIME "  " APPR-LEVEL
               IF APPR-APPROVED
                   DISPLAY "        " APPR-DESC " (APPROVED BY "
                       APPR-APPR-BY ")"
               ELSE
                   DISPLAY "        " APPR-DESC
               END-IF
               IF APPR-ACTION = "PARMEDIT"
                   PERFORM 2150-LIST-PARM-CHANGES
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 2150-LIST-PARM-CHANGES - ONE "NAME  OLD -> NEW" LINE PER
      * PARAMETER THE REQUEST CHANGES.
      *--------------------------------------------------------------*
       2150-LIST-PARM-CHANGES.
           MOVE APPR-DETAIL(1:74) TO WS-PARM-BEFORE
           MOVE APPR-DETAIL(75:74) TO WS-PARM-AFTER
           MOVE 0 TO WS-FLD-CHANGES
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FLD-COUNT
               MOVE WS-PARM-BEFORE TO TOOLKIT-PARMS
               PERFORM 2160-FORMAT-PARM-FIELD
               MOVE WS-FLD-TEXT TO WS-FLD-OLD-TEXT
               MOVE WS-PARM-AFTER TO TOOLKIT-PARMS
               PERFORM 2160-FORMAT-PARM-FIELD
               IF WS-FLD-TEXT NOT = WS-FLD-OLD-TEXT
                   ADD 1 TO WS-FLD-CHANGES
                   DISPLAY "          " WS-FLD-NAME " "
                       WS-FLD-OLD-TEXT " -> " WS-FLD-TEXT
               END-IF
           END-PERFORM
           IF WS-FLD-CHANGES = 0
               DISPLAY "          (NO PARAMETER VALUE CHANGES)"
           END-IF.

      *--------------------------------------------------------------*
      * 2160-FORMAT-PARM-FIELD - NAME AND DISPLAY VALUE OF THE
      * PARAMETER AT WS-FLD-IDX, IN TOOLPARM FIELD ORDER.
      *--------------------------------------------------------------*
       2160-FORMAT-PARM-FIELD.
           MOVE SPACES TO WS-FLD-TEXT
           EVALUATE WS-FLD-IDX
               WHEN 1
                   MOVE "PARM-STATS-CKPT-INTERVAL" TO WS-FLD-NAME
                   MOVE PARM-STATS-CKPT-INTERVAL TO WS-DISP-UNSIGNED
                   MOVE WS-DISP-UNSIGNED TO WS-FLD-TEXT
               WHEN 2
                   MOVE "PARM-SORT-ROW-MAX" TO WS-FLD-NAME
                   MOVE PARM-SORT-ROW-MAX TO WS-DISP-UNSIGNED
                   MOVE WS-DISP-UNSIGNED TO WS-FLD-TEXT
               WHEN 3
                   MOVE "PARM-QS-DEMO-A" TO WS-FLD-NAME
                   MOVE PARM-QS-DEMO-A TO WS-DISP-SIGNED
                   MOVE WS-DISP-SIGNED TO WS-FLD-TEXT
               WHEN 4
                   MOVE "PARM-QS-DEMO-B" TO WS-FLD-NAME
                   MOVE PARM-QS-DEMO-B TO WS-DISP-SIGNED
                   MOVE WS-DISP-SIGNED TO WS-FLD-TEXT
               WHEN 5
                   MOVE "PARM-QS-DEMO-C" TO WS-FLD-NAME
                   MOVE PARM-QS-DEMO-C TO WS-DISP-SIGNED
                   MOVE WS-DISP-SIGNED TO WS-FLD-TEXT
               WHEN 6
                   MOVE "PARM-QS-COEF-MAX" TO WS-FLD-NAME
                   MOVE PARM-QS-COEF-MAX TO WS-DISP-UNSIGNED
                   MOVE WS-DISP-UNSIGNED TO WS-FLD-TEXT
               WHEN 7
                   MOVE "PARM-RECON-PCT" TO WS-FLD-NAME
                   MOVE PARM-RECON-PCT TO WS-DISP-UNSIGNED
                   MOVE WS-DISP-UNSIGNED TO WS-FLD-TEXT
               WHEN 8
                   MOVE "PARM-OUTLIER-SIGMA" TO WS-FLD-NAME
                   MOVE PARM-OUTLIER-SIGMA TO WS-DISP-UNSIGNED
                   MOVE WS-DISP-UNSIGNED TO WS-FLD-TEXT
               WHEN 9
                   MOVE "PARM-RETENTION-DAYS" TO WS-FLD-NAME
                   MOVE PARM-RETENTION-DAYS TO WS-DISP-UNSIGNED
                   MOVE WS-DISP-UNSIGNED TO WS-FLD-TEXT
               WHEN 10
                   MOVE "PARM-PRINT-WIDTH" TO WS-FLD-NAME
                   MOVE PARM-PRINT-WIDTH TO WS-DISP-UNSIGNED
                   MOVE WS-DISP-UNSIGNED TO WS-FLD-TEXT
               WHEN 11
                   MOVE "PARM-MAX-RECORDS" TO WS-FLD-NAME
                   MOVE PARM-MAX-RECORDS TO WS-DISP-UNSIGNED
                   MOVE WS-DISP-UNSIGNED TO WS-FLD-TEXT
               WHEN 12
                   MOVE "PARM-BATCH-WINDOW-MINS" TO WS-FLD-NAME
                   MOVE PARM-BATCH-WINDOW-MINS TO WS-DISP-UNSIGNED
                   MOVE WS-DISP-UNSIGNED TO WS-FLD-TEXT
               WHEN 13
                   MOVE "PARM-RETAIN-BUSINESS" TO WS-FLD-NAME
                   MOVE PARM-RETAIN-BUSINESS TO WS-DISP-UNSIGNED
                   MOVE WS-DISP-UNSIGNED TO WS-FLD-TEXT
               WHEN 14
                   MOVE "PARM-TICKET-REPORTS" TO WS-FLD-NAME
                   MOVE PARM-TICKET-REPORTS TO WS-DISP-UNSIGNED
                   MOVE WS-DISP-UNSIGNED TO WS-FLD-TEXT
               WHEN 15
                   MOVE "PARM-LIMIT-MARGIN" TO WS-FLD-NAME
                   MOVE PARM-LIMIT-MARGIN TO WS-DISP-UNSIGNED
                   MOVE WS-DISP-UNSIGNED TO WS-FLD-TEXT
               WHEN 16
                   MOVE "PARM-CSV-EXPORT" TO WS-FLD-NAME
                   MOVE PARM-CSV-EXPORT TO WS-DISP-UNSIGNED
                   MOVE WS-DISP-UNSIGNED TO WS-FLD-TEXT
               WHEN 17
                   MOVE "PARM-PIN-EXPIRY-DAYS" TO WS-FLD-NAME
                   MOVE PARM-PIN-EXPIRY-DAYS TO WS-DISP-UNSIGNED
                   MOVE WS-DISP-UNSIGNED TO WS-FLD-TEXT
               WHEN 18
                   MOVE "PARM-SIGNON-MAX-FAILS" TO WS-FLD-NAME
                   MOVE PARM-SIGNON-MAX-FAILS TO WS-DISP-UNSIGNED
                   MOVE WS-DISP-UNSIGNED TO WS-FLD-TEXT
               WHEN 19
                   MOVE "PARM-APPROVAL-HOURS" TO WS-FLD-NAME
                   MOVE PARM-APPROVAL-HOURS TO WS-DISP-UNSIGNED
                   MOVE WS-DISP-UNSIGNED TO WS-FLD-TEXT
               WHEN 20
                   MOVE "PARM-BACKUP-GENS" TO WS-FLD-NAME
                   MOVE PARM-BACKUP-GENS TO WS-DISP-UNSIGNED
                   MOVE WS-DISP-UNSIGNED TO WS-FLD-TEXT
           END-EVALUATE.

      *--------------------------------------------------------------*
      * 3000-TAKE-DECISIONS - ONE DECISION PER ANSWER, BLANK TO
      * FINISH.  DUALCTL SAYS WHETHER EACH ONE STOOD.
      *--------------------------------------------------------------*
       3000-TAKE-DECISIONS.
           MOVE 'N' TO WS-DECIDE-DONE-SW
           PERFORM UNTIL WS-DECIDE-DONE-SW = 'Y'
               MOVE SPACES TO WS-PROMPT
               STRING "A NNNNNN TO APPROVE, R NNNNNN TO REJECT, BLANK"
                   " TO FINISH" DELIMITED BY SIZE INTO WS-PROMPT
               PERFORM 8800-GET-ANSWER
               IF WS-ANSWER = SPACES
                   MOVE 'Y' TO WS-DECIDE-DONE-SW
               ELSE
                   PERFORM 3100-EDIT-ANSWER
                   IF WS-ANSWER-OK-SW = 'Y'
                       PERFORM 3200-PASS-DECISION
                   ELSE
                       DISPLAY "ANSWER NOT UNDERSTOOD - GIVE A OR R, A"
                           " SPACE AND THE REQUEST NUMBER"
                   END-IF
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------*
      * 3100-EDIT-ANSWER - A OR R, ONE SPACE, THEN ONE TO SIX DIGITS.
      *--------------------------------------------------------------*
       3100-EDIT-ANSWER.
           MOVE 'Y' TO WS-ANSWER-OK-SW
           IF WS-ANSWER(1:1) = 'a'
               MOVE 'A' TO WS-ANSWER(1:1)
           END-IF
           IF WS-ANSWER(1:1) = 'r'
               MOVE 'R' TO WS-ANSWER(1:1)
           END-IF
           IF (WS-ANSWER(1:1) NOT = 'A' AND WS-ANSWER(1:1) NOT = 'R')
                   OR WS-ANSWER(2:1) NOT = SPACE
               MOVE 'N' TO WS-ANSWER-OK-SW
           END-IF
           MOVE 0 TO WS-NUM-LEN
           PERFORM VARYING WS-NUM-IDX FROM 3 BY 1
                   UNTIL WS-NUM-IDX > 9
                      OR WS-ANSWER(WS-NUM-IDX:1) = SPACE
               IF WS-ANSWER(WS-NUM-IDX:1) IS NUMERIC
                   ADD 1 TO WS-NUM-LEN
               ELSE
                   MOVE 'N' TO WS-ANSWER-OK-SW
               END-IF
           END-PERFORM
           IF WS-NUM-LEN = 0 OR WS-NUM-LEN > 6
               MOVE 'N' TO WS-ANSWER-OK-SW
           END-IF
           IF WS-ANSWER-OK-SW = 'Y'
               MOVE ALL '0' TO WS-ANSWER-NUM-X
               MOVE WS-ANSWER(3:WS-NUM-LEN)
                   TO WS-ANSWER-NUM-X(7 - WS-NUM-LEN:WS-NUM-LEN)
               MOVE WS-ANSWER-NUM-X TO WS-DC-REQ-NO
           END-IF.

       3200-PASS-DECISION.
           IF WS-ANSWER(1:1) = 'A'
               MOVE 'A' TO WS-DC-FUNCTION
           ELSE
               MOVE 'J' TO WS-DC-FUNCTION
           END-IF
           MOVE SPACES TO WS-DC-ACTION
           MOVE SPACES TO WS-DC-DESC
           MOVE SPACES TO WS-DC-DETAIL
           CALL "DUALCTL" USING WS-DC-FUNCTION WS-DC-ACTION
               WS-DC-REQ-NO WS-DC-DESC WS-DC-DETAIL WS-RUN-TICKET
               WS-DC-RESULT
           IF WS-DC-RESULT = 'Y'
               ADD 1 TO WS-DECIDED-COUNT
               IF WS-DC-FUNCTION = 'A'
                   DISPLAY "REQUEST " WS-DC-REQ-NO " APPROVED - IT"
                       " RUNS ON THE NEXT RUN OF ITS PROGRAM"
               ELSE
                   DISPLAY "REQUEST " WS-DC-REQ-NO " REJECTED"
               END-IF
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "*** REQUEST " WS-DC-REQ-NO " NOT CHANGED: "
                   WS-DC-DESC " ***"
               MOVE 8 TO WS-MAX-RC
           END-IF.

       8800-GET-ANSWER.
           MOVE SPACES TO WS-ANSWER
           CALL "RESPOND" USING WS-PROMPT WS-ANSWER.

       9999-FINISH-EXIT.
           MOVE WS-OPEN-COUNT TO WS-AUDIT-RECORDS-IN
           MOVE WS-DECIDED-COUNT TO WS-AUDIT-RECORDS-OUT
           MOVE WS-MAX-RC TO WS-SAVE-RC
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-RECORDS-IN
               WS-AUDIT-RECORDS-OUT WS-RUN-TICKET
           MOVE WS-SAVE-RC TO RETURN-CODE
           GOBACK.
