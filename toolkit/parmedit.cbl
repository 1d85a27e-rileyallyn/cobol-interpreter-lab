      *                    A RUN THAT ABENDS STILL LEAVES A TRACE;
      *                    AUDITLOG'S COMPLETION LINE IS THE PAIRED
      *                    EVENT=END.
      *   2026-10-15  RA   ADDED PARM-LIMIT-MARGIN, LIMITCHK'S CREDIT-
      *                    LIMIT WARNING MARGIN.  A BLANK FIELD ON AN
      *                    OLDER TOOLPARM FILE READS AS ZERO.
      *   2026-10-15  RA   ADDED PARM-CSV-EXPORT, THE COMMA-DELIMITED
      *                    DATA FILE SWITCH FOR DASHBOARD, RECONCILE,
      *                    TRENDROLL AND FORECAST.  A BLANK FIELD ON AN
      *                    OLDER TOOLPARM FILE READS AS ZERO.
      *   2026-10-15  RA   ADDED PARM-PIN-EXPIRY-DAYS, THE AGE IN DAYS
      *                    AT WHICH SIGN-ON MAKES AN OPERATOR CHOOSE A
      *                    NEW PIN.
      *   2026-10-15  RA   ADDED PARM-SIGNON-MAX-FAILS, THE RUN OF WRONG
      *                    PINS THAT LOCKS AN OPERATOR OUT.
      *   2026-10-15  RA   ADDED PARM-APPROVAL-HOURS, HOW LONG A DUAL-
      *                    CONTROL REQUEST MAY WAIT BEFORE IT EXPIRES.
      *   2026-10-15  RA   A TOOLPARM REWRITE NOW NEEDS A SECOND PAIR OF
      *                    EYES.  THE EDITED RECORD IS RECORDED IN THE
      *                    APPRQ QUEUE THROUGH THE SHARED DUALCTL
      *                    SUBPROGRAM (ONE "REQUEST" NOTE PER CHANGED
      *                    PARAMETER) INSTEAD OF BEING WRITTEN; ONCE
      *                    ANOTHER OPERATOR APPROVES IT FROM MENU, THE
      *                    NEXT PARMEDIT RUN APPLIES IT - UNLESS
      *                    TOOLPARM HAS CHANGED SINCE THE REQUEST, IN
      *                    WHICH CASE NOTHING IS WRITTEN.  A SHOP
      *                    WITHOUT OPERMAST REWRITES AT ONCE AS BEFORE.
      *   2026-10-15  RA   ADDED PARM-BACKUP-GENS, THE NUMBER OF BACKUP
      *                    GENERATIONS FILEBKUP KEEPS, AS FIELD 20.
      *   2026-10-15  RA   THE APPROVED-CHANGE SWITCH IS RESET AT THE
      *                    START OF EACH RUN.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMEDIT.
      * FROM THE FIELD INDEX, SO ONE EDIT PARAGRAPH SERVES EVERY
      * PARAMETER.
      *--------------------------------------------------------------*
       77  WS-FLD-COUNT            PIC 9(02) COMP VALUE 20.
       77  WS-FLD-IDX              PIC 9(02) COMP.
       77  WS-FLD-NAME             PIC X(26).
       77  WS-FLD-RANGE-TEXT       PIC X(30).
       77  WS-CHANGE-COUNT         PIC 9(02) COMP VALUE 0.
       77  WS-CHANGE-IDX           PIC 9(02) COMP.
       01  WS-CHANGE-TABLE.
           05  WS-CHANGE-NOTE OCCURS 20 TIMES
               PIC X(80).
       77  WS-NOTE-TEXT            PIC X(80).

      *--------------------------------------------------------------*
      * DUAL-CONTROL WORK FIELDS - THE RECORD AS READ AND AS EDITED
      * TRAVEL TOGETHER IN THE APPRQ LINE'S DETAIL, SO THE APPROVED
      * RUN CAN TELL WHETHER TOOLPARM MOVED UNDERNEATH THE REQUEST
      * AND WHICH PARAMETERS THE REQUEST CHANGES.
      *--------------------------------------------------------------*
       77  WS-BEFORE-IMAGE         PIC X(74).
       77  WS-AFTER-IMAGE          PIC X(74).
       77  WS-DC-FUNCTION          PIC X(01).
       77  WS-DC-ACTION            PIC X(08) VALUE "PARMEDIT".
       77  WS-DC-REQ-NO            PIC 9(06).
       77  WS-DC-DESC              PIC X(50).
       01  WS-DC-DETAIL.
           05  WS-DC-BEFORE        PIC X(74).
           05  WS-DC-AFTER         PIC X(74).
           05  FILLER              PIC X(12).
       77  WS-DC-RESULT            PIC X(01).
       77  WS-TOOK-APPROVED-SW     PIC X(01) VALUE 'N'.
           88  WS-TOOK-APPROVED     VALUE 'Y'.
       77  WS-DIFF-PREFIX          PIC X(16).
       77  WS-DIFF-OLD             PIC X(12).
       77  WS-DIFF-LEAD            PIC 9(02) COMP.
       77  WS-DIFF-NEW-LEAD        PIC 9(02) COMP.
       77  WS-DISP-CHANGES         PIC Z9.

       77  WS-AUDIT-PROGRAM       PIC X(20) VALUE "PARMEDIT".
       77  WS-AUDIT-RECORDS-IN    PIC 9(07).
       77  WS-AUDIT-RECORDS-OUT   PIC 9(07).
           CALL "RUNTICKET" USING WS-RUN-TICKET
           CALL "AUDITBEG" USING WS-AUDIT-PROGRAM WS-RUN-TICKET
           MOVE 'N' TO WS-ABORT-SW
           MOVE 'N' TO WS-TOOK-APPROVED-SW
           MOVE 0 TO WS-CHANGE-COUNT
           PERFORM 1000-LOAD-PARMS
           IF NOT WS-ABORT-RUN
               PERFORM 1500-TAKE-APPROVED-CHANGE
           END-IF
           IF NOT WS-ABORT-RUN AND NOT WS-TOOK-APPROVED
               PERFORM 2100-EDIT-ONE-FIELD
                   VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FLD-COUNT
               IF WS-CHANGE-COUNT > 0
                   PERFORM 2900-REQUEST-REWRITE
               ELSE
                   DISPLAY "PARMEDIT: NO PARAMETERS CHANGED -"
                       " TOOLPARM LEFT AS IT WAS"
           MOVE 0 TO PARM-BATCH-WINDOW-MINS
           MOVE 0 TO PARM-RETAIN-BUSINESS
           MOVE 0 TO PARM-TICKET-REPORTS
           MOVE 0 TO PARM-LIMIT-MARGIN
           MOVE 0 TO PARM-CSV-EXPORT
           MOVE 0 TO PARM-PIN-EXPIRY-DAYS
           MOVE 0 TO PARM-SIGNON-MAX-FAILS
           MOVE 0 TO PARM-APPROVAL-HOURS
           MOVE 0 TO PARM-BACKUP-GENS
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00" OR WS-PARM-STATUS = "05"
               READ PARM-FILE INTO TOOLKIT-PARMS
                       DISPLAY "PARMEDIT: NO TOOLPARM FILE YET -"
                           " STARTING FROM ALL-DEFAULT VALUES"
               END-READ
               IF PARM-LIMIT-MARGIN IS NOT NUMERIC
                   MOVE 0 TO PARM-LIMIT-MARGIN
               END-IF
               IF PARM-CSV-EXPORT IS NOT NUMERIC
                   MOVE 0 TO PARM-CSV-EXPORT
               END-IF
               IF PARM-PIN-EXPIRY-DAYS IS NOT NUMERIC
                   MOVE 0 TO PARM-PIN-EXPIRY-DAYS
               END-IF
               IF PARM-SIGNON-MAX-FAILS IS NOT NUMERIC
                   MOVE 0 TO PARM-SIGNON-MAX-FAILS
               END-IF
               IF PARM-APPROVAL-HOURS IS NOT NUMERIC
                   MOVE 0 TO PARM-APPROVAL-HOURS
               END-IF
               IF PARM-BACKUP-GENS IS NOT NUMERIC
                   MOVE 0 TO PARM-BACKUP-GENS
               END-IF
               CLOSE PARM-FILE
               MOVE TOOLKIT-PARMS TO WS-BEFORE-IMAGE
           ELSE
               DISPLAY "*** PARMEDIT: UNEXPECTED STATUS "
                   WS-PARM-STATUS " OPENING TOOLPARM ***"
               SET WS-ABORT-RUN TO TRUE
           END-IF.

      *--------------------------------------------------------------*
      * 1500-TAKE-APPROVED-CHANGE - A REWRITE ANOTHER OPERATOR HAS
      * APPROVED IS APPLIED BEFORE ANYTHING ELSE, AND THE RUN ENDS
      * THERE.  IT IS APPLIED ONLY OVER THE VERY RECORD IT WAS
      * EDITED FROM - IF TOOLPARM HAS CHANGED SINCE, WRITING THE OLD
      * EDIT WOULD SILENTLY UNDO THE NEWER CHANGE, SO NOTHING IS
      * WRITTEN AND THE EDIT MUST BE ASKED FOR AGAIN.
      *--------------------------------------------------------------*
       1500-TAKE-APPROVED-CHANGE.
           MOVE 'T' TO WS-DC-FUNCTION
           MOVE SPACES TO WS-DC-DESC
           MOVE SPACES TO WS-DC-DETAIL
           CALL "DUALCTL" USING WS-DC-FUNCTION WS-DC-ACTION
               WS-DC-REQ-NO WS-DC-DESC WS-DC-DETAIL WS-RUN-TICKET
               WS-DC-RESULT
           IF WS-DC-RESULT = 'Y'
               SET WS-TOOK-APPROVED TO TRUE
               DISPLAY "PARMEDIT: APPLYING APPROVED REQUEST "
                   WS-DC-REQ-NO
               IF WS-DC-BEFORE NOT = WS-BEFORE-IMAGE
                   DISPLAY "*** PARMEDIT: TOOLPARM HAS CHANGED SINCE"
                       " REQUEST " WS-DC-REQ-NO " WAS MADE - NOT"
                       " APPLIED; EDIT AND REQUEST AGAIN ***"
                   MOVE 8 TO RETURN-CODE
                   MOVE 1 TO WS-CHANGE-COUNT
                   MOVE SPACES TO WS-CHANGE-NOTE(1)
                   STRING "APPROVED REQUEST " WS-DC-REQ-NO
                       " NOT APPLIED - TOOLPARM CHANGED SINCE"
                       DELIMITED BY SIZE INTO WS-CHANGE-NOTE(1)
               ELSE
                   MOVE WS-DC-AFTER TO WS-AFTER-IMAGE
                   MOVE SPACES TO WS-DIFF-PREFIX
                   STRING "APPLIED " WS-DC-REQ-NO DELIMITED BY SIZE
                       INTO WS-DIFF-PREFIX
                   PERFORM 3500-BUILD-DIFF-NOTES
                   MOVE WS-AFTER-IMAGE TO TOOLKIT-PARMS
                   PERFORM 3000-REWRITE-PARMS
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 2100-EDIT-ONE-FIELD - SHOW THE PARAMETER AT WS-FLD-IDX WITH
      * ITS CURRENT VALUE AND DOCUMENTED DEFAULT/RANGE, THEN PROMPT
                   MOVE 1 TO WS-FLD-HI
                   MOVE PARM-TICKET-REPORTS TO WS-DISP-UNSIGNED
                   MOVE WS-DISP-UNSIGNED TO WS-OLD-TEXT
               WHEN 15
                   MOVE "PARM-LIMIT-MARGIN" TO WS-FLD-NAME
                   MOVE "RANGE 0-9999999 (0 = 100)"
                       TO WS-FLD-RANGE-TEXT
                   MOVE 0 TO WS-FLD-LO
                   MOVE 9999999 TO WS-FLD-HI
                   MOVE PARM-LIMIT-MARGIN TO WS-DISP-UNSIGNED
                   MOVE WS-DISP-UNSIGNED TO WS-OLD-TEXT
               WHEN 16
                   MOVE "PARM-CSV-EXPORT" TO WS-FLD-NAME
                   MOVE "0 = PRINT ONLY, 1 = ALSO CSV"
                       TO WS-FLD-RANGE-TEXT
                   MOVE 0 TO WS-FLD-LO
                   MOVE 1 TO WS-FLD-HI
                   MOVE PARM-CSV-EXPORT TO WS-DISP-UNSIGNED
                   MOVE WS-DISP-UNSIGNED TO WS-OLD-TEXT
               WHEN 17
                   MOVE "PARM-PIN-EXPIRY-DAYS" TO WS-FLD-NAME
                   MOVE "0 (90 DAYS) OR 1-999"
                       TO WS-FLD-RANGE-TEXT
                   MOVE 0 TO WS-FLD-LO
                   MOVE 999 TO WS-FLD-HI
                   MOVE PARM-PIN-EXPIRY-DAYS TO WS-DISP-UNSIGNED
                   MOVE WS-DISP-UNSIGNED TO WS-OLD-TEXT
               WHEN 18
                   MOVE "PARM-SIGNON-MAX-FAILS" TO WS-FLD-NAME
                   MOVE "0 (3 TRIES) OR 1-9"
                       TO WS-FLD-RANGE-TEXT
                   MOVE 0 TO WS-FLD-LO
                   MOVE 9 TO WS-FLD-HI
                   MOVE PARM-SIGNON-MAX-FAILS TO WS-DISP-UNSIGNED
                   MOVE WS-DISP-UNSIGNED TO WS-OLD-TEXT
               WHEN 19
                   MOVE "PARM-APPROVAL-HOURS" TO WS-FLD-NAME
                   MOVE "0 (24 HOURS) OR 1-999"
                       TO WS-FLD-RANGE-TEXT
                   MOVE 0 TO WS-FLD-LO
                   MOVE 999 TO WS-FLD-HI
                   MOVE PARM-APPROVAL-HOURS TO WS-DISP-UNSIGNED
                   MOVE WS-DISP-UNSIGNED TO WS-OLD-TEXT
               WHEN 20
                   MOVE "PARM-BACKUP-GENS" TO WS-FLD-NAME
                   MOVE "0 (KEEP 7) OR 1-99"
                       TO WS-FLD-RANGE-TEXT
                   MOVE 0 TO WS-FLD-LO
                   MOVE 99 TO WS-FLD-HI
                   MOVE PARM-BACKUP-GENS TO WS-DISP-UNSIGNED
                   MOVE WS-DISP-UNSIGNED TO WS-OLD-TEXT
           END-EVALUATE.

      *--------------------------------------------------------------*
                   MOVE WS-NEW-NUM TO PARM-RETAIN-BUSINESS
               WHEN 14
                   MOVE WS-NEW-NUM TO PARM-TICKET-REPORTS
               WHEN 15
                   MOVE WS-NEW-NUM TO PARM-LIMIT-MARGIN
               WHEN 16
                   MOVE WS-NEW-NUM TO PARM-CSV-EXPORT
               WHEN 17
                   MOVE WS-NEW-NUM TO PARM-PIN-EXPIRY-DAYS
               WHEN 18
                   MOVE WS-NEW-NUM TO PARM-SIGNON-MAX-FAILS
               WHEN 19
                   MOVE WS-NEW-NUM TO PARM-APPROVAL-HOURS
               WHEN 20
                   MOVE WS-NEW-NUM TO PARM-BACKUP-GENS
           END-EVALUATE
           ADD 1 TO WS-CHANGE-COUNT
           MOVE WS-NEW-NUM TO WS-DISP-NEW
               " TO " WS-DISP-NEW
               INTO WS-CHANGE-NOTE(WS-CHANGE-COUNT).

      *--------------------------------------------------------------*
      * 2900-REQUEST-REWRITE - THE EDITED RECORD GOES TO THE APPRQ
      * QUEUE, NOT TO TOOLPARM.  ONE REQUEST NOTE PER CHANGED
      * PARAMETER REPLACES THE CHANGE NOTES, SINCE NOTHING HAS
      * CHANGED YET.  AN OPEN SHOP (NO OPERMAST) REWRITES AT ONCE.
      *--------------------------------------------------------------*
       2900-REQUEST-REWRITE.
           MOVE TOOLKIT-PARMS TO WS-AFTER-IMAGE
           MOVE SPACES TO WS-DC-DETAIL
           MOVE WS-BEFORE-IMAGE TO WS-DC-BEFORE
           MOVE WS-AFTER-IMAGE TO WS-DC-AFTER
           MOVE WS-CHANGE-COUNT TO WS-DISP-CHANGES
           MOVE SPACES TO WS-DC-DESC
           STRING "TOOLPARM REWRITE - " WS-DISP-CHANGES
               " PARAMETER CHANGE(S)" DELIMITED BY SIZE
               INTO WS-DC-DESC
           MOVE 'R' TO WS-DC-FUNCTION
           CALL "DUALCTL" USING WS-DC-FUNCTION WS-DC-ACTION
               WS-DC-REQ-NO WS-DC-DESC WS-DC-DETAIL WS-RUN-TICKET
               WS-DC-RESULT
           EVALUATE WS-DC-RESULT
               WHEN 'O'
                   PERFORM 3000-REWRITE-PARMS
               WHEN 'P'
                   DISPLAY "PARMEDIT: CHANGES RECORDED FOR APPROVAL AS"
                       " REQUEST " WS-DC-REQ-NO " - TOOLPARM IS NOT"
                       " REWRITTEN UNTIL ANOTHER OPERATOR APPROVES"
                   MOVE SPACES TO WS-DIFF-PREFIX
                   STRING "REQUEST " WS-DC-REQ-NO DELIMITED BY SIZE
                       INTO WS-DIFF-PREFIX
                   PERFORM 3500-BUILD-DIFF-NOTES
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "*** PARMEDIT: " WS-DC-DESC
                       " - CHANGES NOT RECORDED ***"
                   MOVE 0 TO WS-CHANGE-COUNT
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      *--------------------------------------------------------------*
      * 3000-REWRITE-PARMS - EVERY FIELD HAS PASSED ITS RANGE CHECK,
      * SO THE WHOLE RECORD CAN BE REWRITTEN IN ONE GO.
                   WS-CHANGE-COUNT " CHANGE(S)"
           END-IF.

      *--------------------------------------------------------------*
      * 3500-BUILD-DIFF-NOTES - ONE NOTE PER PARAMETER THAT DIFFERS
      * BETWEEN WS-BEFORE-IMAGE AND WS-AFTER-IMAGE, "<PREFIX> NAME
      * OLD -> NEW", SHORT ENOUGH TO SURVIVE WHOLE IN AUDITLG.  THE
      * CHANGE TABLE IS REBUILT FROM THEM; TOOLKIT-PARMS IS LEFT
      * HOLDING THE AFTER IMAGE.
      *--------------------------------------------------------------*
       3500-BUILD-DIFF-NOTES.
           MOVE 0 TO WS-CHANGE-COUNT
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FLD-COUNT
               MOVE WS-BEFORE-IMAGE TO TOOLKIT-PARMS
               PERFORM 2110-SET-FIELD-FACTS
               MOVE WS-OLD-TEXT TO WS-DIFF-OLD
               MOVE WS-AFTER-IMAGE TO TOOLKIT-PARMS
               PERFORM 2110-SET-FIELD-FACTS
               IF WS-OLD-TEXT NOT = WS-DIFF-OLD
                   MOVE 0 TO WS-DIFF-LEAD
                   INSPECT WS-DIFF-OLD TALLYING WS-DIFF-LEAD
                       FOR LEADING SPACES
                   MOVE 0 TO WS-DIFF-NEW-LEAD
                   INSPECT WS-OLD-TEXT TALLYING WS-DIFF-NEW-LEAD
                       FOR LEADING SPACES
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE SPACES TO WS-CHANGE-NOTE(WS-CHANGE-COUNT)
                   STRING WS-DIFF-PREFIX DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       WS-FLD-NAME DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-DIFF-OLD(WS-DIFF-LEAD + 1:) DELIMITED BY " "
                       " -> " DELIMITED BY SIZE
                       WS-OLD-TEXT(WS-DIFF-NEW-LEAD + 1:)
                           DELIMITED BY " "
                       INTO WS-CHANGE-NOTE(WS-CHANGE-COUNT)
               END-IF
           END-PERFORM
           MOVE WS-AFTER-IMAGE TO TOOLKIT-PARMS.

       8800-GET-ANSWER.
           MOVE SPACES TO WS-ANSWER
           CALL "RESPOND" USING WS-PROMPT WS-ANSWER.
