      *****************************************************************
      * PROGRAM:  INCIDENT
      *
      * PURPOSE:  INCIDENT LOG.  AN ALERTQ ACKNOWLEDGMENT ONLY SAYS
      *           SOMEBODY SAW THE ALERT; THIS PROGRAM RECORDS WHAT
      *           WAS DONE ABOUT IT.  AN INCIDENT IS OPENED WITH A
      *           SEVERITY (1 SERVICE DOWN, 2 DEGRADED, 3 MINOR), A
      *           TITLE AND AN OWNER, AND IS TIED TO THE RUN TICKETS
      *           AND ALERTQ ALERTS IT CONCERNS - THE TICKET OF A
      *           FAILED DRIVER STEP, THE ALERT THE FAILURE RAISED.
      *           IT THEN MOVES THROUGH OPEN, IN PROGRESS AND CLOSED,
      *           COLLECTING ITS CAUSE AND THE ACTIONS TAKEN ON THE
      *           WAY.  FUNCTIONS:
      *             O  OPEN AN INCIDENT AND LINK ITS TICKETS/ALERTS
      *             L  LINK MORE TICKETS OR ALERTS TO AN INCIDENT
      *             C  RECORD (OR REPLACE) THE CAUSE
      *             A  RECORD AN ACTION TAKEN
      *             S  CHANGE THE STATUS, OWNER OR SEVERITY - AN
      *                INCIDENT IS CLOSED ONLY ONCE IT HAS A CAUSE AND
      *                AT LEAST ONE ACTION; A CLOSED ONE CAN BE PUT
      *                BACK OPEN
      *             R  REPORT ONLY
      *           EVERY LINE GOES TO THE APPEND-ONLY INCLOG FILE
      *           (SHARED INCREC COPYBOOK) UNDER THE RUNLOCK ON
      *           RESOURCE INCLOG, SO INCLOG IS ALSO THE INCIDENT'S
      *           HISTORY.  OPENING, STATUS CHANGES AND CLOSING ARE
      *           NOTED IN AUDITLG.
      *
      *           INCRPT SHOWS THE INCIDENT ACTED ON, LINE BY LINE,
      *           THEN THE OPEN-INCIDENTS AGING REPORT - EVERY
      *           INCIDENT NOT YET CLOSED BY SEVERITY, OLDEST FIRST,
      *           WITH ITS AGE IN DAYS AND COUNTS BY AGE BAND.
      *           DASHBOARD SHOWS THE OPEN COUNT AND DAYCLOSE WILL NOT
      *           CLOSE A DATE WHILE A SEVERITY-1 INCIDENT IS OPEN
      *           (BOTH THROUGH THE SHARED INCSUMM SUBPROGRAM).
      *
      *           RETURN-CODE 4 WHEN A STATUS CHANGE CHANGES NOTHING,
      *           8 WHEN AN ANSWER FAILS VALIDATION OR A CLOSE IS
      *           REFUSED, 16 WHEN INCLOG OR THE REPORT CANNOT BE
      *           OPENED OR INCLOG IS IN USE.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15  RA   INITIAL VERSION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT.
       AUTHOR. R-ALLYN.
       INSTALLATION. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INC-FILE ASSIGN TO "INCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INC-STATUS.
           SELECT OPTIONAL ALERT-FILE ASSIGN TO "ALERTQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT PRINT-FILE ASSIGN TO "INCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "TOOLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INC-FILE.
           COPY INCREC.

       FD  ALERT-FILE.
       01  ALERT-REC.
           02  ALERT-ACK-FLAG      PIC X(01).
           02  FILLER              PIC X(01).
           02  ALERT-DATE          PIC 9(06).
           02  FILLER              PIC X(01).
           02  ALERT-TIME          PIC 9(08).
           02  FILLER              PIC X(01).
           02  ALERT-PROGRAM       PIC X(20).
           02  FILLER              PIC X(01).
           02  ALERT-TEXT          PIC X(60).
           02  FILLER              PIC X(01).
           02  ALERT-ACK-INFO      PIC X(20).

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(132).

       FD  PARM-FILE.
           COPY TOOLPARM.

       WORKING-STORAGE SECTION.
       77  WS-INC-STATUS           PIC X(02).
       77  WS-ALERT-STATUS         PIC X(02).
       77  WS-PRINT-STATUS         PIC X(02).
       77  WS-PARM-STATUS          PIC X(02).
       77  WS-ABORT-SW             PIC X(01) VALUE 'N'.
           88  WS-ABORT-RUN         VALUE 'Y'.
       77  WS-SAVE-RC              PIC S9(09) COMP.
       77  WS-EOF-SW               PIC X(01).
           88  WS-AT-EOF            VALUE 'Y'.

      *--------------------------------------------------------------*
      * THE LINE BEING ADDED TO INCLOG IS BUILT HERE.
      *--------------------------------------------------------------*
           COPY INCREC REPLACING LEADING ==INC== BY ==INCW==.

      *--------------------------------------------------------------*
      * OPERATOR-PROMPT WORK FIELDS - EVERY QUESTION GOES THROUGH THE
      * SHARED RESPOND SUBPROGRAM (8800-GET-ANSWER) SO A RESPONSE
      * FILE CAN ANSWER IT IN AN UNATTENDED RUN.
      *--------------------------------------------------------------*
       77  WS-PROMPT               PIC X(60).
       77  WS-ANSWER               PIC X(60).
       77  WS-FUNCTION-SW          PIC X(01).
           88  WS-OPEN-FUNCTION     VALUE 'O'.
           88  WS-LINK-FUNCTION     VALUE 'L'.
           88  WS-CAUSE-FUNCTION    VALUE 'C'.
           88  WS-ACTION-FUNCTION   VALUE 'A'.
           88  WS-STATUS-FUNCTION   VALUE 'S'.
           88  WS-REPORT-FUNCTION   VALUE 'R'.
       77  WS-FUNCTION-NAME        PIC X(10).
       77  WS-ANY-LEVEL            PIC 9(01) VALUE 0.
       77  WS-OPER-ID              PIC X(08).
       77  WS-AUTH-ALLOWED-SW      PIC X(01).
       77  WS-NOTE-TEXT            PIC X(80).
       77  WS-DIGITS               PIC 9(02) COMP.
       77  WS-NUM-WORK             PIC 9(09).
       77  WS-NUM-OK-SW            PIC X(01).
           88  WS-NUM-OK            VALUE 'Y'.

      *--------------------------------------------------------------*
      * INCIDENT TABLE - EVERY INCIDENT ON INCLOG AND ITS STANDING,
      * BUILT FROM THE WHOLE FILE AND KEPT UP TO DATE AS THIS RUN
      * ADDS LINES.  THE NEXT INCIDENT NUMBER IS ONE PAST THE
      * HIGHEST ON FILE.
      *--------------------------------------------------------------*
       77  WS-IT-LIMIT             PIC 9(04) COMP VALUE 1000.
       77  WS-IT-COUNT             PIC 9(04) COMP VALUE 0.
       77  WS-IT-IDX               PIC 9(04) COMP.
       77  WS-IT-HIT               PIC 9(04) COMP.
       77  WS-IT-OVERFLOW-SW       PIC X(01).
           88  WS-IT-OVERFLOW       VALUE 'Y'.
       01  WS-IT-TABLE.
           05  WS-IT-ENTRY OCCURS 1000 TIMES.
               10  WS-IT-ID        PIC 9(06).
               10  WS-IT-OPEN-DATE PIC 9(06).
               10  WS-IT-OPENED-BY PIC X(08).
               10  WS-IT-SEVERITY  PIC X(01).
               10  WS-IT-STATUS    PIC X(01).
               10  WS-IT-OWNER     PIC X(08).
               10  WS-IT-TITLE     PIC X(47).
               10  WS-IT-CAUSE-SW  PIC X(01).
               10  WS-IT-ACTIONS   PIC 9(03) COMP.
               10  WS-IT-TICKETS   PIC 9(03) COMP.
               10  WS-IT-ALERTS    PIC 9(03) COMP.
       77  WS-NEXT-ID              PIC 9(06) VALUE 1.
       77  WS-INC-NO               PIC 9(06).
       77  WS-SAVE-INC-NO          PIC 9(06).
       77  WS-INC-LINES            PIC 9(07) COMP VALUE 0.
       77  WS-LINES-ADDED          PIC 9(07) COMP VALUE 0.

      *--------------------------------------------------------------*
      * LINK TABLE - EVERY TICKET AND ALERT ALREADY TIED TO AN
      * INCIDENT, SO THE SAME ONE IS NOT LINKED TWICE.
      *--------------------------------------------------------------*
       77  WS-LK-LIMIT             PIC 9(04) COMP VALUE 3000.
       77  WS-LK-COUNT             PIC 9(04) COMP VALUE 0.
       77  WS-LK-IDX               PIC 9(04) COMP.
       01  WS-LK-TABLE.
           05  WS-LK-ENTRY OCCURS 3000 TIMES.
               10  WS-LK-ID        PIC 9(06).
               10  WS-LK-TYPE      PIC X(01).
               10  WS-LK-KEY       PIC X(34).
       77  WS-LINK-KEY             PIC X(34).
       77  WS-LINK-DUP-SW          PIC X(01).
       77  WS-LINKS-ASKED          PIC 9(02) COMP.
       77  WS-LINKS-MAX            PIC 9(02) COMP VALUE 20.
       77  WS-LINKS-ADDED          PIC 9(03) COMP VALUE 0.

      *--------------------------------------------------------------*
      * ALERTQ WORK FIELDS - THE NEWEST 500 LINES ARE HELD, NUMBERED
      * BY THEIR LINE IN THE QUEUE (SLOT = LINE MODULO 500).
      *--------------------------------------------------------------*
       77  WS-AQ-LIMIT             PIC 9(04) COMP VALUE 500.
       77  WS-AQ-TOTAL             PIC 9(07) COMP VALUE 0.
       77  WS-AQ-SLOT              PIC 9(04) COMP.
       77  WS-AQ-LINE-NO           PIC 9(07) COMP.
       77  WS-AQ-FIRST             PIC 9(07) COMP.
       77  WS-AQ-QUOTIENT          PIC 9(07) COMP.
       77  WS-AQ-SHOW              PIC 9(02) COMP VALUE 15.
       01  WS-AQ-TABLE.
           05  WS-AQ-LINE OCCURS 500 TIMES PIC X(120).
       01  WS-AQ-WORK.
           05  WS-AQ-ACK-FLAG      PIC X(01).
           05  FILLER              PIC X(01).
           05  WS-AQ-DATE          PIC 9(06).
           05  FILLER              PIC X(01).
           05  WS-AQ-TIME          PIC 9(08).
           05  FILLER              PIC X(01).
           05  WS-AQ-PROGRAM       PIC X(20).
           05  FILLER              PIC X(01).
           05  WS-AQ-TEXT          PIC X(60).
           05  FILLER              PIC X(21).

      *--------------------------------------------------------------*
      * STATUS-CHANGE WORK FIELDS
      *--------------------------------------------------------------*
       77  WS-NEW-STATUS           PIC X(01).
       77  WS-NEW-OWNER            PIC X(08).
       77  WS-NEW-SEVERITY         PIC X(01).
       77  WS-NEW-TITLE            PIC X(47).
       77  WS-STATUS-NAME          PIC X(11).

      *--------------------------------------------------------------*
      * AGING WORK FIELDS - AGE IN DAYS FROM THE DATE OPENED.
      *--------------------------------------------------------------*
       77  WS-TODAY                PIC 9(06).
       01  WS-RUN-TIME             PIC 9(08).
       01  WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME.
           05  WS-RUN-HHMMSS       PIC 9(06).
           05  FILLER              PIC 9(02).
       77  WS-WORK-DATE            PIC 9(08).
       77  WS-TODAY-DAYNO          PIC 9(07) COMP.
       77  WS-AGE-DAYS             PIC 9(05) COMP.
       77  WS-AGE-SEV              PIC X(01).
       77  WS-OPEN-TOTAL           PIC 9(05) COMP VALUE 0.
       01  WS-BAND-COUNTS.
           05  WS-BAND-COUNT OCCURS 4 TIMES PIC 9(05) COMP.
       01  WS-SEV-COUNTS.
           05  WS-SEV-COUNT OCCURS 3 TIMES PIC 9(05) COMP.
       77  WS-BAND-IDX             PIC 9(01) COMP.
       77  WS-SEV-IDX              PIC 9(01) COMP.

      *--------------------------------------------------------------*
      * RUN-LOCK WORK FIELDS
      *--------------------------------------------------------------*
       77  WS-LOCK-ACTION          PIC X(01).
       77  WS-LOCK-RESOURCE        PIC X(08) VALUE "INCLOG".
       77  WS-LOCK-GRANTED-SW      PIC X(01).
       77  WS-LOCK-HELD-SW         PIC X(01) VALUE 'N'.
           88  WS-LOCK-HELD         VALUE 'Y'.

      *--------------------------------------------------------------*
      * DISPLAY FIELDS
      *--------------------------------------------------------------*
       77  WS-DISP-COUNT           PIC Z(04)9.
       77  WS-DISP-SMALL           PIC ZZ9.
       77  WS-DISP-SMALL-2         PIC ZZ9.
       77  WS-DISP-SMALL-3         PIC ZZ9.
       77  WS-DISP-AGE             PIC Z(04)9.
       77  WS-DISP-LINE-NO         PIC Z(06)9.
       77  WS-DISP-TICKET          PIC Z(08)9.

      *--------------------------------------------------------------*
      * REPORT WORK FIELDS
      *--------------------------------------------------------------*
       01  WS-RPT-PROGRAM          PIC X(20) VALUE "INCIDENT".
       01  WS-RPT-TITLE            PIC X(40)
           VALUE "INCIDENT LOG AND OPEN-INCIDENT AGING".
       77  WS-RPT-PAGE-NO          PIC 9(04) VALUE 1.
       77  WS-RPT-LINES-ON-PAGE    PIC 9(04) COMP VALUE 0.
       77  WS-RPT-MAX-LINES        PIC 9(04) COMP VALUE 60.
       77  WS-RPT-WIDTH            PIC 9(03) VALUE 132.
       01  WS-HEADING-1            PIC X(132).

       77  WS-AUDIT-PROGRAM       PIC X(20) VALUE "INCIDENT".
       77  WS-AUDIT-RECORDS-IN    PIC 9(07).
       77  WS-AUDIT-RECORDS-OUT   PIC 9(07).
       77  WS-RUN-TICKET          PIC 9(09).
       77  WS-ARCHIVE-REPORT      PIC X(30) VALUE "INCRPT".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL "RUNTICKET" USING WS-RUN-TICKET
           CALL "AUDITBEG" USING WS-AUDIT-PROGRAM WS-RUN-TICKET
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               PERFORM 1300-LOAD-INCLOG
           END-IF
           IF NOT WS-ABORT-RUN AND NOT WS-REPORT-FUNCTION
               PERFORM 2000-APPLY-FUNCTION
           END-IF
           IF WS-PRINT-STATUS = "00" AND WS-INC-NO > 0
               PERFORM 5000-PRINT-HISTORY
           END-IF
           IF WS-PRINT-STATUS = "00" AND WS-INC-STATUS NOT = SPACES
               PERFORM 6000-PRINT-AGING
           END-IF
           PERFORM 9999-FINISH-EXIT.

      *--------------------------------------------------------------*
      * 1000-INITIALIZE - RESET, READ THE PRINT WIDTH, TAKE THE
      * OPERATOR AND THE FUNCTION, AND OPEN THE REPORT.
      *--------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO WS-IT-COUNT
           MOVE 0 TO WS-LK-COUNT
           MOVE 0 TO WS-INC-LINES
           MOVE 0 TO WS-LINES-ADDED
           MOVE 0 TO WS-LINKS-ADDED
           MOVE 0 TO WS-INC-NO
           MOVE 0 TO WS-AQ-TOTAL
           MOVE 1 TO WS-NEXT-ID
           MOVE SPACES TO INCW-REC
           MOVE 'N' TO WS-IT-OVERFLOW-SW
           MOVE 'N' TO WS-LOCK-HELD-SW
           MOVE SPACES TO WS-INC-STATUS
           MOVE 1 TO WS-RPT-PAGE-NO
           MOVE 0 TO WS-RPT-LINES-ON-PAGE
           MOVE 'N' TO WS-ABORT-SW
           MOVE SPACES TO WS-PRINT-STATUS
           MOVE 132 TO WS-RPT-WIDTH
           ACCEPT WS-TODAY FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   NOT AT END
                       IF PARM-PRINT-WIDTH IS NUMERIC
                               AND PARM-PRINT-WIDTH >= 40
                               AND PARM-PRINT-WIDTH <= 132
                           MOVE PARM-PRINT-WIDTH TO WS-RPT-WIDTH
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           CALL "OPERAUTH" USING WS-ANY-LEVEL WS-OPER-ID
               WS-AUTH-ALLOWED-SW
           PERFORM 1100-GET-FUNCTION
           IF NOT WS-ABORT-RUN
               PERFORM 1200-OPEN-REPORT
           END-IF.

       1100-GET-FUNCTION.
           MOVE "O)PEN, L)INK, C)AUSE, A)CTION, S)TATUS OR R)EPORT?"
               TO WS-PROMPT
           PERFORM 8800-GET-ANSWER
           EVALUATE WS-ANSWER(1:1)
               WHEN 'O'
               WHEN 'o'
                   MOVE 'O' TO WS-FUNCTION-SW
                   MOVE "OPEN" TO WS-FUNCTION-NAME
               WHEN 'L'
               WHEN 'l'
                   MOVE 'L' TO WS-FUNCTION-SW
                   MOVE "LINK" TO WS-FUNCTION-NAME
               WHEN 'C'
               WHEN 'c'
                   MOVE 'C' TO WS-FUNCTION-SW
                   MOVE "CAUSE" TO WS-FUNCTION-NAME
               WHEN 'A'
               WHEN 'a'
                   MOVE 'A' TO WS-FUNCTION-SW
                   MOVE "ACTION" TO WS-FUNCTION-NAME
               WHEN 'S'
               WHEN 's'
                   MOVE 'S' TO WS-FUNCTION-SW
                   MOVE "STATUS" TO WS-FUNCTION-NAME
               WHEN SPACE
               WHEN 'R'
               WHEN 'r'
                   MOVE 'R' TO WS-FUNCTION-SW
                   MOVE "REPORT" TO WS-FUNCTION-NAME
               WHEN OTHER
                   DISPLAY "*** INCIDENT: FUNCTION MUST BE O, L, C, A,"
                       " S OR R ***"
                   MOVE 8 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
           END-EVALUATE.

       1200-OPEN-REPORT.
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "*** INCIDENT: UNABLE TO OPEN PRINT FILE"
                   " INCRPT - FILE STATUS " WS-PRINT-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           ELSE
               CALL "RPTHEADER" USING WS-RPT-PROGRAM WS-RPT-TITLE
                   WS-RPT-PAGE-NO WS-HEADING-1 WS-RPT-WIDTH
               MOVE WS-HEADING-1 TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE 2 TO WS-RPT-LINES-ON-PAGE
               MOVE SPACES TO PRINT-LINE
               STRING "FUNCTION " WS-FUNCTION-NAME " REQUESTED BY "
                   WS-OPER-ID DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF.

      *--------------------------------------------------------------*
      * 1300-LOAD-INCLOG - TAKE THE LOCK (HELD TO THE END OF THE RUN
      * SO NO OTHER RUN CAN TAKE THE SAME INCIDENT NUMBER) AND READ
      * THE WHOLE LOG.  NO INCLOG YET IS AN EMPTY LOG.
      *--------------------------------------------------------------*
       1300-LOAD-INCLOG.
           MOVE 'G' TO WS-LOCK-ACTION
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
               WS-LOCK-GRANTED-SW
           MOVE WS-SAVE-RC TO RETURN-CODE
           IF WS-LOCK-GRANTED-SW NOT = 'Y'
               DISPLAY "*** INCIDENT: INCLOG IS IN USE BY ANOTHER RUN"
                   " - TRY AGAIN ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           ELSE
               SET WS-LOCK-HELD TO TRUE
               OPEN INPUT INC-FILE
               IF WS-INC-STATUS = "00" OR WS-INC-STATUS = "05"
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-AT-EOF
                       READ INC-FILE
                           AT END
                               SET WS-AT-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-INC-LINES
                               PERFORM 1350-TAKE-INC-LINE
                       END-READ
                   END-PERFORM
                   CLOSE INC-FILE
               ELSE
                   DISPLAY "*** INCIDENT: UNABLE TO OPEN INCLOG -"
                       " FILE STATUS " WS-INC-STATUS " ***"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
                   MOVE SPACES TO WS-INC-STATUS
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN AND WS-IT-OVERFLOW
                   AND NOT WS-REPORT-FUNCTION
               DISPLAY "*** INCIDENT: INCLOG HOLDS MORE THAN "
                   WS-IT-LIMIT " INCIDENTS - NOTHING CHANGED ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF.

       1350-TAKE-INC-LINE.
           IF INC-ID >= WS-NEXT-ID
               COMPUTE WS-NEXT-ID = INC-ID + 1
           END-IF
           MOVE WS-INC-NO TO WS-SAVE-INC-NO
           MOVE INC-ID TO WS-INC-NO
           PERFORM 2900-FIND-INCIDENT
           MOVE WS-SAVE-INC-NO TO WS-INC-NO
           IF INC-OPEN-LINE AND WS-IT-HIT = 0
               IF WS-IT-COUNT < WS-IT-LIMIT
                   ADD 1 TO WS-IT-COUNT
                   MOVE WS-IT-COUNT TO WS-IT-HIT
                   MOVE INC-ID TO WS-IT-ID(WS-IT-HIT)
                   MOVE INC-STAMP-DATE TO WS-IT-OPEN-DATE(WS-IT-HIT)
                   MOVE INC-OPER-ID TO WS-IT-OPENED-BY(WS-IT-HIT)
                   MOVE INC-TITLE TO WS-IT-TITLE(WS-IT-HIT)
                   MOVE 'N' TO WS-IT-CAUSE-SW(WS-IT-HIT)
                   MOVE 0 TO WS-IT-ACTIONS(WS-IT-HIT)
                   MOVE 0 TO WS-IT-TICKETS(WS-IT-HIT)
                   MOVE 0 TO WS-IT-ALERTS(WS-IT-HIT)
               ELSE
                   SET WS-IT-OVERFLOW TO TRUE
               END-IF
           END-IF
           IF WS-IT-HIT > 0
               EVALUATE TRUE
                   WHEN INC-OPEN-LINE
                   WHEN INC-STATUS-LINE
                       MOVE INC-STATUS TO WS-IT-STATUS(WS-IT-HIT)
                       MOVE INC-OWNER TO WS-IT-OWNER(WS-IT-HIT)
                       IF INC-SEVERITY NOT = SPACE
                           MOVE INC-SEVERITY
                               TO WS-IT-SEVERITY(WS-IT-HIT)
                       END-IF
                   WHEN INC-CAUSE-LINE
                       MOVE 'Y' TO WS-IT-CAUSE-SW(WS-IT-HIT)
                   WHEN INC-ACTION-LINE
                       ADD 1 TO WS-IT-ACTIONS(WS-IT-HIT)
                   WHEN INC-TICKET-LINE
                       ADD 1 TO WS-IT-TICKETS(WS-IT-HIT)
                       MOVE INC-DETAIL(1:34) TO WS-LINK-KEY
                       PERFORM 1360-HOLD-LINK
                   WHEN INC-ALERT-LINE
                       ADD 1 TO WS-IT-ALERTS(WS-IT-HIT)
                       MOVE INC-DETAIL(1:34) TO WS-LINK-KEY
                       PERFORM 1360-HOLD-LINK
               END-EVALUATE
           END-IF.

       1360-HOLD-LINK.
           IF WS-LK-COUNT < WS-LK-LIMIT
               ADD 1 TO WS-LK-COUNT
               MOVE INC-ID TO WS-LK-ID(WS-LK-COUNT)
               MOVE INC-LINE-TYPE TO WS-LK-TYPE(WS-LK-COUNT)
               MOVE WS-LINK-KEY TO WS-LK-KEY(WS-LK-COUNT)
           END-IF.

      *--------------------------------------------------------------*
      * 2000-APPLY-FUNCTION - EVERY FUNCTION BUT OPEN WORKS ON AN
      * EXISTING INCIDENT, ASKED FOR FIRST.
      *--------------------------------------------------------------*
       2000-APPLY-FUNCTION.
           IF NOT WS-OPEN-FUNCTION
               PERFORM 2050-ASK-INCIDENT
           END-IF
           IF NOT WS-ABORT-RUN
               EVALUATE TRUE
                   WHEN WS-OPEN-FUNCTION
                       PERFORM 2100-OPEN-INCIDENT
                   WHEN WS-LINK-FUNCTION
                       PERFORM 2500-TAKE-LINKS
                   WHEN WS-CAUSE-FUNCTION
                       PERFORM 2300-RECORD-CAUSE
                   WHEN WS-ACTION-FUNCTION
                       PERFORM 2400-RECORD-ACTION
                   WHEN WS-STATUS-FUNCTION
                       PERFORM 2700-CHANGE-STATUS
               END-EVALUATE
           END-IF.

      *--------------------------------------------------------------*
      * 2050-ASK-INCIDENT - THE INCIDENT NUMBER.  ONLY A STATUS
      * CHANGE (A REOPEN) MAY NAME A CLOSED INCIDENT.
      *--------------------------------------------------------------*
       2050-ASK-INCIDENT.
           MOVE "INCIDENT NUMBER?" TO WS-PROMPT
           PERFORM 8800-GET-ANSWER
           PERFORM 8700-TAKE-NUMBER
           IF NOT WS-NUM-OK OR WS-NUM-WORK = 0
                   OR WS-NUM-WORK > 999999
               DISPLAY "*** INCIDENT: INCIDENT NUMBER MUST BE 1 TO"
                   " 6 DIGITS ***"
               MOVE 8 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           ELSE
               MOVE WS-NUM-WORK TO WS-INC-NO
               PERFORM 2900-FIND-INCIDENT
               IF WS-IT-HIT = 0
                   DISPLAY "*** INCIDENT: NO INCIDENT " WS-INC-NO
                       " ON INCLOG ***"
                   MOVE 0 TO WS-INC-NO
                   MOVE 8 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               ELSE
                   IF WS-IT-STATUS(WS-IT-HIT) = 'C'
                           AND NOT WS-STATUS-FUNCTION
                       DISPLAY "*** INCIDENT: INCIDENT " WS-INC-NO
                           " IS CLOSED - REOPEN IT WITH S FIRST ***"
                       MOVE 8 TO RETURN-CODE
                       SET WS-ABORT-RUN TO TRUE
                   END-IF
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 2100-OPEN-INCIDENT - SEVERITY, TITLE AND OWNER, THEN THE
      * TICKETS AND ALERTS IT CONCERNS.
      *--------------------------------------------------------------*
       2100-OPEN-INCIDENT.
           MOVE "SEVERITY - 1 SERVICE DOWN, 2 DEGRADED, 3 MINOR?"
               TO WS-PROMPT
           PERFORM 8800-GET-ANSWER
           IF (WS-ANSWER(1:1) NOT = '1' AND WS-ANSWER(1:1) NOT = '2'
                   AND WS-ANSWER(1:1) NOT = '3')
                   OR WS-ANSWER(2:) NOT = SPACES
               PERFORM 2950-REJECT-ANSWER
               DISPLAY "*** INCIDENT: SEVERITY MUST BE 1, 2 OR 3 ***"
           ELSE
               MOVE WS-ANSWER(1:1) TO WS-NEW-SEVERITY
           END-IF
           IF NOT WS-ABORT-RUN
               MOVE "TITLE - WHAT HAPPENED (UP TO 47 CHARACTERS)?"
                   TO WS-PROMPT
               PERFORM 8800-GET-ANSWER
               IF WS-ANSWER = SPACES OR WS-ANSWER(48:) NOT = SPACES
                   PERFORM 2950-REJECT-ANSWER
                   DISPLAY "*** INCIDENT: TITLE MUST BE 1 TO 47"
                       " CHARACTERS ***"
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN
               MOVE WS-ANSWER(1:47) TO WS-NEW-TITLE
               PERFORM 2800-ASK-OWNER
               IF WS-NEW-OWNER = SPACES
                   MOVE WS-OPER-ID TO WS-NEW-OWNER
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN
               MOVE WS-NEXT-ID TO WS-INC-NO
               ADD 1 TO WS-NEXT-ID
               MOVE SPACES TO INCW-DETAIL
               MOVE WS-NEW-SEVERITY TO INCW-SEVERITY
               MOVE 'O' TO INCW-STATUS
               MOVE WS-NEW-OWNER TO INCW-OWNER
               MOVE WS-NEW-TITLE TO INCW-TITLE
               MOVE 'O' TO INCW-LINE-TYPE
               PERFORM 4000-APPEND-LINE
           END-IF
           IF NOT WS-ABORT-RUN
               MOVE SPACES TO PRINT-LINE
               STRING "INCIDENT " WS-INC-NO " OPENED - SEVERITY "
                   WS-NEW-SEVERITY ", OWNER " WS-NEW-OWNER
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               DISPLAY "INCIDENT: INCIDENT " WS-INC-NO " OPENED"
               MOVE SPACES TO WS-NOTE-TEXT
               STRING "INCIDENT " WS-INC-NO " OPENED SEV "
                   WS-NEW-SEVERITY " OWNER " WS-NEW-OWNER
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               PERFORM 4500-NOTE-CHANGE
               PERFORM 2500-TAKE-LINKS
           END-IF.

      *--------------------------------------------------------------*
      * 2300/2400 - THE CAUSE (THE LATEST ONE STANDS) AND THE ACTIONS
      * TAKEN (EVERY ONE IS KEPT).
      *--------------------------------------------------------------*
       2300-RECORD-CAUSE.
           MOVE "CAUSE (UP TO 60 CHARACTERS)?" TO WS-PROMPT
           PERFORM 8800-GET-ANSWER
           IF WS-ANSWER = SPACES
               PERFORM 2950-REJECT-ANSWER
               DISPLAY "*** INCIDENT: NO CAUSE GIVEN ***"
           ELSE
               MOVE WS-ANSWER TO INCW-DETAIL
               MOVE 'C' TO INCW-LINE-TYPE
               PERFORM 4000-APPEND-LINE
           END-IF
           IF NOT WS-ABORT-RUN
               MOVE SPACES TO PRINT-LINE
               STRING "INCIDENT " WS-INC-NO " CAUSE RECORDED"
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF.

       2400-RECORD-ACTION.
           MOVE "ACTION TAKEN (UP TO 60 CHARACTERS)?" TO WS-PROMPT
           PERFORM 8800-GET-ANSWER
           IF WS-ANSWER = SPACES
               PERFORM 2950-REJECT-ANSWER
               DISPLAY "*** INCIDENT: NO ACTION GIVEN ***"
           ELSE
               MOVE WS-ANSWER TO INCW-DETAIL
               MOVE 'N' TO INCW-LINE-TYPE
               PERFORM 4000-APPEND-LINE
           END-IF
           IF NOT WS-ABORT-RUN
               MOVE SPACES TO PRINT-LINE
               STRING "INCIDENT " WS-INC-NO " ACTION RECORDED"
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF.

      *--------------------------------------------------------------*
      * 2500-TAKE-LINKS - RUN TICKETS, THEN ALERTQ ALERTS, UNTIL A
      * BLANK ANSWER (OR TWENTY OF EACH).  A BAD OR REPEATED ANSWER
      * IS SKIPPED WITH A MESSAGE AND THE QUESTION ASKED AGAIN.
      *--------------------------------------------------------------*
       2500-TAKE-LINKS.
           MOVE 0 TO WS-LINKS-ASKED
           MOVE "X" TO WS-ANSWER
           PERFORM UNTIL WS-ANSWER = SPACES
                   OR WS-LINKS-ASKED >= WS-LINKS-MAX
               ADD 1 TO WS-LINKS-ASKED
               MOVE "RUN TICKET TO LINK (BLANK WHEN DONE)?"
                   TO WS-PROMPT
               PERFORM 8800-GET-ANSWER
               IF WS-ANSWER NOT = SPACES
                   PERFORM 2550-LINK-TICKET
               END-IF
           END-PERFORM
           PERFORM 2600-LOAD-ALERTS
           IF WS-AQ-TOTAL > 0
               PERFORM 2650-SHOW-ALERTS
               MOVE 0 TO WS-LINKS-ASKED
               MOVE "X" TO WS-ANSWER
               PERFORM UNTIL WS-ANSWER = SPACES
                       OR WS-LINKS-ASKED >= WS-LINKS-MAX
                   ADD 1 TO WS-LINKS-ASKED
                   MOVE "ALERT NUMBER TO LINK (BLANK WHEN DONE)?"
                       TO WS-PROMPT
                   PERFORM 8800-GET-ANSWER
                   IF WS-ANSWER NOT = SPACES
                       PERFORM 2660-LINK-ALERT
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-LINKS-ADDED TO WS-DISP-SMALL
           MOVE SPACES TO PRINT-LINE
           STRING "INCIDENT " WS-INC-NO " - " WS-DISP-SMALL
               " TICKET/ALERT LINK(S) ADDED" DELIMITED BY SIZE
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE.

      *--------------------------------------------------------------*
      * 2550-LINK-TICKET - A TICKET ALREADY ISSUED (NO LATER THAN
      * THIS RUN'S OWN) AND NOT ALREADY ON THE INCIDENT.
      *--------------------------------------------------------------*
       2550-LINK-TICKET.
           PERFORM 8700-TAKE-NUMBER
           IF NOT WS-NUM-OK OR WS-NUM-WORK = 0
                   OR WS-NUM-WORK > WS-RUN-TICKET
               DISPLAY "*** INCIDENT: NOT A RUN TICKET ISSUED YET -"
                   " SKIPPED ***"
           ELSE
               MOVE SPACES TO INCW-DETAIL
               MOVE WS-NUM-WORK TO INCW-LINK-TICKET
               MOVE 'T' TO INCW-LINE-TYPE
               PERFORM 2570-CHECK-LINK-DUP
               IF WS-LINK-DUP-SW = 'Y'
                   DISPLAY "*** INCIDENT: TICKET ALREADY LINKED -"
                       " SKIPPED ***"
               ELSE
                   PERFORM 4000-APPEND-LINE
                   MOVE WS-NUM-WORK TO WS-DISP-TICKET
                   MOVE SPACES TO PRINT-LINE
                   STRING "     LINKED RUN TICKET " WS-DISP-TICKET
                       DELIMITED BY SIZE INTO PRINT-LINE
                   PERFORM 8900-PRINT-LINE
               END-IF
           END-IF.

       2570-CHECK-LINK-DUP.
           MOVE 'N' TO WS-LINK-DUP-SW
           MOVE INCW-DETAIL(1:34) TO WS-LINK-KEY
           PERFORM VARYING WS-LK-IDX FROM 1 BY 1
                   UNTIL WS-LK-IDX > WS-LK-COUNT
               IF WS-LK-ID(WS-LK-IDX) = WS-INC-NO
                       AND WS-LK-TYPE(WS-LK-IDX) = INCW-LINE-TYPE
                       AND WS-LK-KEY(WS-LK-IDX) = WS-LINK-KEY
                   MOVE 'Y' TO WS-LINK-DUP-SW
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------*
      * 2600-LOAD-ALERTS - READ ALERTQ, KEEPING THE NEWEST 500 LINES.
      *--------------------------------------------------------------*
       2600-LOAD-ALERTS.
           MOVE 0 TO WS-AQ-TOTAL
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS = "00" OR WS-ALERT-STATUS = "05"
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-AT-EOF
                   READ ALERT-FILE
                       AT END
                           SET WS-AT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-AQ-TOTAL
                           MOVE WS-AQ-TOTAL TO WS-AQ-LINE-NO
                           PERFORM 2690-SLOT-FOR-LINE
                           MOVE ALERT-REC TO WS-AQ-LINE(WS-AQ-SLOT)
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF.

      *--------------------------------------------------------------*
      * 2650-SHOW-ALERTS - THE NEWEST FIFTEEN, NUMBERED BY THEIR
      * LINE IN THE QUEUE.
      *--------------------------------------------------------------*
       2650-SHOW-ALERTS.
           IF WS-AQ-TOTAL > WS-AQ-SHOW
               COMPUTE WS-AQ-FIRST = WS-AQ-TOTAL - WS-AQ-SHOW + 1
           ELSE
               MOVE 1 TO WS-AQ-FIRST
           END-IF
           DISPLAY "NEWEST ALERTS ON ALERTQ (N = NOT YET ACKNOWLEDGED):"
           PERFORM VARYING WS-AQ-LINE-NO FROM WS-AQ-FIRST BY 1
                   UNTIL WS-AQ-LINE-NO > WS-AQ-TOTAL
               PERFORM 2690-SLOT-FOR-LINE
               MOVE WS-AQ-LINE(WS-AQ-SLOT) TO WS-AQ-WORK
               MOVE WS-AQ-LINE-NO TO WS-DISP-LINE-NO
               DISPLAY WS-DISP-LINE-NO " " WS-AQ-ACK-FLAG " "
                   WS-AQ-DATE " " WS-AQ-TIME(1:6) " "
                   WS-AQ-PROGRAM(1:10) " " WS-AQ-TEXT(1:40)
           END-PERFORM.

       2660-LINK-ALERT.
           PERFORM 8700-TAKE-NUMBER
           IF NOT WS-NUM-OK OR WS-NUM-WORK = 0
                   OR WS-NUM-WORK > WS-AQ-TOTAL
                   OR WS-AQ-TOTAL - WS-NUM-WORK >= WS-AQ-LIMIT
               DISPLAY "*** INCIDENT: NO SUCH ALERT LINE - SKIPPED ***"
           ELSE
               MOVE WS-NUM-WORK TO WS-AQ-LINE-NO
               PERFORM 2690-SLOT-FOR-LINE
               MOVE WS-AQ-LINE(WS-AQ-SLOT) TO WS-AQ-WORK
               MOVE SPACES TO INCW-DETAIL
               MOVE WS-AQ-DATE TO INCW-ALERT-DATE
               MOVE WS-AQ-TIME TO INCW-ALERT-TIME
               MOVE WS-AQ-PROGRAM TO INCW-ALERT-PROGRAM
               MOVE 'A' TO INCW-LINE-TYPE
               PERFORM 2570-CHECK-LINK-DUP
               IF WS-LINK-DUP-SW = 'Y'
                   DISPLAY "*** INCIDENT: ALERT ALREADY LINKED -"
                       " SKIPPED ***"
               ELSE
                   PERFORM 4000-APPEND-LINE
                   MOVE SPACES TO PRINT-LINE
                   STRING "     LINKED ALERT " WS-AQ-DATE " "
                       WS-AQ-TIME(1:6) " " WS-AQ-PROGRAM " "
                       WS-AQ-TEXT DELIMITED BY SIZE INTO PRINT-LINE
                   PERFORM 8900-PRINT-LINE
               END-IF
           END-IF.

       2690-SLOT-FOR-LINE.
           DIVIDE WS-AQ-LINE-NO BY WS-AQ-LIMIT GIVING WS-AQ-QUOTIENT
               REMAINDER WS-AQ-SLOT
           ADD 1 TO WS-AQ-SLOT.

      *--------------------------------------------------------------*
      * 2700-CHANGE-STATUS - NEW STATUS, OWNER AND SEVERITY, EACH
      * BLANK TO KEEP.  CLOSING NEEDS A CAUSE AND AN ACTION ON FILE.
      *--------------------------------------------------------------*
       2700-CHANGE-STATUS.
           MOVE "NEW STATUS - O)PEN, P)ROGRESS, C)LOSED (BLANK KEEPS)?"
               TO WS-PROMPT
           PERFORM 8800-GET-ANSWER
           MOVE WS-ANSWER(1:1) TO WS-NEW-STATUS
           INSPECT WS-NEW-STATUS CONVERTING "opc" TO "OPC"
           IF WS-NEW-STATUS NOT = SPACE AND NOT = 'O'
                   AND NOT = 'P' AND NOT = 'C'
               PERFORM 2950-REJECT-ANSWER
               DISPLAY "*** INCIDENT: STATUS MUST BE O, P OR C ***"
           END-IF
           IF NOT WS-ABORT-RUN
               IF WS-NEW-STATUS = SPACE
                   MOVE WS-IT-STATUS(WS-IT-HIT) TO WS-NEW-STATUS
               END-IF
               PERFORM 2800-ASK-OWNER
           END-IF
           IF NOT WS-ABORT-RUN
               IF WS-NEW-OWNER = SPACES
                   MOVE WS-IT-OWNER(WS-IT-HIT) TO WS-NEW-OWNER
               END-IF
               MOVE "NEW SEVERITY 1, 2 OR 3 (BLANK KEEPS)?"
                   TO WS-PROMPT
               PERFORM 8800-GET-ANSWER
               MOVE WS-ANSWER(1:1) TO WS-NEW-SEVERITY
               IF WS-NEW-SEVERITY = SPACE
                   MOVE WS-IT-SEVERITY(WS-IT-HIT) TO WS-NEW-SEVERITY
               END-IF
               IF (WS-NEW-SEVERITY NOT = '1' AND NOT = '2'
                       AND NOT = '3') OR WS-ANSWER(2:) NOT = SPACES
                   PERFORM 2950-REJECT-ANSWER
                   DISPLAY "*** INCIDENT: SEVERITY MUST BE 1, 2 OR"
                       " 3 ***"
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN AND WS-NEW-STATUS = 'C'
                   AND WS-IT-STATUS(WS-IT-HIT) NOT = 'C'
               IF WS-IT-CAUSE-SW(WS-IT-HIT) NOT = 'Y'
                       OR WS-IT-ACTIONS(WS-IT-HIT) = 0
                   MOVE SPACES TO PRINT-LINE
                   STRING "*** INCIDENT " WS-INC-NO " NOT CLOSED -"
                       " RECORD ITS CAUSE AND AT LEAST ONE ACTION"
                       " FIRST ***" DELIMITED BY SIZE INTO PRINT-LINE
                   PERFORM 8900-PRINT-LINE
                   DISPLAY "*** INCIDENT: AN INCIDENT NEEDS A CAUSE"
                       " AND AN ACTION BEFORE IT CAN BE CLOSED ***"
                   MOVE 8 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN
               IF WS-NEW-STATUS = WS-IT-STATUS(WS-IT-HIT)
                       AND WS-NEW-OWNER = WS-IT-OWNER(WS-IT-HIT)
                       AND WS-NEW-SEVERITY = WS-IT-SEVERITY(WS-IT-HIT)
                   MOVE SPACES TO PRINT-LINE
                   STRING "INCIDENT " WS-INC-NO " UNCHANGED"
                       DELIMITED BY SIZE INTO PRINT-LINE
                   PERFORM 8900-PRINT-LINE
                   DISPLAY "INCIDENT: NOTHING TO CHANGE"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE SPACES TO INCW-DETAIL
                   MOVE WS-NEW-SEVERITY TO INCW-SEVERITY
                   MOVE WS-NEW-STATUS TO INCW-STATUS
                   MOVE WS-NEW-OWNER TO INCW-OWNER
                   MOVE 'S' TO INCW-LINE-TYPE
                   PERFORM 4000-APPEND-LINE
                   IF NOT WS-ABORT-RUN
                       PERFORM 4600-SET-STATUS-NAME
                       MOVE SPACES TO PRINT-LINE
                       STRING "INCIDENT " WS-INC-NO " NOW "
                           WS-STATUS-NAME DELIMITED BY "  "
                           " - SEVERITY "
                           WS-NEW-SEVERITY ", OWNER " WS-NEW-OWNER
                           DELIMITED BY SIZE INTO PRINT-LINE
                       PERFORM 8900-PRINT-LINE
                       MOVE SPACES TO WS-NOTE-TEXT
                       STRING "INCIDENT " WS-INC-NO " "
                           WS-STATUS-NAME DELIMITED BY "  "
                           " SEV " WS-NEW-SEVERITY
                           " OWNER " WS-NEW-OWNER
                           DELIMITED BY SIZE INTO WS-NOTE-TEXT
                       PERFORM 4500-NOTE-CHANGE
                   END-IF
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 2800-ASK-OWNER - AN OPERATOR ID, OR BLANK.
      *--------------------------------------------------------------*
       2800-ASK-OWNER.
           MOVE "OWNER - OPERATOR ID (BLANK FOR YOU / UNCHANGED)?"
               TO WS-PROMPT
           PERFORM 8800-GET-ANSWER
           MOVE WS-ANSWER(1:8) TO WS-NEW-OWNER
           IF WS-ANSWER(9:) NOT = SPACES
                   OR (WS-NEW-OWNER NOT = SPACES
                       AND WS-NEW-OWNER(1:1) = SPACE)
               PERFORM 2950-REJECT-ANSWER
               DISPLAY "*** INCIDENT: OWNER MUST BE AN OPERATOR ID OF"
                   " 1 TO 8 CHARACTERS ***"
           END-IF.

       2900-FIND-INCIDENT.
           MOVE 0 TO WS-IT-HIT
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-IT-COUNT OR WS-IT-HIT > 0
               IF WS-IT-ID(WS-IT-IDX) = WS-INC-NO
                   MOVE WS-IT-IDX TO WS-IT-HIT
               END-IF
           END-PERFORM.

       2950-REJECT-ANSWER.
           MOVE 8 TO RETURN-CODE
           SET WS-ABORT-RUN TO TRUE.

      *--------------------------------------------------------------*
      * 4000-APPEND-LINE - STAMP AND APPEND THE LINE BUILT IN INCW-,
      * AND CARRY IT INTO THE TABLES.
      *--------------------------------------------------------------*
       4000-APPEND-LINE.
           MOVE WS-INC-NO TO INCW-ID
           MOVE WS-TODAY TO INCW-STAMP-DATE
           MOVE WS-RUN-HHMMSS TO INCW-STAMP-TIME
           MOVE WS-OPER-ID TO INCW-OPER-ID
           OPEN EXTEND INC-FILE
           IF WS-INC-STATUS = "35"
               OPEN OUTPUT INC-FILE
           END-IF
           IF WS-INC-STATUS NOT = "00" AND WS-INC-STATUS NOT = "05"
               DISPLAY "*** INCIDENT: UNABLE TO WRITE INCLOG - FILE"
                   " STATUS " WS-INC-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           ELSE
               WRITE INC-REC FROM INCW-REC
               CLOSE INC-FILE
               ADD 1 TO WS-LINES-ADDED
               IF INCW-TICKET-LINE OR INCW-ALERT-LINE
                   ADD 1 TO WS-LINKS-ADDED
               END-IF
               MOVE INCW-REC TO INC-REC
               PERFORM 1350-TAKE-INC-LINE
               PERFORM 2900-FIND-INCIDENT
           END-IF.

       4500-NOTE-CHANGE.
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "AUDITNOTE" USING WS-AUDIT-PROGRAM WS-NOTE-TEXT
               WS-RUN-TICKET
           MOVE WS-SAVE-RC TO RETURN-CODE.

       4600-SET-STATUS-NAME.
           EVALUATE WS-NEW-STATUS
               WHEN 'O'
                   MOVE "OPEN" TO WS-STATUS-NAME
               WHEN 'P'
                   MOVE "IN PROGRESS" TO WS-STATUS-NAME
               WHEN 'C'
                   MOVE "CLOSED" TO WS-STATUS-NAME
           END-EVALUATE.

      *--------------------------------------------------------------*
      * 5000-PRINT-HISTORY - EVERY INCLOG LINE FOR THE INCIDENT
      * ACTED ON, OLDEST FIRST.
      *--------------------------------------------------------------*
       5000-PRINT-HISTORY.
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           PERFORM 2900-FIND-INCIDENT
           MOVE SPACES TO PRINT-LINE
           IF WS-IT-HIT > 0
               STRING "===== INCIDENT " WS-INC-NO " - "
                   DELIMITED BY SIZE
                   WS-IT-TITLE(WS-IT-HIT) DELIMITED BY "  "
                   " =====" DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING "===== INCIDENT " WS-INC-NO " ====="
                   DELIMITED BY SIZE INTO PRINT-LINE
           END-IF
           PERFORM 8900-PRINT-LINE
           OPEN INPUT INC-FILE
           IF WS-INC-STATUS = "00" OR WS-INC-STATUS = "05"
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-AT-EOF
                   READ INC-FILE
                       AT END
                           SET WS-AT-EOF TO TRUE
                       NOT AT END
                           IF INC-ID = WS-INC-NO
                               PERFORM 5100-PRINT-INC-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INC-FILE
           END-IF.

       5100-PRINT-INC-LINE.
           MOVE SPACES TO PRINT-LINE
           STRING "  " INC-STAMP-DATE " " INC-STAMP-TIME " "
               INC-OPER-ID " " DELIMITED BY SIZE INTO PRINT-LINE
           EVALUATE TRUE
               WHEN INC-OPEN-LINE
               WHEN INC-STATUS-LINE
                   MOVE INC-STATUS TO WS-NEW-STATUS
                   PERFORM 4600-SET-STATUS-NAME
                   IF INC-OPEN-LINE
                       MOVE "OPENED" TO PRINT-LINE(26:12)
                   ELSE
                       MOVE "STATUS" TO PRINT-LINE(26:12)
                   END-IF
                   STRING WS-STATUS-NAME " SEVERITY " INC-SEVERITY
                       " OWNER " INC-OWNER DELIMITED BY SIZE
                       INTO PRINT-LINE(38:)
               WHEN INC-TICKET-LINE
                   MOVE "RUN TICKET" TO PRINT-LINE(26:12)
                   MOVE INC-LINK-TICKET TO PRINT-LINE(38:9)
               WHEN INC-ALERT-LINE
                   MOVE "ALERT" TO PRINT-LINE(26:12)
                   STRING INC-ALERT-DATE " " INC-ALERT-TIME(1:6) " "
                       INC-ALERT-PROGRAM DELIMITED BY SIZE
                       INTO PRINT-LINE(38:)
               WHEN INC-CAUSE-LINE
                   MOVE "CAUSE" TO PRINT-LINE(26:12)
                   MOVE INC-DETAIL TO PRINT-LINE(38:60)
               WHEN INC-ACTION-LINE
                   MOVE "ACTION" TO PRINT-LINE(26:12)
                   MOVE INC-DETAIL TO PRINT-LINE(38:60)
           END-EVALUATE
           PERFORM 8900-PRINT-LINE.

      *--------------------------------------------------------------*
      * 6000-PRINT-AGING - EVERY INCIDENT NOT CLOSED, SEVERITY 1
      * FIRST AND OLDEST FIRST WITHIN A SEVERITY, WITH ITS AGE IN
      * DAYS; THEN THE COUNTS BY AGE BAND AND BY SEVERITY.
      *--------------------------------------------------------------*
       6000-PRINT-AGING.
           MOVE 0 TO WS-OPEN-TOTAL
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 4
               MOVE 0 TO WS-BAND-COUNT(WS-BAND-IDX)
           END-PERFORM
           PERFORM VARYING WS-SEV-IDX FROM 1 BY 1
                   UNTIL WS-SEV-IDX > 3
               MOVE 0 TO WS-SEV-COUNT(WS-SEV-IDX)
           END-PERFORM
           COMPUTE WS-WORK-DATE = 20000000 + WS-TODAY
           COMPUTE WS-TODAY-DAYNO
               = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "===== OPEN INCIDENTS AS AT " WS-TODAY " ====="
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE "INCIDENT SEV STATUS      OPENED  AGE  OWNER    TKT"
               TO PRINT-LINE
           MOVE " ALR ACT CAUSE TITLE" TO PRINT-LINE(51:)
           PERFORM 8900-PRINT-LINE
           PERFORM 6100-PRINT-SEVERITY
               VARYING WS-SEV-IDX FROM 1 BY 1
               UNTIL WS-SEV-IDX > 3
           IF WS-OPEN-TOTAL = 0
               MOVE "NO OPEN INCIDENTS" TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-OPEN-TOTAL TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "OPEN INCIDENTS     " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-SEV-COUNT(1) TO WS-DISP-SMALL
           MOVE WS-SEV-COUNT(2) TO WS-DISP-SMALL-2
           MOVE WS-SEV-COUNT(3) TO WS-DISP-SMALL-3
           MOVE SPACES TO PRINT-LINE
           STRING "  BY SEVERITY      1: " WS-DISP-SMALL
               "   2: " WS-DISP-SMALL-2 "   3: " WS-DISP-SMALL-3
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-BAND-COUNT(1) TO WS-DISP-SMALL
           MOVE WS-BAND-COUNT(2) TO WS-DISP-SMALL-2
           MOVE WS-BAND-COUNT(3) TO WS-DISP-SMALL-3
           MOVE WS-BAND-COUNT(4) TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "  BY AGE    0-1 DAYS: " WS-DISP-SMALL
               "   2-7: " WS-DISP-SMALL-2 "   8-30: " WS-DISP-SMALL-3
               "   OVER 30: " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           IF WS-SEV-COUNT(1) > 0
               MOVE WS-SEV-COUNT(1) TO WS-DISP-SMALL
               DISPLAY "*** INCIDENT: " WS-DISP-SMALL
                   " SEVERITY-1 INCIDENT(S) OPEN - DAYCLOSE WILL NOT"
                   " CLOSE THE DATE ***"
           END-IF.

       6100-PRINT-SEVERITY.
           MOVE WS-SEV-IDX TO WS-AGE-SEV
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-IT-COUNT
               IF WS-IT-STATUS(WS-IT-IDX) NOT = 'C'
                       AND WS-IT-SEVERITY(WS-IT-IDX) = WS-AGE-SEV
                   PERFORM 6200-PRINT-AGING-LINE
               END-IF
           END-PERFORM.

       6200-PRINT-AGING-LINE.
           ADD 1 TO WS-OPEN-TOTAL
           ADD 1 TO WS-SEV-COUNT(WS-SEV-IDX)
           COMPUTE WS-WORK-DATE = 20000000
               + WS-IT-OPEN-DATE(WS-IT-IDX)
           COMPUTE WS-AGE-DAYS = WS-TODAY-DAYNO
               - FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 1
                   ADD 1 TO WS-BAND-COUNT(1)
               WHEN WS-AGE-DAYS <= 7
                   ADD 1 TO WS-BAND-COUNT(2)
               WHEN WS-AGE-DAYS <= 30
                   ADD 1 TO WS-BAND-COUNT(3)
               WHEN OTHER
                   ADD 1 TO WS-BAND-COUNT(4)
           END-EVALUATE
           MOVE WS-IT-STATUS(WS-IT-IDX) TO WS-NEW-STATUS
           PERFORM 4600-SET-STATUS-NAME
           MOVE WS-AGE-DAYS TO WS-DISP-AGE
           MOVE WS-IT-TICKETS(WS-IT-IDX) TO WS-DISP-SMALL
           MOVE WS-IT-ALERTS(WS-IT-IDX) TO WS-DISP-SMALL-2
           MOVE WS-IT-ACTIONS(WS-IT-IDX) TO WS-DISP-SMALL-3
           MOVE SPACES TO PRINT-LINE
           STRING WS-IT-ID(WS-IT-IDX) "    " WS-IT-SEVERITY(WS-IT-IDX)
               "  " WS-STATUS-NAME " " WS-IT-OPEN-DATE(WS-IT-IDX)
               WS-DISP-AGE "  " WS-IT-OWNER(WS-IT-IDX) " "
               WS-DISP-SMALL " " WS-DISP-SMALL-2 " " WS-DISP-SMALL-3
               "   " WS-IT-CAUSE-SW(WS-IT-IDX) "   "
               WS-IT-TITLE(WS-IT-IDX)
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE.

      *--------------------------------------------------------------*
      * 8700-TAKE-NUMBER - A LEFT-JUSTIFIED ANSWER OF 1 TO 9 DIGITS.
      *--------------------------------------------------------------*
       8700-TAKE-NUMBER.
           MOVE 'N' TO WS-NUM-OK-SW
           MOVE 0 TO WS-NUM-WORK
           MOVE 0 TO WS-DIGITS
           INSPECT WS-ANSWER TALLYING WS-DIGITS
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-DIGITS > 0 AND WS-DIGITS <= 9
               IF WS-ANSWER(1:WS-DIGITS) IS NUMERIC
                       AND WS-ANSWER(WS-DIGITS + 1:) = SPACES
                   MOVE WS-ANSWER(1:WS-DIGITS) TO WS-NUM-WORK
                   MOVE 'Y' TO WS-NUM-OK-SW
               END-IF
           END-IF.

       8800-GET-ANSWER.
           MOVE SPACES TO WS-ANSWER
           CALL "RESPOND" USING WS-PROMPT WS-ANSWER.

      *--------------------------------------------------------------*
      * 8900-PRINT-LINE - SINGLE CHOKEPOINT FOR EVERY DETAIL LINE, SO
      * PAGE LENGTH AND PRINT WIDTH ARE ENFORCED IN ONE PLACE.
      *--------------------------------------------------------------*
       8900-PRINT-LINE.
           IF WS-RPT-WIDTH < 132
               MOVE SPACES TO PRINT-LINE(WS-RPT-WIDTH + 1:)
           END-IF
           WRITE PRINT-LINE
           ADD 1 TO WS-RPT-LINES-ON-PAGE
           IF WS-RPT-LINES-ON-PAGE >= WS-RPT-MAX-LINES
               PERFORM 8950-NEW-PAGE
           END-IF.

       8950-NEW-PAGE.
           ADD 1 TO WS-RPT-PAGE-NO
           CALL "RPTHEADER" USING WS-RPT-PROGRAM WS-RPT-TITLE
               WS-RPT-PAGE-NO WS-HEADING-1 WS-RPT-WIDTH
           MOVE WS-HEADING-1 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 2 TO WS-RPT-LINES-ON-PAGE.

       9999-FINISH-EXIT.
           IF WS-LOCK-HELD
               MOVE 'R' TO WS-LOCK-ACTION
               MOVE RETURN-CODE TO WS-SAVE-RC
               CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
                   WS-LOCK-GRANTED-SW
               MOVE WS-SAVE-RC TO RETURN-CODE
               MOVE 'N' TO WS-LOCK-HELD-SW
           END-IF
           IF WS-PRINT-STATUS = "00"
               CLOSE PRINT-FILE
               MOVE RETURN-CODE TO WS-SAVE-RC
               CALL "RPTARCHV" USING WS-ARCHIVE-REPORT
               MOVE WS-SAVE-RC TO RETURN-CODE
           END-IF
           MOVE WS-INC-LINES TO WS-AUDIT-RECORDS-IN
           MOVE WS-LINES-ADDED TO WS-AUDIT-RECORDS-OUT
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-RECORDS-IN
               WS-AUDIT-RECORDS-OUT WS-RUN-TICKET
           MOVE WS-SAVE-RC TO RETURN-CODE
           GOBACK.
