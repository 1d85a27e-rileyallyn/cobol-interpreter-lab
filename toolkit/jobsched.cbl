      *****************************************************************
      * PROGRAM:  JOBSCHED
      *
      * PURPOSE:  CALENDAR-DRIVEN JOB STREAMS FOR THE DRIVER.  THE
      *           MAINTAINED STREAMS FILE (SHARED STRMREC COPYBOOK)
      *           NAMES EACH JOB STREAM, THE CALENDAR RULE THAT MAKES
      *           IT DUE - EVERY BUSINESS DAY, FIRST OR LAST BUSINESS
      *           DAY OF THE MONTH, ONE WEEKDAY, OR THE FIRST
      *           BUSINESS DAY AFTER A HOLIDAY - AND THE PROGRAMS IT
      *           RUNS.  FOR THE BUSINESS DATE ASKED FOR, THE SHARED
      *           DATECALC CALENDAR DECIDES WHICH STREAMS ARE DUE AND
      *           THEIR STEPS BECOME THAT DAY'S DRVSTEPS CARDS, SO THE
      *           OPERATOR NO LONGER SWAPS CARD FILES BY HAND ON
      *           MONTH-END, MONDAYS AND THE DAY AFTER A HOLIDAY.  A
      *           PROGRAM NAMED BY MORE THAN ONE DUE STREAM RUNS ONCE,
      *           AT ITS FIRST PLACE IN THE LIST.
      *
      *           THE SCHRPT REPORT SHOWS THE DAY'S STREAMS AND STEP
      *           LIST, THEN A FORWARD SCHEDULE OF THE NEXT N
      *           CALENDAR DAYS - WHICH STREAMS EACH DAY WILL RUN - SO
      *           MONTH-END CAN BE SEEN COMING.  ANSWERING N TO THE
      *           BUILD QUESTION PRINTS THE REPORT AND LEAVES DRVSTEPS
      *           ALONE.  ON A DATE THAT IS NOT A BUSINESS DAY NO
      *           STREAM IS DUE AND A BUILD WRITES AN EMPTY DRVSTEPS,
      *           SO THE DRIVER RUNS NOTHING RATHER THAN YESTERDAY'S
      *           LIST.  EVERY BUILD ALSO REWRITES THE JOBEXPCT
      *           EXPECTED-JOBS LIST (SHARED JOBXREC COPYBOOK) THAT
      *           DAYCLOSE CHECKS THE DAY'S AUDIT TRAIL AGAINST.
      *
      *           RETURN-CODE 4 WHEN THE DATE IS NOT A BUSINESS DAY OR
      *           A STREAMS CARD WAS SKIPPED, 8 FOR AN UNUSABLE
      *           ANSWER, 16 WHEN THE STREAMS FILE CANNOT BE READ OR
      *           HOLDS NO USABLE STREAM.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15  RA   INITIAL VERSION.
      *   2026-10-15  RA   A DRVSTEPS BUILD ALSO WRITES THE JOBEXPCT
      *                    EXPECTED-JOBS LIST FOR THE END-OF-DAY CLOSE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBSCHED.
       AUTHOR. R-ALLYN.
       INSTALLATION. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-FILE ASSIGN TO "STREAMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-STATUS.
           SELECT STEP-FILE ASSIGN TO "DRVSTEPS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.
           SELECT EXPECT-FILE ASSIGN TO "JOBEXPCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPECT-STATUS.
           SELECT PRINT-FILE ASSIGN TO "SCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "TOOLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-FILE.
           COPY STRMREC.

       FD  STEP-FILE.
       01  STEP-CARD.
           02  STEP-PROGRAM            PIC X(20).
           02  FILLER                  PIC X(01).
           02  STEP-MAX-COND           PIC X(02).

       FD  EXPECT-FILE.
           COPY JOBXREC.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(132).

       FD  PARM-FILE.
           COPY TOOLPARM.

       WORKING-STORAGE SECTION.
       77  WS-STREAM-STATUS        PIC X(02).
       77  WS-STEP-STATUS          PIC X(02).
       77  WS-EXPECT-STATUS        PIC X(02).
       77  WS-PRINT-STATUS         PIC X(02).
       77  WS-PARM-STATUS          PIC X(02).
       77  WS-ABORT-SW             PIC X(01) VALUE 'N'.
           88  WS-ABORT-RUN         VALUE 'Y'.
       77  WS-SAVE-RC              PIC S9(09) COMP.
       77  WS-EOF-SW               PIC X(01).
           88  WS-AT-EOF            VALUE 'Y'.

      *--------------------------------------------------------------*
      * OPERATOR ANSWERS - EVERY PROMPT GOES THROUGH THE SHARED
      * RESPOND SUBPROGRAM (8800-GET-ANSWER) SO AN UNATTENDED RUN
      * CAN ANSWER FROM RESPFILE.
      *--------------------------------------------------------------*
       77  WS-PROMPT               PIC X(60).
       77  WS-ANSWER               PIC X(60).
       77  WS-TODAY                PIC 9(06).
       77  WS-SCHED-DATE           PIC 9(06).
       77  WS-BUILD-SW             PIC X(01) VALUE 'N'.
           88  WS-BUILD-DRVSTEPS    VALUE 'Y'.
       77  WS-FWD-DAYS             PIC 9(03) VALUE 14.
       77  WS-FWD-DEFAULT          PIC 9(03) VALUE 14.
       77  WS-FWD-LIMIT            PIC 9(03) VALUE 92.
       77  WS-FWD-IDX              PIC 9(03) COMP.

      *--------------------------------------------------------------*
      * STREAM AND STEP TABLES - LOADED FROM THE STREAMS FILE.  A
      * STEP'S WS-TK-ST-IDX POINTS AT ITS STREAM, ZERO WHEN NO
      * STREAM CARD CARRIES THAT NAME.
      *--------------------------------------------------------------*
       77  WS-ST-LIMIT             PIC 9(03) COMP VALUE 50.
       77  WS-ST-COUNT             PIC 9(03) COMP VALUE 0.
       77  WS-ST-IDX               PIC 9(03) COMP.
       77  WS-ST-HIT               PIC 9(03) COMP.
       01  WS-ST-TABLE.
           05  WS-ST-ENTRY OCCURS 50 TIMES.
               10  WS-ST-NAME      PIC X(08).
               10  WS-ST-RULE      PIC X(02).
               10  WS-ST-WEEKDAY   PIC X(01).
               10  WS-ST-DESC      PIC X(30).
               10  WS-ST-STEPS     PIC 9(03) COMP.
               10  WS-ST-DUE-SW    PIC X(01).
                   88  WS-ST-DUE    VALUE 'Y'.
       77  WS-TK-LIMIT             PIC 9(03) COMP VALUE 300.
       77  WS-TK-COUNT             PIC 9(03) COMP VALUE 0.
       77  WS-TK-IDX               PIC 9(03) COMP.
       01  WS-TK-TABLE.
           05  WS-TK-ENTRY OCCURS 300 TIMES.
               10  WS-TK-STREAM    PIC X(08).
               10  WS-TK-PROGRAM   PIC X(20).
               10  WS-TK-COND      PIC X(02).
               10  WS-TK-ST-IDX    PIC 9(03) COMP.
       77  WS-FIND-NAME            PIC X(08).
       77  WS-CARDS-READ           PIC 9(05) COMP VALUE 0.
       77  WS-BAD-CARD-COUNT       PIC 9(05) COMP VALUE 0.
       77  WS-ORPHAN-COUNT         PIC 9(05) COMP VALUE 0.

      *--------------------------------------------------------------*
      * ONE DAY'S STEP LIST - WHAT DRVSTEPS IS BUILT FROM.
      *--------------------------------------------------------------*
       77  WS-DL-LIMIT             PIC 9(03) COMP VALUE 100.
       77  WS-DL-COUNT             PIC 9(03) COMP VALUE 0.
       77  WS-DL-IDX               PIC 9(03) COMP.
       77  WS-DL-HIT               PIC 9(03) COMP.
       01  WS-DL-TABLE.
           05  WS-DL-ENTRY OCCURS 100 TIMES.
               10  WS-DL-PROGRAM   PIC X(20).
               10  WS-DL-COND      PIC X(02).
               10  WS-DL-STREAM    PIC X(08).
       77  WS-DL-DUP-COUNT         PIC 9(03) COMP VALUE 0.
       77  WS-DL-OVERFLOW          PIC 9(03) COMP VALUE 0.
       77  WS-DUE-COUNT            PIC 9(03) COMP VALUE 0.
       77  WS-LIST-PRINT-SW        PIC X(01) VALUE 'N'.
           88  WS-PRINT-THE-LIST    VALUE 'Y'.
       77  WS-LIST-NOTE            PIC X(30).
       77  WS-STEPS-WRITTEN        PIC 9(03) COMP VALUE 0.

      *--------------------------------------------------------------*
      * CALENDAR FACTS FOR THE DATE BEING EVALUATED (WS-EV-DATE),
      * ALL ANSWERED BY DATECALC.
      *--------------------------------------------------------------*
       01  WS-EV-DATE              PIC 9(06).
       01  WS-EV-DATE-PARTS REDEFINES WS-EV-DATE.
           05  WS-EV-YY            PIC 9(02).
           05  WS-EV-MM            PIC 9(02).
           05  WS-EV-DD            PIC 9(02).
       77  WS-EV-BUSINESS-SW       PIC X(01).
           88  WS-EV-BUSINESS       VALUE 'Y'.
       77  WS-EV-DOW               PIC X(01).
       77  WS-EV-DOW-N             PIC 9(01).
       77  WS-EV-FIRST-SW          PIC X(01).
       77  WS-EV-LAST-SW           PIC X(01).
       77  WS-EV-AFTER-HOL-SW      PIC X(01).
       01  WS-CAL-DATE-OUT         PIC 9(06).
       01  WS-CAL-DATE-OUT-PARTS REDEFINES WS-CAL-DATE-OUT.
           05  WS-CAL-OUT-YY       PIC 9(02).
           05  WS-CAL-OUT-MM       PIC 9(02).
           05  WS-CAL-OUT-DD       PIC 9(02).
       77  WS-CAL-FUNCTION         PIC X(01).
       77  WS-CAL-DATE-IN          PIC 9(06).
       77  WS-CAL-RESULT           PIC X(01).
       77  WS-WORK-DATE            PIC 9(08).
       77  WS-EV-INT               PIC 9(07) COMP.
       77  WS-PREV-INT             PIC 9(07) COMP.
       77  WS-WALK-INT             PIC 9(07) COMP.
       77  WS-SCHED-INT            PIC 9(07) COMP.
       01  WS-DAY-NAME-VALUES      PIC X(21)
           VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
           05  WS-DAY-NAME         PIC X(03) OCCURS 7 TIMES.
       77  WS-EV-DAY-NAME          PIC X(03).

      *--------------------------------------------------------------*
      * RUN COUNTS AND DISPLAY FIELDS
      *--------------------------------------------------------------*
       77  WS-DISP-COUNT           PIC Z(04)9.
       77  WS-DISP-SEQ             PIC ZZ9.
       77  WS-DISP-STEPS           PIC ZZ9.
       77  WS-DUE-TEXT             PIC X(07).
       77  WS-RULE-TEXT            PIC X(16).
       77  WS-NAMES                PIC X(80).
       77  WS-NAMES-PTR            PIC 9(03) COMP.

      *--------------------------------------------------------------*
      * REPORT WORK FIELDS
      *--------------------------------------------------------------*
       01  WS-RPT-PROGRAM          PIC X(20) VALUE "JOBSCHED".
       01  WS-RPT-TITLE            PIC X(40)
           VALUE "JOB-STREAM SCHEDULE".
       77  WS-RPT-PAGE-NO          PIC 9(04) VALUE 1.
       77  WS-RPT-LINES-ON-PAGE    PIC 9(04) COMP VALUE 0.
       77  WS-RPT-MAX-LINES        PIC 9(04) COMP VALUE 60.
       77  WS-RPT-WIDTH            PIC 9(03) VALUE 132.
       01  WS-HEADING-1            PIC X(132).

       77  WS-AUDIT-PROGRAM       PIC X(20) VALUE "JOBSCHED".
       77  WS-AUDIT-RECORDS-IN    PIC 9(07).
       77  WS-AUDIT-RECORDS-OUT   PIC 9(07).
       77  WS-RUN-TICKET          PIC 9(09).
       77  WS-ARCHIVE-REPORT      PIC X(30) VALUE "SCHRPT".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL "RUNTICKET" USING WS-RUN-TICKET
           CALL "AUDITBEG" USING WS-AUDIT-PROGRAM WS-RUN-TICKET
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               PERFORM 2000-SCHEDULE-DATE
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 3000-FORWARD-SCHEDULE
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 4000-PRINT-TOTALS
           END-IF
           PERFORM 9999-FINISH-EXIT.

      *--------------------------------------------------------------*
      * 1000-INITIALIZE - LOAD THE STREAMS, TAKE THE OPERATOR'S
      * ANSWERS AND OPEN THE REPORT.
      *--------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO WS-ST-COUNT
           MOVE 0 TO WS-TK-COUNT
           MOVE 0 TO WS-CARDS-READ
           MOVE 0 TO WS-BAD-CARD-COUNT
           MOVE 0 TO WS-ORPHAN-COUNT
           MOVE 0 TO WS-STEPS-WRITTEN
           MOVE 1 TO WS-RPT-PAGE-NO
           MOVE 0 TO WS-RPT-LINES-ON-PAGE
           MOVE 'N' TO WS-ABORT-SW
           MOVE 132 TO WS-RPT-WIDTH
           ACCEPT WS-TODAY FROM DATE
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
           PERFORM 1100-LOAD-STREAMS
           IF NOT WS-ABORT-RUN
               PERFORM 1200-GET-ANSWERS
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 1300-OPEN-REPORT
           END-IF.

      *--------------------------------------------------------------*
      * 1100-LOAD-STREAMS - THE STREAMS FILE IS REQUIRED.  A STREAM
      * CARD WITH AN UNKNOWN RULE, A WD RULE WITHOUT A WEEKDAY OF
      * 1-7 OR A NAME ALREADY USED, AND A STEP CARD WITH NO PROGRAM
      * OR A NON-NUMERIC CONDITION, IS SKIPPED AND COUNTED.
      *--------------------------------------------------------------*
       1100-LOAD-STREAMS.
           OPEN INPUT STREAM-FILE
           IF WS-STREAM-STATUS NOT = "00"
               DISPLAY "*** JOBSCHED: UNABLE TO OPEN STREAMS FILE"
                   " STREAMS - FILE STATUS " WS-STREAM-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-AT-EOF
                   READ STREAM-FILE
                       AT END
                           SET WS-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM 1110-TAKE-STREAM-CARD
                   END-READ
               END-PERFORM
               CLOSE STREAM-FILE
               PERFORM 1150-RESOLVE-STEPS
               IF WS-ST-COUNT = 0
                   DISPLAY "*** JOBSCHED: STREAMS FILE HOLDS NO"
                       " USABLE STREAM ***"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF.

       1110-TAKE-STREAM-CARD.
           IF STRM-CARD-COL1 = '*' OR STRM-REC = SPACES
               CONTINUE
           ELSE
               ADD 1 TO WS-CARDS-READ
               EVALUATE TRUE
                   WHEN STRM-STREAM-CARD
                       PERFORM 1120-TAKE-STREAM
                   WHEN STRM-STEP-CARD
                       PERFORM 1130-TAKE-STEP
                   WHEN OTHER
                       PERFORM 1140-SKIP-CARD
               END-EVALUATE
           END-IF.

       1120-TAKE-STREAM.
           MOVE STRM-NAME TO WS-FIND-NAME
           PERFORM 1160-FIND-STREAM
           IF STRM-NAME NOT = SPACES
                   AND STRM-VALID-RULE
                   AND (STRM-RULE NOT = "WD"
                       OR (STRM-WEEKDAY >= '1'
                           AND STRM-WEEKDAY <= '7'))
                   AND WS-ST-HIT = 0
                   AND WS-ST-COUNT < WS-ST-LIMIT
               ADD 1 TO WS-ST-COUNT
               MOVE STRM-NAME TO WS-ST-NAME(WS-ST-COUNT)
               MOVE STRM-RULE TO WS-ST-RULE(WS-ST-COUNT)
               MOVE STRM-WEEKDAY TO WS-ST-WEEKDAY(WS-ST-COUNT)
               MOVE STRM-DESC TO WS-ST-DESC(WS-ST-COUNT)
               MOVE 0 TO WS-ST-STEPS(WS-ST-COUNT)
               MOVE 'N' TO WS-ST-DUE-SW(WS-ST-COUNT)
           ELSE
               PERFORM 1140-SKIP-CARD
           END-IF.

       1130-TAKE-STEP.
           IF STRM-NAME NOT = SPACES
                   AND STRM-PROGRAM NOT = SPACES
                   AND (STRM-MAX-COND = SPACES
                       OR STRM-MAX-COND IS NUMERIC)
                   AND WS-TK-COUNT < WS-TK-LIMIT
               ADD 1 TO WS-TK-COUNT
               MOVE STRM-NAME TO WS-TK-STREAM(WS-TK-COUNT)
               MOVE STRM-PROGRAM TO WS-TK-PROGRAM(WS-TK-COUNT)
               MOVE STRM-MAX-COND TO WS-TK-COND(WS-TK-COUNT)
               MOVE 0 TO WS-TK-ST-IDX(WS-TK-COUNT)
           ELSE
               PERFORM 1140-SKIP-CARD
           END-IF.

       1140-SKIP-CARD.
           ADD 1 TO WS-BAD-CARD-COUNT
           DISPLAY "JOBSCHED: STREAMS CARD SKIPPED - " STRM-REC.

      *--------------------------------------------------------------*
      * 1150-RESOLVE-STEPS - TIE EACH STEP TO ITS STREAM.  A STEP
      * FOR A STREAM NO STREAM CARD DEFINES CAN NEVER RUN AND IS
      * REPORTED.
      *--------------------------------------------------------------*
       1150-RESOLVE-STEPS.
           PERFORM VARYING WS-TK-IDX FROM 1 BY 1
                   UNTIL WS-TK-IDX > WS-TK-COUNT
               MOVE WS-TK-STREAM(WS-TK-IDX) TO WS-FIND-NAME
               PERFORM 1160-FIND-STREAM
               MOVE WS-ST-HIT TO WS-TK-ST-IDX(WS-TK-IDX)
               IF WS-ST-HIT = 0
                   ADD 1 TO WS-ORPHAN-COUNT
                   DISPLAY "JOBSCHED: STEP " WS-TK-PROGRAM(WS-TK-IDX)
                       " NAMES UNDEFINED STREAM "
                       WS-TK-STREAM(WS-TK-IDX)
               ELSE
                   ADD 1 TO WS-ST-STEPS(WS-ST-HIT)
               END-IF
           END-PERFORM.

       1160-FIND-STREAM.
           MOVE 0 TO WS-ST-HIT
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT OR WS-ST-HIT > 0
               IF WS-ST-NAME(WS-ST-IDX) = WS-FIND-NAME
                   MOVE WS-ST-IDX TO WS-ST-HIT
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------*
      * 1200-GET-ANSWERS - THE DATE TO SCHEDULE (BLANK FOR TODAY),
      * WHETHER TO WRITE DRVSTEPS, AND HOW MANY DAYS AHEAD TO SHOW.
      *--------------------------------------------------------------*
       1200-GET-ANSWERS.
           MOVE "BUSINESS DATE TO SCHEDULE (YYMMDD, BLANK FOR TODAY)?"
               TO WS-PROMPT
           PERFORM 8800-GET-ANSWER
           IF WS-ANSWER = SPACES
               MOVE WS-TODAY TO WS-SCHED-DATE
           ELSE
               IF WS-ANSWER(1:6) IS NUMERIC
                       AND WS-ANSWER(7:) = SPACES
                   MOVE WS-ANSWER(1:6) TO WS-SCHED-DATE
               ELSE
                   MOVE 0 TO WS-SCHED-DATE
               END-IF
           END-IF
           MOVE 'W' TO WS-CAL-FUNCTION
           MOVE WS-SCHED-DATE TO WS-CAL-DATE-IN
           CALL "DATECALC" USING WS-CAL-FUNCTION WS-CAL-DATE-IN
               WS-CAL-DATE-OUT WS-CAL-RESULT
           IF WS-CAL-RESULT = '0'
               DISPLAY "*** JOBSCHED: DATE MUST BE A VALID YYMMDD ***"
               MOVE 8 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF
           IF NOT WS-ABORT-RUN
               MOVE "BUILD DRVSTEPS FOR THAT DATE (Y/N)?" TO WS-PROMPT
               PERFORM 8800-GET-ANSWER
               IF WS-ANSWER(1:1) = 'Y' OR WS-ANSWER(1:1) = 'y'
                   MOVE 'Y' TO WS-BUILD-SW
               ELSE
                   MOVE 'N' TO WS-BUILD-SW
               END-IF
               MOVE "DAYS OF FORWARD SCHEDULE (0-92, BLANK FOR 14)?"
                   TO WS-PROMPT
               PERFORM 8800-GET-ANSWER
               IF WS-ANSWER = SPACES
                   MOVE WS-FWD-DEFAULT TO WS-FWD-DAYS
               ELSE
                   IF FUNCTION TEST-NUMVAL(WS-ANSWER) = 0
                           AND FUNCTION NUMVAL(WS-ANSWER) >= 0
                           AND FUNCTION NUMVAL(WS-ANSWER)
                               <= WS-FWD-LIMIT
                       MOVE FUNCTION NUMVAL(WS-ANSWER) TO WS-FWD-DAYS
                   ELSE
                       DISPLAY "*** JOBSCHED: FORWARD DAYS MUST BE"
                           " 0 THROUGH 92 ***"
                       MOVE 8 TO RETURN-CODE
                       SET WS-ABORT-RUN TO TRUE
                   END-IF
               END-IF
           END-IF.

       1300-OPEN-REPORT.
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "*** JOBSCHED: UNABLE TO OPEN PRINT FILE"
                   " SCHRPT - FILE STATUS " WS-PRINT-STATUS " ***"
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
           END-IF.

      *--------------------------------------------------------------*
      * 2000-SCHEDULE-DATE - THE STREAMS DUE ON THE SCHEDULE DATE,
      * ITS STEP LIST, AND (WHEN ASKED) THE NEW DRVSTEPS.
      *--------------------------------------------------------------*
       2000-SCHEDULE-DATE.
           MOVE WS-SCHED-DATE TO WS-EV-DATE
           PERFORM 5000-EVALUATE-DATE
           MOVE SPACES TO PRINT-LINE
           STRING "SCHEDULE FOR " WS-EV-DATE " (" WS-EV-DAY-NAME ")"
               "   BUSINESS DAY " WS-EV-BUSINESS-SW
               "   FIRST OF MONTH " WS-EV-FIRST-SW
               "   LAST OF MONTH " WS-EV-LAST-SW
               "   AFTER HOLIDAY " WS-EV-AFTER-HOL-SW
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           IF NOT WS-EV-BUSINESS
               MOVE SPACES TO PRINT-LINE
               STRING "*** " WS-EV-DATE " IS NOT A BUSINESS DAY - NO"
                   " STREAM IS DUE ***" INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               DISPLAY "JOBSCHED: " WS-EV-DATE " IS NOT A BUSINESS"
                   " DAY - NO STREAM IS DUE"
           END-IF
           PERFORM 2100-PRINT-STREAMS
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE "SEQ  PROGRAM               COND  STREAM    NOTE"
               TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE 'Y' TO WS-LIST-PRINT-SW
           PERFORM 5500-BUILD-LIST
           MOVE 'N' TO WS-LIST-PRINT-SW
           IF WS-DL-COUNT = 0
               MOVE "     (NO STEPS DUE)" TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           IF WS-BUILD-DRVSTEPS
               PERFORM 2500-WRITE-DRVSTEPS
           ELSE
               MOVE "DRVSTEPS NOT CHANGED - SCHEDULE PREVIEW ONLY"
                   TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF.

       2100-PRINT-STREAMS.
           MOVE "STREAM    RULE              DUE     STEPS  DESCRIPTION"
               TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
               PERFORM 2110-RULE-TEXT
               IF WS-ST-DUE(WS-ST-IDX)
                   MOVE "DUE" TO WS-DUE-TEXT
               ELSE
                   MOVE "NOT DUE" TO WS-DUE-TEXT
               END-IF
               MOVE WS-ST-STEPS(WS-ST-IDX) TO WS-DISP-STEPS
               MOVE SPACES TO PRINT-LINE
               STRING WS-ST-NAME(WS-ST-IDX) "  " WS-RULE-TEXT "  "
                   WS-DUE-TEXT "   " WS-DISP-STEPS "  "
                   WS-ST-DESC(WS-ST-IDX) INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-PERFORM.

       2110-RULE-TEXT.
           EVALUATE WS-ST-RULE(WS-ST-IDX)
               WHEN "BD"
                   MOVE "EVERY BUS DAY" TO WS-RULE-TEXT
               WHEN "FB"
                   MOVE "FIRST BUS DAY" TO WS-RULE-TEXT
               WHEN "LB"
                   MOVE "LAST BUS DAY" TO WS-RULE-TEXT
               WHEN "AH"
                   MOVE "AFTER HOLIDAY" TO WS-RULE-TEXT
               WHEN "WD"
                   MOVE WS-ST-WEEKDAY(WS-ST-IDX) TO WS-EV-DOW-N
                   MOVE SPACES TO WS-RULE-TEXT
                   STRING "EVERY " WS-DAY-NAME(WS-EV-DOW-N)
                       INTO WS-RULE-TEXT
           END-EVALUATE.

      *--------------------------------------------------------------*
      * 2500-WRITE-DRVSTEPS - REPLACE THE DRIVER'S STEP CARDS WITH
      * THE DAY'S LIST, IN THE DRVSTEPS LAYOUT THE DRIVER READS.
      *--------------------------------------------------------------*
       2500-WRITE-DRVSTEPS.
           OPEN OUTPUT STEP-FILE
           IF WS-STEP-STATUS NOT = "00"
               DISPLAY "*** JOBSCHED: UNABLE TO OPEN DRVSTEPS - FILE"
                   " STATUS " WS-STEP-STATUS " ***"
               MOVE "*** DRVSTEPS COULD NOT BE WRITTEN ***"
                   TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-DL-IDX FROM 1 BY 1
                       UNTIL WS-DL-IDX > WS-DL-COUNT
                   MOVE SPACES TO STEP-CARD
                   MOVE WS-DL-PROGRAM(WS-DL-IDX) TO STEP-PROGRAM
                   MOVE WS-DL-COND(WS-DL-IDX) TO STEP-MAX-COND
                   WRITE STEP-CARD
                   ADD 1 TO WS-STEPS-WRITTEN
               END-PERFORM
               CLOSE STEP-FILE
               MOVE WS-STEPS-WRITTEN TO WS-DISP-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING "DRVSTEPS WRITTEN WITH " WS-DISP-COUNT
                   " STEP(S) FOR " WS-SCHED-DATE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               DISPLAY "JOBSCHED: DRVSTEPS WRITTEN WITH "
                   WS-DISP-COUNT " STEP(S) FOR " WS-SCHED-DATE
               PERFORM 2510-WRITE-EXPECTED-JOBS
           END-IF.

      *--------------------------------------------------------------*
      * 2510-WRITE-EXPECTED-JOBS - THE SAME LIST, DATED, FOR THE
      * END-OF-DAY CLOSE.  A DAY WITH NO STEPS LEAVES THE LIST EMPTY
      * SO THE CLOSE EXPECTS NOTHING RATHER THAN AN OLDER DAY'S JOBS.
      *--------------------------------------------------------------*
       2510-WRITE-EXPECTED-JOBS.
           OPEN OUTPUT EXPECT-FILE
           IF WS-EXPECT-STATUS NOT = "00"
               DISPLAY "*** JOBSCHED: UNABLE TO OPEN JOBEXPCT - FILE"
                   " STATUS " WS-EXPECT-STATUS " ***"
               MOVE "*** JOBEXPCT COULD NOT BE WRITTEN ***"
                   TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM VARYING WS-DL-IDX FROM 1 BY 1
                       UNTIL WS-DL-IDX > WS-DL-COUNT
                   MOVE SPACES TO JOBX-REC
                   MOVE WS-SCHED-DATE TO JOBX-DATE
                   MOVE WS-DL-PROGRAM(WS-DL-IDX) TO JOBX-PROGRAM
                   MOVE WS-DL-STREAM(WS-DL-IDX) TO JOBX-STREAM
                   WRITE JOBX-REC
               END-PERFORM
               CLOSE EXPECT-FILE
           END-IF.

      *--------------------------------------------------------------*
      * 3000-FORWARD-SCHEDULE - ONE LINE PER CALENDAR DAY AFTER THE
      * SCHEDULE DATE: ITS CALENDAR FACTS, HOW MANY STEPS WOULD RUN
      * AND WHICH STREAMS.
      *--------------------------------------------------------------*
       3000-FORWARD-SCHEDULE.
           IF WS-FWD-DAYS > 0
               MOVE SPACES TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE WS-FWD-DAYS TO WS-DISP-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING "===== FORWARD SCHEDULE - NEXT " WS-DISP-COUNT
                   " DAY(S) =====" INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               PERFORM 8960-COLUMN-HEADS
               COMPUTE WS-WORK-DATE = 20000000 + WS-SCHED-DATE
               COMPUTE WS-SCHED-INT
                   = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
               PERFORM VARYING WS-FWD-IDX FROM 1 BY 1
                       UNTIL WS-FWD-IDX > WS-FWD-DAYS
                   COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
                       (WS-SCHED-INT + WS-FWD-IDX)
                   COMPUTE WS-EV-DATE = WS-WORK-DATE - 20000000
                   PERFORM 5000-EVALUATE-DATE
                   PERFORM 5500-BUILD-LIST
                   PERFORM 3100-PRINT-DAY
               END-PERFORM
           END-IF.

       3100-PRINT-DAY.
           MOVE SPACES TO WS-NAMES
           MOVE 1 TO WS-NAMES-PTR
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
               IF WS-ST-DUE(WS-ST-IDX)
                   STRING WS-ST-NAME(WS-ST-IDX) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       INTO WS-NAMES WITH POINTER WS-NAMES-PTR
                       ON OVERFLOW
                           MOVE "..." TO WS-NAMES(78:3)
                   END-STRING
               END-IF
           END-PERFORM
           IF NOT WS-EV-BUSINESS
               MOVE "(NOT A BUSINESS DAY - NOTHING RUNS)" TO WS-NAMES
           END-IF
           MOVE WS-DL-COUNT TO WS-DISP-STEPS
           MOVE SPACES TO PRINT-LINE
           STRING WS-EV-DATE "  " WS-EV-DAY-NAME "   "
               WS-EV-BUSINESS-SW "    " WS-EV-FIRST-SW "     "
               WS-EV-LAST-SW "     " WS-EV-AFTER-HOL-SW "    "
               WS-DISP-STEPS "  " WS-NAMES INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE.

      *--------------------------------------------------------------*
      * 4000-PRINT-TOTALS - THE RUN'S TALLY.  A NON-BUSINESS DATE OR
      * ANY SKIPPED CARD IS A WARNING.
      *--------------------------------------------------------------*
       4000-PRINT-TOTALS.
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE "===== SCHEDULE TOTALS =====" TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-ST-COUNT TO WS-DISP-COUNT
           STRING "STREAMS DEFINED               " WS-DISP-COUNT
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-TK-COUNT TO WS-DISP-COUNT
           STRING "STEP CARDS LOADED             " WS-DISP-COUNT
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           IF WS-BAD-CARD-COUNT > 0
               MOVE SPACES TO PRINT-LINE
               MOVE WS-BAD-CARD-COUNT TO WS-DISP-COUNT
               STRING "STREAMS CARDS SKIPPED         " WS-DISP-COUNT
                   "   (SEE CONSOLE)" INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF
           IF WS-ORPHAN-COUNT > 0
               MOVE SPACES TO PRINT-LINE
               MOVE WS-ORPHAN-COUNT TO WS-DISP-COUNT
               STRING "STEPS OF UNDEFINED STREAMS    " WS-DISP-COUNT
                   "   (SEE CONSOLE)" INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF
           MOVE WS-SCHED-DATE TO WS-EV-DATE
           PERFORM 5000-EVALUATE-DATE
           PERFORM 5500-BUILD-LIST
           MOVE SPACES TO PRINT-LINE
           MOVE WS-DUE-COUNT TO WS-DISP-COUNT
           STRING "STREAMS DUE ON " WS-SCHED-DATE "         "
               WS-DISP-COUNT INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-DL-COUNT TO WS-DISP-COUNT
           STRING "STEPS IN THE DAY'S LIST       " WS-DISP-COUNT
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           IF WS-DL-DUP-COUNT > 0
               MOVE SPACES TO PRINT-LINE
               MOVE WS-DL-DUP-COUNT TO WS-DISP-COUNT
               STRING "REPEATED STEPS RUN ONCE       " WS-DISP-COUNT
                   INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF
           IF WS-DL-OVERFLOW > 0
               MOVE SPACES TO PRINT-LINE
               MOVE WS-DL-OVERFLOW TO WS-DISP-COUNT
               STRING "*** STEPS PAST THE 100-STEP LIST LIMIT "
                   WS-DISP-COUNT " - NOT SCHEDULED ***" INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF
           IF RETURN-CODE < 4
               IF NOT WS-EV-BUSINESS
                       OR WS-BAD-CARD-COUNT > 0
                       OR WS-ORPHAN-COUNT > 0
                       OR WS-DL-OVERFLOW > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 5000-EVALUATE-DATE - ASK DATECALC ABOUT WS-EV-DATE AND MARK
      * EVERY STREAM DUE OR NOT.  ONLY A BUSINESS DAY RUNS ANYTHING.
      * IT IS THE FIRST BUSINESS DAY OF ITS MONTH WHEN THE PREVIOUS
      * BUSINESS DAY FALLS IN ANOTHER MONTH, THE LAST WHEN THE NEXT
      * ONE DOES, AND THE FIRST AFTER A HOLIDAY WHEN A WEEKDAY LIES
      * BETWEEN IT AND THE PREVIOUS BUSINESS DAY.
      *--------------------------------------------------------------*
       5000-EVALUATE-DATE.
           MOVE 'N' TO WS-EV-FIRST-SW
           MOVE 'N' TO WS-EV-LAST-SW
           MOVE 'N' TO WS-EV-AFTER-HOL-SW
           MOVE 0 TO WS-DUE-COUNT
           MOVE WS-EV-DATE TO WS-CAL-DATE-IN
           MOVE 'W' TO WS-CAL-FUNCTION
           CALL "DATECALC" USING WS-CAL-FUNCTION WS-CAL-DATE-IN
               WS-CAL-DATE-OUT WS-CAL-RESULT
           MOVE WS-CAL-RESULT TO WS-EV-DOW
           IF WS-EV-DOW >= '1' AND WS-EV-DOW <= '7'
               MOVE WS-EV-DOW TO WS-EV-DOW-N
               MOVE WS-DAY-NAME(WS-EV-DOW-N) TO WS-EV-DAY-NAME
           ELSE
               MOVE "???" TO WS-EV-DAY-NAME
           END-IF
           MOVE 'B' TO WS-CAL-FUNCTION
           CALL "DATECALC" USING WS-CAL-FUNCTION WS-CAL-DATE-IN
               WS-CAL-DATE-OUT WS-CAL-RESULT
           IF WS-CAL-RESULT = 'Y'
               MOVE 'Y' TO WS-EV-BUSINESS-SW
           ELSE
               MOVE 'N' TO WS-EV-BUSINESS-SW
           END-IF
           IF WS-EV-BUSINESS
               MOVE 'P' TO WS-CAL-FUNCTION
               CALL "DATECALC" USING WS-CAL-FUNCTION WS-CAL-DATE-IN
                   WS-CAL-DATE-OUT WS-CAL-RESULT
               IF WS-CAL-OUT-MM NOT = WS-EV-MM
                   MOVE 'Y' TO WS-EV-FIRST-SW
               END-IF
               PERFORM 5100-CHECK-AFTER-HOLIDAY
               MOVE 'N' TO WS-CAL-FUNCTION
               CALL "DATECALC" USING WS-CAL-FUNCTION WS-CAL-DATE-IN
                   WS-CAL-DATE-OUT WS-CAL-RESULT
               IF WS-CAL-OUT-MM NOT = WS-EV-MM
                   MOVE 'Y' TO WS-EV-LAST-SW
               END-IF
           END-IF
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
               MOVE 'N' TO WS-ST-DUE-SW(WS-ST-IDX)
               IF WS-EV-BUSINESS
                   EVALUATE WS-ST-RULE(WS-ST-IDX)
                       WHEN "BD"
                           MOVE 'Y' TO WS-ST-DUE-SW(WS-ST-IDX)
                       WHEN "FB"
                           MOVE WS-EV-FIRST-SW
                               TO WS-ST-DUE-SW(WS-ST-IDX)
                       WHEN "LB"
                           MOVE WS-EV-LAST-SW
                               TO WS-ST-DUE-SW(WS-ST-IDX)
                       WHEN "AH"
                           MOVE WS-EV-AFTER-HOL-SW
                               TO WS-ST-DUE-SW(WS-ST-IDX)
                       WHEN "WD"
                           IF WS-ST-WEEKDAY(WS-ST-IDX) = WS-EV-DOW
                               MOVE 'Y' TO WS-ST-DUE-SW(WS-ST-IDX)
                           END-IF
                   END-EVALUATE
               END-IF
               IF WS-ST-DUE(WS-ST-IDX)
                   ADD 1 TO WS-DUE-COUNT
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------*
      * 5100-CHECK-AFTER-HOLIDAY - WALK THE CALENDAR DAYS BETWEEN THE
      * PREVIOUS BUSINESS DAY (IN WS-CAL-DATE-OUT) AND WS-EV-DATE.
      * A MONDAY-TO-FRIDAY DAY THAT IS NOT A BUSINESS DAY IS A
      * HOLIDAY.
      *--------------------------------------------------------------*
       5100-CHECK-AFTER-HOLIDAY.
           IF WS-CAL-DATE-OUT > 0
               COMPUTE WS-WORK-DATE = 20000000 + WS-CAL-DATE-OUT
               COMPUTE WS-PREV-INT
                   = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
               COMPUTE WS-WORK-DATE = 20000000 + WS-EV-DATE
               COMPUTE WS-EV-INT
                   = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
               MOVE 'W' TO WS-CAL-FUNCTION
               PERFORM VARYING WS-WALK-INT FROM WS-PREV-INT BY 1
                       UNTIL WS-WALK-INT >= WS-EV-INT - 1
                   COMPUTE WS-WORK-DATE
                       = FUNCTION DATE-OF-INTEGER(WS-WALK-INT + 1)
                   COMPUTE WS-CAL-DATE-IN = WS-WORK-DATE - 20000000
                   CALL "DATECALC" USING WS-CAL-FUNCTION
                       WS-CAL-DATE-IN WS-CAL-DATE-OUT WS-CAL-RESULT
                   IF WS-CAL-RESULT >= '1' AND WS-CAL-RESULT <= '5'
                       MOVE 'Y' TO WS-EV-AFTER-HOL-SW
                   END-IF
               END-PERFORM
               MOVE WS-EV-DATE TO WS-CAL-DATE-IN
           END-IF.

      *--------------------------------------------------------------*
      * 5500-BUILD-LIST - THE STEPS OF EVERY DUE STREAM, STREAM BY
      * STREAM IN STREAMS-FILE ORDER.  A PROGRAM ALREADY IN THE LIST
      * IS NOT REPEATED.  WITH WS-LIST-PRINT-SW ON EACH STEP IS ALSO
      * PRINTED.
      *--------------------------------------------------------------*
       5500-BUILD-LIST.
           MOVE 0 TO WS-DL-COUNT
           MOVE 0 TO WS-DL-DUP-COUNT
           MOVE 0 TO WS-DL-OVERFLOW
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
               IF WS-ST-DUE(WS-ST-IDX)
                   PERFORM VARYING WS-TK-IDX FROM 1 BY 1
                           UNTIL WS-TK-IDX > WS-TK-COUNT
                       IF WS-TK-ST-IDX(WS-TK-IDX) = WS-ST-IDX
                           PERFORM 5510-ADD-STEP
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       5510-ADD-STEP.
           MOVE 0 TO WS-DL-HIT
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
                   UNTIL WS-DL-IDX > WS-DL-COUNT OR WS-DL-HIT > 0
               IF WS-DL-PROGRAM(WS-DL-IDX) = WS-TK-PROGRAM(WS-TK-IDX)
                   MOVE WS-DL-IDX TO WS-DL-HIT
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-LIST-NOTE
           IF WS-DL-HIT > 0
               ADD 1 TO WS-DL-DUP-COUNT
               MOVE "ALREADY LISTED - RUNS ONCE" TO WS-LIST-NOTE
               MOVE WS-DL-HIT TO WS-DISP-SEQ
           ELSE
               IF WS-DL-COUNT < WS-DL-LIMIT
                   ADD 1 TO WS-DL-COUNT
                   MOVE WS-TK-PROGRAM(WS-TK-IDX)
                       TO WS-DL-PROGRAM(WS-DL-COUNT)
                   MOVE WS-TK-COND(WS-TK-IDX) TO WS-DL-COND(WS-DL-COUNT)
                   MOVE WS-TK-STREAM(WS-TK-IDX)
                       TO WS-DL-STREAM(WS-DL-COUNT)
                   MOVE WS-DL-COUNT TO WS-DISP-SEQ
               ELSE
                   ADD 1 TO WS-DL-OVERFLOW
                   MOVE "*** LIST FULL - NOT SCHEDULED" TO WS-LIST-NOTE
                   MOVE 0 TO WS-DISP-SEQ
               END-IF
           END-IF
           IF WS-PRINT-THE-LIST
               MOVE SPACES TO PRINT-LINE
               STRING WS-DISP-SEQ "  " WS-TK-PROGRAM(WS-TK-IDX) "  "
                   WS-TK-COND(WS-TK-IDX) "    " WS-TK-STREAM(WS-TK-IDX)
                   "  " WS-LIST-NOTE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF.

      *--------------------------------------------------------------*
      * 8800-GET-ANSWER - EVERY PROMPT GOES THROUGH RESPOND.
      *--------------------------------------------------------------*
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

       8960-COLUMN-HEADS.
           MOVE "DATE    DAY  BUS  1ST  LAST  HOL  STEPS  STREAMS DUE"
               TO PRINT-LINE
           PERFORM 8900-PRINT-LINE.

       9999-FINISH-EXIT.
           IF WS-PRINT-STATUS = "00"
               CLOSE PRINT-FILE
               IF NOT WS-ABORT-RUN
                   MOVE RETURN-CODE TO WS-SAVE-RC
                   CALL "RPTARCHV" USING WS-ARCHIVE-REPORT
                   MOVE WS-SAVE-RC TO RETURN-CODE
               END-IF
           END-IF
           IF WS-ABORT-RUN
               DISPLAY "*** JOBSCHED RUN ABORTED - SEE DIAGNOSTICS"
                   " ABOVE ***"
           ELSE
               DISPLAY "JOBSCHED: SCHEDULE FOR " WS-SCHED-DATE
                   " ON SCHRPT"
           END-IF
           MOVE WS-CARDS-READ TO WS-AUDIT-RECORDS-IN
           MOVE WS-STEPS-WRITTEN TO WS-AUDIT-RECORDS-OUT
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-RECORDS-IN
               WS-AUDIT-RECORDS-OUT WS-RUN-TICKET
           MOVE WS-SAVE-RC TO RETURN-CODE
           GOBACK.
