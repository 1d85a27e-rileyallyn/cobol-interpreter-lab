      *****************************************************************
      * PROGRAM:  CAPPLAN
      *
      * PURPOSE:  BATCH-WINDOW CAPACITY REPORT.  DRVRPT SHOWS ONE
      *           NIGHT'S STEP TIMES AND DRIVER ONLY SAYS WHETHER
      *           TONIGHT OVERRAN PARM-BATCH-WINDOW-MINS; THIS PROGRAM
      *           READS THE STEPHIST HISTORY DRIVER APPENDS FOR EVERY
      *           EXECUTED STEP (SHARED STPHREC COPYBOOK) AND PRINTS
      *           ON CAPRPT:
      *             - PER STEP PROGRAM: RUNS, AVERAGE AND LONGEST
      *               ELAPSED SECONDS, AVERAGE RECORDS AND THROUGHPUT
      *               IN RECORDS PER SECOND
      *             - THE SLOWEST NIGHTS (DRIVER RUNS) BY TOTAL
      *               ELAPSED, EACH MARKED WHEN IT OVERRAN THE WINDOW
      *             - THE FORECAST: A LEAST-SQUARES LINE OF A NIGHT'S
      *               TOTAL RECORDS AGAINST THE CALENDAR GIVES THE
      *               GROWTH PER DAY, A SECOND LINE OF A NIGHT'S
      *               ELAPSED AGAINST ITS RECORDS GIVES THE COST PER
      *               RECORD AND THE FIXED OVERHEAD, AND TOGETHER THEY
      *               GIVE THE DATE THE NIGHT'S TOTAL IS EXPECTED TO
      *               PASS THE WINDOW - THE SAME NORMAL-EQUATION
      *               ARITHMETIC FORECAST USES.
      *
      *           RETURN-CODE 4 WHEN THE PROJECTED BREACH IS WITHIN
      *           30 DAYS OR THE TREND IS ALREADY OVER THE WINDOW, 8
      *           WHEN AN ANSWER IS UNUSABLE, 16 WHEN THE REPORT
      *           CANNOT BE OPENED.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15  RA   INITIAL VERSION.
      *   2026-10-15  RA   A BREACH DATE BEYOND THE TEN-YEAR HORIZON
      *                    IS REPORTED AS NOT REACHED WITHOUT FIRST
      *                    OVERFLOWING THE DAY COUNT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPPLAN.
       AUTHOR. R-ALLYN.
       INSTALLATION. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "STEPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT PRINT-FILE ASSIGN TO "CAPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "TOOLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
           COPY STPHREC.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(132).

       FD  PARM-FILE.
           COPY TOOLPARM.

       WORKING-STORAGE SECTION.
       77  WS-HIST-STATUS          PIC X(02).
       77  WS-PRINT-STATUS         PIC X(02).
       77  WS-PARM-STATUS          PIC X(02).
       77  WS-ABORT-SW             PIC X(01) VALUE 'N'.
           88  WS-ABORT-RUN         VALUE 'Y'.
       77  WS-SAVE-RC              PIC S9(09) COMP.
       77  WS-EOF-SW               PIC X(01).
           88  WS-AT-EOF            VALUE 'Y'.

      *--------------------------------------------------------------*
      * OPERATOR-PROMPT WORK FIELDS - EVERY QUESTION GOES THROUGH THE
      * SHARED RESPOND SUBPROGRAM (8800-GET-ANSWER) SO A RESPONSE
      * FILE CAN ANSWER IT IN AN UNATTENDED RUN.
      *--------------------------------------------------------------*
       77  WS-PROMPT               PIC X(60).
       77  WS-ANSWER               PIC X(60).
       77  WS-CAL-FUNCTION         PIC X(01).
       77  WS-CAL-DATE-IN          PIC 9(06).
       77  WS-CAL-DATE-OUT         PIC 9(06).
       77  WS-CAL-RESULT           PIC X(01).
       77  WS-TODAY                PIC 9(06).
       77  WS-FROM-DATE            PIC 9(06).
       77  WS-TO-DATE              PIC 9(06).
       77  WS-WORK-DATE            PIC 9(08).
       77  WS-TODAY-INT            PIC 9(07) COMP.

      *--------------------------------------------------------------*
      * THE BATCH WINDOW FROM TOOLPARM (ZERO MEANS NONE SET), AND THE
      * FORECAST RULES.
      *--------------------------------------------------------------*
       77  WS-WINDOW-MINS          PIC 9(04) VALUE 0.
       77  WS-WINDOW-SECS          PIC 9(07) COMP VALUE 0.
       77  WS-MIN-NIGHTS           PIC 9(02) COMP VALUE 3.
       77  WS-WARN-DAYS            PIC 9(03) COMP VALUE 30.
       77  WS-HORIZON-DAYS         PIC 9(05) COMP VALUE 3650.
       77  WS-SLOW-SHOWN           PIC 9(02) COMP VALUE 10.

      *--------------------------------------------------------------*
      * STEP TABLE - ONE ENTRY PER STEP PROGRAM IN THE HISTORY.
      *--------------------------------------------------------------*
       77  WS-SP-LIMIT             PIC 9(03) COMP VALUE 100.
       77  WS-SP-COUNT             PIC 9(03) COMP VALUE 0.
       77  WS-SP-IDX               PIC 9(03) COMP.
       77  WS-SP-HIT               PIC 9(03) COMP.
       01  WS-SP-TABLE.
           05  WS-SP-ENTRY OCCURS 100 TIMES.
               10  WS-SP-PROGRAM       PIC X(20).
               10  WS-SP-RUNS          PIC 9(05) COMP.
               10  WS-SP-SECS          PIC 9(09) COMP.
               10  WS-SP-MAX-SECS      PIC 9(06) COMP.
               10  WS-SP-MAX-DATE      PIC 9(06).
               10  WS-SP-RECORDS       PIC 9(11) COMP.
       77  WS-SP-OVERFLOW-SW       PIC X(01).
           88  WS-SP-OVERFLOW       VALUE 'Y'.

      *--------------------------------------------------------------*
      * NIGHT TABLE - ONE ENTRY PER DRIVER RUN, OLDEST FIRST.  WHEN
      * THE HISTORY HOLDS MORE RUNS THAN THE TABLE, THE OLDEST ARE
      * SHIFTED OUT SO THE FORECAST ALWAYS COVERS THE NEWEST.
      *--------------------------------------------------------------*
       77  WS-NT-LIMIT             PIC 9(03) COMP VALUE 400.
       77  WS-NT-COUNT             PIC 9(03) COMP VALUE 0.
       77  WS-NT-IDX               PIC 9(03) COMP.
       77  WS-SHIFT-IDX            PIC 9(03) COMP.
       01  WS-NT-TABLE.
           05  WS-NT-ENTRY OCCURS 400 TIMES.
               10  WS-NT-DATE          PIC 9(06).
               10  WS-NT-TIME          PIC 9(06).
               10  WS-NT-DAY-INT       PIC 9(07) COMP.
               10  WS-NT-STEPS         PIC 9(03) COMP.
               10  WS-NT-SECS          PIC 9(07) COMP.
               10  WS-NT-RECORDS       PIC 9(09) COMP.
               10  WS-NT-SHOWN-SW      PIC X(01).
       77  WS-NT-DROPPED           PIC 9(07) COMP VALUE 0.
       77  WS-LINES-READ           PIC 9(07) COMP VALUE 0.
       77  WS-NIGHTS-OVER          PIC 9(05) COMP VALUE 0.
       77  WS-SLOW-IDX             PIC 9(03) COMP.
       77  WS-SLOW-NO              PIC 9(02) COMP.

      *--------------------------------------------------------------*
      * LEAST-SQUARES LINE-FIT WORK FIELDS.  FIT 1: X IS THE NIGHT'S
      * DAY NUMBER COUNTED FROM THE FIRST NIGHT, Y ITS RECORDS.  FIT
      * 2: X IS THE NIGHT'S RECORDS, Y ITS ELAPSED SECONDS.
      *--------------------------------------------------------------*
       77  WS-FIT-N                PIC S9(05) COMP-3.
       77  WS-FIT-X                PIC S9(11)V9(4) COMP-3.
       77  WS-FIT-Y                PIC S9(11)V9(4) COMP-3.
       77  WS-SX                   PIC S9(15)V9(4) COMP-3.
       77  WS-SY                   PIC S9(15)V9(4) COMP-3.
       77  WS-SXX                  PIC S9(18)V9(4) COMP-3.
       77  WS-SXY                  PIC S9(18)V9(4) COMP-3.
       77  WS-FIT-DENOM            PIC S9(18)V9(4) COMP-3.
       77  WS-BASE-INT             PIC 9(07) COMP.
       77  WS-GROWTH               PIC S9(11)V9(6) COMP-3.
       77  WS-REC-BASE             PIC S9(14)V9(4) COMP-3.
       77  WS-SECS-PER-REC         PIC S9(11)V9(6) COMP-3.
       77  WS-OVERHEAD             PIC S9(14)V9(4) COMP-3.
       77  WS-TOTAL-SECS           PIC 9(11) COMP.
       77  WS-TOTAL-RECORDS        PIC 9(13) COMP.
       77  WS-NOW-X                PIC S9(07) COMP-3.
       77  WS-NOW-RECORDS          PIC S9(14)V9(4) COMP-3.
       77  WS-NOW-SECS             PIC S9(14)V9(4) COMP-3.
       77  WS-LIMIT-RECORDS        PIC S9(14)V9(4) COMP-3.
       77  WS-BREACH-X             PIC S9(14)V9(4) COMP-3.
       77  WS-BREACH-DAYS          PIC S9(09) COMP.
       77  WS-BREACH-INT           PIC 9(07) COMP.
       77  WS-BREACH-DATE          PIC 9(06).
       77  WS-FORECAST-SW          PIC X(01).
           88  WS-FORECAST-WARN     VALUE 'Y'.

      *--------------------------------------------------------------*
      * DISPLAY FIELDS
      *--------------------------------------------------------------*
       77  WS-DISP-COUNT           PIC Z(06)9.
       77  WS-DISP-RUNS            PIC Z(04)9.
       77  WS-DISP-SECS            PIC Z(06)9.
       77  WS-DISP-AVG-SECS        PIC Z(05)9.9.
       77  WS-DISP-RECORDS         PIC Z(08)9.
       77  WS-DISP-RATE            PIC Z(06)9.99.
       77  WS-DISP-STEPS           PIC Z(02)9.
       77  WS-DISP-MINS            PIC Z(03)9.
       77  WS-DISP-GROWTH          PIC -(08)9.99.
       77  WS-DISP-PER-1000        PIC Z(05)9.999.
       77  WS-DISP-OVERHEAD        PIC -(06)9.
       77  WS-DISP-DAYS            PIC Z(04)9.
       77  WS-WORK-RATE            PIC 9(09)V99.
       77  WS-WORK-AVG             PIC 9(07)V9.
       77  WS-WORK-PER-1000        PIC 9(07)V999.
       77  WS-OVER-FLAG            PIC X(14).

      *--------------------------------------------------------------*
      * REPORT WORK FIELDS
      *--------------------------------------------------------------*
       01  WS-RPT-PROGRAM          PIC X(20) VALUE "CAPPLAN".
       01  WS-RPT-TITLE            PIC X(40)
           VALUE "BATCH-WINDOW CAPACITY FORECAST".
       77  WS-RPT-PAGE-NO          PIC 9(04) VALUE 1.
       77  WS-RPT-LINES-ON-PAGE    PIC 9(04) COMP VALUE 0.
       77  WS-RPT-MAX-LINES        PIC 9(04) COMP VALUE 60.
       77  WS-RPT-WIDTH            PIC 9(03) VALUE 132.
       01  WS-HEADING-1            PIC X(132).

       77  WS-AUDIT-PROGRAM       PIC X(20) VALUE "CAPPLAN".
       77  WS-AUDIT-RECORDS-IN    PIC 9(07).
       77  WS-AUDIT-RECORDS-OUT   PIC 9(07).
       77  WS-RUN-TICKET          PIC 9(09).
       77  WS-ARCHIVE-REPORT      PIC X(30) VALUE "CAPRPT".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL "RUNTICKET" USING WS-RUN-TICKET
           CALL "AUDITBEG" USING WS-AUDIT-PROGRAM WS-RUN-TICKET
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               PERFORM 2000-LOAD-HISTORY
               PERFORM 3000-PRINT-STEP-AVERAGES
               PERFORM 4000-PRINT-SLOWEST-NIGHTS
               PERFORM 5000-FORECAST
           END-IF
           PERFORM 9999-FINISH-EXIT.

      *--------------------------------------------------------------*
      * 1000-INITIALIZE - RESET, READ THE PRINT WIDTH AND BATCH
      * WINDOW, TAKE THE DATE RANGE AND OPEN THE REPORT.
      *--------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO WS-SP-COUNT
           MOVE 0 TO WS-NT-COUNT
           MOVE 0 TO WS-NT-DROPPED
           MOVE 0 TO WS-LINES-READ
           MOVE 0 TO WS-NIGHTS-OVER
           MOVE 'N' TO WS-SP-OVERFLOW-SW
           MOVE 'N' TO WS-FORECAST-SW
           INITIALIZE WS-SP-TABLE
           INITIALIZE WS-NT-TABLE
           MOVE 1 TO WS-RPT-PAGE-NO
           MOVE 0 TO WS-RPT-LINES-ON-PAGE
           MOVE 'N' TO WS-ABORT-SW
           MOVE SPACES TO WS-PRINT-STATUS
           MOVE 132 TO WS-RPT-WIDTH
           MOVE 0 TO WS-WINDOW-MINS
           ACCEPT WS-TODAY FROM DATE
           COMPUTE WS-WORK-DATE = 20000000 + WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   NOT AT END
                       IF PARM-PRINT-WIDTH IS NUMERIC
                               AND PARM-PRINT-WIDTH >= 40
                               AND PARM-PRINT-WIDTH <= 132
                           MOVE PARM-PRINT-WIDTH TO WS-RPT-WIDTH
                       END-IF
                       IF PARM-BATCH-WINDOW-MINS IS NUMERIC
                           MOVE PARM-BATCH-WINDOW-MINS
                               TO WS-WINDOW-MINS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           COMPUTE WS-WINDOW-SECS = WS-WINDOW-MINS * 60
           PERFORM 1100-GET-ANSWERS
           IF NOT WS-ABORT-RUN
               PERFORM 1300-OPEN-REPORT
           END-IF.

      *--------------------------------------------------------------*
      * 1100-GET-ANSWERS - THE DATE RANGE OF HISTORY TO USE.  A BLANK
      * FROM-DATE TAKES ALL OF IT; A BLANK TO-DATE IS TODAY.
      *--------------------------------------------------------------*
       1100-GET-ANSWERS.
           MOVE "FROM DATE (YYMMDD, BLANK FOR ALL HISTORY)?"
               TO WS-PROMPT
           PERFORM 8800-GET-ANSWER
           MOVE 0 TO WS-FROM-DATE
           IF WS-ANSWER NOT = SPACES
               PERFORM 1150-CHECK-DATE-ANSWER
               MOVE WS-CAL-DATE-IN TO WS-FROM-DATE
           END-IF
           IF NOT WS-ABORT-RUN
               MOVE "TO DATE (YYMMDD, BLANK FOR TODAY)?" TO WS-PROMPT
               PERFORM 8800-GET-ANSWER
               MOVE WS-TODAY TO WS-TO-DATE
               IF WS-ANSWER NOT = SPACES
                   PERFORM 1150-CHECK-DATE-ANSWER
                   MOVE WS-CAL-DATE-IN TO WS-TO-DATE
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN AND WS-FROM-DATE > WS-TO-DATE
               DISPLAY "*** CAPPLAN: FROM DATE IS AFTER TO DATE ***"
               MOVE 8 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF.

       1150-CHECK-DATE-ANSWER.
           IF WS-ANSWER(1:6) IS NUMERIC AND WS-ANSWER(7:) = SPACES
               MOVE WS-ANSWER(1:6) TO WS-CAL-DATE-IN
           ELSE
               MOVE 0 TO WS-CAL-DATE-IN
           END-IF
           MOVE 'W' TO WS-CAL-FUNCTION
           CALL "DATECALC" USING WS-CAL-FUNCTION WS-CAL-DATE-IN
               WS-CAL-DATE-OUT WS-CAL-RESULT
           IF WS-CAL-RESULT = '0'
               DISPLAY "*** CAPPLAN: DATE MUST BE A VALID YYMMDD ***"
               MOVE 8 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF.

       1300-OPEN-REPORT.
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "*** CAPPLAN: UNABLE TO OPEN PRINT FILE"
                   " CAPRPT - FILE STATUS " WS-PRINT-STATUS " ***"
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
               IF WS-FROM-DATE = 0
                   STRING "STEP HISTORY THROUGH " WS-TO-DATE
                       DELIMITED BY SIZE INTO PRINT-LINE
               ELSE
                   STRING "STEP HISTORY " WS-FROM-DATE " TO "
                       WS-TO-DATE DELIMITED BY SIZE INTO PRINT-LINE
               END-IF
               MOVE WS-WINDOW-MINS TO WS-DISP-MINS
               IF WS-WINDOW-MINS > 0
                   MOVE "BATCH WINDOW" TO PRINT-LINE(40:12)
                   MOVE WS-DISP-MINS TO PRINT-LINE(53:4)
                   MOVE "MINUTE(S)" TO PRINT-LINE(58:9)
               ELSE
                   MOVE "NO BATCH WINDOW SET IN TOOLPARM"
                       TO PRINT-LINE(40:31)
               END-IF
               PERFORM 8900-PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF.

      *--------------------------------------------------------------*
      * 2000-LOAD-HISTORY - EVERY STEPHIST LINE IN THE RANGE COUNTS
      * TOWARD ITS PROGRAM AND ITS NIGHT.  NO STEPHIST YET IS SIMPLY
      * NO HISTORY.
      *--------------------------------------------------------------*
       2000-LOAD-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-AT-EOF
                   READ HISTORY-FILE
                       AT END
                           SET WS-AT-EOF TO TRUE
                       NOT AT END
                           IF SH-RUN-DATE IS NUMERIC
                                   AND SH-RUN-DATE >= WS-FROM-DATE
                                   AND SH-RUN-DATE <= WS-TO-DATE
                                   AND SH-SECS IS NUMERIC
                                   AND SH-RECORDS IS NUMERIC
                               ADD 1 TO WS-LINES-READ
                               PERFORM 2100-TAKE-STEP
                               PERFORM 2200-TAKE-NIGHT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       2100-TAKE-STEP.
           MOVE 0 TO WS-SP-HIT
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-COUNT OR WS-SP-HIT > 0
               IF WS-SP-PROGRAM(WS-SP-IDX) = SH-PROGRAM
                   MOVE WS-SP-IDX TO WS-SP-HIT
               END-IF
           END-PERFORM
           IF WS-SP-HIT = 0
               IF WS-SP-COUNT < WS-SP-LIMIT
                   ADD 1 TO WS-SP-COUNT
                   MOVE WS-SP-COUNT TO WS-SP-HIT
                   MOVE SH-PROGRAM TO WS-SP-PROGRAM(WS-SP-HIT)
               ELSE
                   SET WS-SP-OVERFLOW TO TRUE
               END-IF
           END-IF
           IF WS-SP-HIT > 0
               ADD 1 TO WS-SP-RUNS(WS-SP-HIT)
               ADD SH-SECS TO WS-SP-SECS(WS-SP-HIT)
               ADD SH-RECORDS TO WS-SP-RECORDS(WS-SP-HIT)
               IF SH-SECS >= WS-SP-MAX-SECS(WS-SP-HIT)
                   MOVE SH-SECS TO WS-SP-MAX-SECS(WS-SP-HIT)
                   MOVE SH-RUN-DATE TO WS-SP-MAX-DATE(WS-SP-HIT)
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 2200-TAKE-NIGHT - DRIVER APPENDS A RUN'S STEPS TOGETHER, SO
      * A LINE BELONGS EITHER TO THE NEWEST NIGHT OR STARTS A NEW
      * ONE.  A FULL TABLE DROPS ITS OLDEST NIGHT.
      *--------------------------------------------------------------*
       2200-TAKE-NIGHT.
           IF WS-NT-COUNT = 0
               PERFORM 2250-ADD-NIGHT
           ELSE
               IF WS-NT-DATE(WS-NT-COUNT) NOT = SH-RUN-DATE
                       OR WS-NT-TIME(WS-NT-COUNT) NOT = SH-RUN-TIME
                   PERFORM 2250-ADD-NIGHT
               END-IF
           END-IF
           ADD 1 TO WS-NT-STEPS(WS-NT-COUNT)
           ADD SH-SECS TO WS-NT-SECS(WS-NT-COUNT)
           ADD SH-RECORDS TO WS-NT-RECORDS(WS-NT-COUNT).

       2250-ADD-NIGHT.
           IF WS-NT-COUNT >= WS-NT-LIMIT
               PERFORM VARYING WS-SHIFT-IDX FROM 2 BY 1
                       UNTIL WS-SHIFT-IDX > WS-NT-COUNT
                   MOVE WS-NT-ENTRY(WS-SHIFT-IDX)
                       TO WS-NT-ENTRY(WS-SHIFT-IDX - 1)
               END-PERFORM
               SUBTRACT 1 FROM WS-NT-COUNT
               ADD 1 TO WS-NT-DROPPED
           END-IF
           ADD 1 TO WS-NT-COUNT
           MOVE SH-RUN-DATE TO WS-NT-DATE(WS-NT-COUNT)
           MOVE SH-RUN-TIME TO WS-NT-TIME(WS-NT-COUNT)
           COMPUTE WS-WORK-DATE = 20000000 + SH-RUN-DATE
           COMPUTE WS-NT-DAY-INT(WS-NT-COUNT)
               = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           MOVE 0 TO WS-NT-STEPS(WS-NT-COUNT)
           MOVE 0 TO WS-NT-SECS(WS-NT-COUNT)
           MOVE 0 TO WS-NT-RECORDS(WS-NT-COUNT)
           MOVE 'N' TO WS-NT-SHOWN-SW(WS-NT-COUNT).

      *--------------------------------------------------------------*
      * 3000-PRINT-STEP-AVERAGES - ONE LINE PER STEP PROGRAM.  A STEP
      * THAT NEVER TOOK A WHOLE SECOND HAS NO MEASURABLE THROUGHPUT.
      *--------------------------------------------------------------*
       3000-PRINT-STEP-AVERAGES.
           MOVE "===== PER-STEP AVERAGES =====" TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "PROGRAM              RUNS AVG SECS MAX SECS ON DATE"
               " AVG RECORDS    RECS/SEC"
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           IF WS-SP-COUNT = 0
               MOVE "     NO STEP HISTORY IN THE RANGE" TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-COUNT
               MOVE WS-SP-RUNS(WS-SP-IDX) TO WS-DISP-RUNS
               COMPUTE WS-WORK-AVG ROUNDED = WS-SP-SECS(WS-SP-IDX)
                   / WS-SP-RUNS(WS-SP-IDX)
               MOVE WS-WORK-AVG TO WS-DISP-AVG-SECS
               MOVE WS-SP-MAX-SECS(WS-SP-IDX) TO WS-DISP-SECS
               COMPUTE WS-DISP-RECORDS ROUNDED
                   = WS-SP-RECORDS(WS-SP-IDX) / WS-SP-RUNS(WS-SP-IDX)
               MOVE SPACES TO PRINT-LINE
               STRING WS-SP-PROGRAM(WS-SP-IDX) WS-DISP-RUNS " "
                   WS-DISP-AVG-SECS "  " WS-DISP-SECS "  "
                   WS-SP-MAX-DATE(WS-SP-IDX) "   " WS-DISP-RECORDS
                   DELIMITED BY SIZE INTO PRINT-LINE
               IF WS-SP-SECS(WS-SP-IDX) > 0
                   COMPUTE WS-WORK-RATE ROUNDED
                       = WS-SP-RECORDS(WS-SP-IDX)
                       / WS-SP-SECS(WS-SP-IDX)
                       ON SIZE ERROR
                           MOVE 999999999.99 TO WS-WORK-RATE
                   END-COMPUTE
                   MOVE WS-WORK-RATE TO WS-DISP-RATE
                   MOVE WS-DISP-RATE TO PRINT-LINE(66:10)
               ELSE
                   MOVE "UNDER 1 SEC" TO PRINT-LINE(65:11)
               END-IF
               PERFORM 8900-PRINT-LINE
           END-PERFORM
           IF WS-SP-OVERFLOW
               MOVE "     *** STEP TABLE FULL - SOME PROGRAMS NOT SHOWN"
                   TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE.

      *--------------------------------------------------------------*
      * 4000-PRINT-SLOWEST-NIGHTS - THE LONGEST DRIVER RUNS, LONGEST
      * FIRST, PICKED BY REPEATED PASSES OVER THE NIGHT TABLE.
      *--------------------------------------------------------------*
       4000-PRINT-SLOWEST-NIGHTS.
           MOVE "===== SLOWEST NIGHTS =====" TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "DATE    STARTED  STEPS ELAPSED SECS     RECORDS"
               "       RECS/SEC" DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           PERFORM VARYING WS-NT-IDX FROM 1 BY 1
                   UNTIL WS-NT-IDX > WS-NT-COUNT
               IF WS-WINDOW-SECS > 0
                       AND WS-NT-SECS(WS-NT-IDX) > WS-WINDOW-SECS
                   ADD 1 TO WS-NIGHTS-OVER
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SLOW-NO FROM 1 BY 1
                   UNTIL WS-SLOW-NO > WS-SLOW-SHOWN
                      OR WS-SLOW-NO > WS-NT-COUNT
               MOVE 0 TO WS-SLOW-IDX
               PERFORM VARYING WS-NT-IDX FROM 1 BY 1
                       UNTIL WS-NT-IDX > WS-NT-COUNT
                   IF WS-NT-SHOWN-SW(WS-NT-IDX) NOT = 'Y'
                       IF WS-SLOW-IDX = 0
                           MOVE WS-NT-IDX TO WS-SLOW-IDX
                       ELSE
                           IF WS-NT-SECS(WS-NT-IDX)
                                   > WS-NT-SECS(WS-SLOW-IDX)
                               MOVE WS-NT-IDX TO WS-SLOW-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 'Y' TO WS-NT-SHOWN-SW(WS-SLOW-IDX)
               PERFORM 4100-PRINT-NIGHT
           END-PERFORM
           IF WS-NT-COUNT = 0
               MOVE "     NO DRIVER RUN IN THE RANGE" TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF
           MOVE WS-NT-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "     NIGHTS IN THE RANGE       " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           IF WS-WINDOW-SECS > 0
               MOVE WS-NIGHTS-OVER TO WS-DISP-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING "     NIGHTS OVER THE WINDOW    " WS-DISP-COUNT
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF
           IF WS-NT-DROPPED > 0
               MOVE WS-NT-DROPPED TO WS-DISP-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING "     OLDEST NIGHTS LEFT OUT    " WS-DISP-COUNT
                   " (TABLE HOLDS THE NEWEST 400)"
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE.

       4100-PRINT-NIGHT.
           MOVE WS-NT-STEPS(WS-SLOW-IDX) TO WS-DISP-STEPS
           MOVE WS-NT-SECS(WS-SLOW-IDX) TO WS-DISP-SECS
           MOVE WS-NT-RECORDS(WS-SLOW-IDX) TO WS-DISP-RECORDS
           MOVE SPACES TO WS-OVER-FLAG
           IF WS-WINDOW-SECS > 0
                   AND WS-NT-SECS(WS-SLOW-IDX) > WS-WINDOW-SECS
               MOVE "*** OVER WINDOW" TO WS-OVER-FLAG
           END-IF
           MOVE SPACES TO PRINT-LINE
           STRING WS-NT-DATE(WS-SLOW-IDX) "  "
               WS-NT-TIME(WS-SLOW-IDX)(1:2) ":"
               WS-NT-TIME(WS-SLOW-IDX)(3:2) ":"
               WS-NT-TIME(WS-SLOW-IDX)(5:2) "  " WS-DISP-STEPS
               "      " WS-DISP-SECS "   " WS-DISP-RECORDS
               DELIMITED BY SIZE INTO PRINT-LINE
           IF WS-NT-SECS(WS-SLOW-IDX) > 0
               COMPUTE WS-WORK-RATE ROUNDED
                   = WS-NT-RECORDS(WS-SLOW-IDX)
                   / WS-NT-SECS(WS-SLOW-IDX)
                   ON SIZE ERROR
                       MOVE 999999999.99 TO WS-WORK-RATE
               END-COMPUTE
               MOVE WS-WORK-RATE TO WS-DISP-RATE
               MOVE WS-DISP-RATE TO PRINT-LINE(52:10)
           ELSE
               MOVE "UNDER 1 SEC" TO PRINT-LINE(52:11)
           END-IF
           MOVE WS-OVER-FLAG TO PRINT-LINE(65:14)
           PERFORM 8900-PRINT-LINE.

      *--------------------------------------------------------------*
      * 5000-FORECAST - GROWTH IN A NIGHT'S RECORDS PER DAY (FIT 1),
      * COST PER RECORD AND FIXED OVERHEAD (FIT 2), AND FROM THEM THE
      * DATE THE NIGHT'S PROJECTED TOTAL FIRST PASSES THE WINDOW.
      *--------------------------------------------------------------*
       5000-FORECAST.
           MOVE "===== BATCH-WINDOW FORECAST =====" TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           EVALUATE TRUE
               WHEN WS-WINDOW-SECS = 0
                   MOVE "     NO BATCH WINDOW (PARM-BATCH-WINDOW-MINS)"
                       TO PRINT-LINE
                   MOVE "IS SET IN TOOLPARM - NOTHING TO FORECAST"
                       TO PRINT-LINE(47:40)
                   PERFORM 8900-PRINT-LINE
               WHEN WS-NT-COUNT < WS-MIN-NIGHTS
                   MOVE "     FEWER THAN 3 NIGHTS OF HISTORY - TOO"
                       TO PRINT-LINE
                   MOVE "LITTLE TO FORECAST FROM" TO PRINT-LINE(43:23)
                   PERFORM 8900-PRINT-LINE
               WHEN OTHER
                   PERFORM 5100-FIT-GROWTH
                   PERFORM 5200-FIT-COST
                   PERFORM 5300-PROJECT-BREACH
           END-EVALUATE.

      *--------------------------------------------------------------*
      * 5100-FIT-GROWTH - FIT 1.  NIGHTS ON THE SAME DAY SHARE AN X,
      * SO ALL NIGHTS ON ONE DAY GIVE A ZERO DENOMINATOR AND NO
      * GROWTH.
      *--------------------------------------------------------------*
       5100-FIT-GROWTH.
           MOVE WS-NT-DAY-INT(1) TO WS-BASE-INT
           MOVE 0 TO WS-SX
           MOVE 0 TO WS-SY
           MOVE 0 TO WS-SXX
           MOVE 0 TO WS-SXY
           MOVE WS-NT-COUNT TO WS-FIT-N
           PERFORM VARYING WS-NT-IDX FROM 1 BY 1
                   UNTIL WS-NT-IDX > WS-NT-COUNT
               COMPUTE WS-FIT-X = WS-NT-DAY-INT(WS-NT-IDX)
                   - WS-BASE-INT
               MOVE WS-NT-RECORDS(WS-NT-IDX) TO WS-FIT-Y
               ADD WS-FIT-X TO WS-SX
               ADD WS-FIT-Y TO WS-SY
               COMPUTE WS-SXX = WS-SXX + (WS-FIT-X * WS-FIT-X)
               COMPUTE WS-SXY = WS-SXY + (WS-FIT-X * WS-FIT-Y)
           END-PERFORM
           COMPUTE WS-FIT-DENOM
               = (WS-FIT-N * WS-SXX) - (WS-SX * WS-SX)
           IF WS-FIT-DENOM = 0
               MOVE 0 TO WS-GROWTH
           ELSE
               COMPUTE WS-GROWTH ROUNDED
                   = ((WS-FIT-N * WS-SXY) - (WS-SX * WS-SY))
                   / WS-FIT-DENOM
           END-IF
           COMPUTE WS-REC-BASE ROUNDED
               = (WS-SY - (WS-GROWTH * WS-SX)) / WS-FIT-N
           COMPUTE WS-NOW-X = WS-TODAY-INT - WS-BASE-INT
           COMPUTE WS-NOW-RECORDS ROUNDED
               = WS-REC-BASE + (WS-GROWTH * WS-NOW-X)
           IF WS-NOW-RECORDS < 0
               MOVE 0 TO WS-NOW-RECORDS
           END-IF.

      *--------------------------------------------------------------*
      * 5200-FIT-COST - FIT 2.  WHEN EVERY NIGHT CARRIED THE SAME
      * RECORD COUNT, OR THE FIT COMES OUT WITH MORE RECORDS COSTING
      * LESS TIME, THE PLAIN AVERAGE COST PER RECORD IS USED WITH NO
      * OVERHEAD.
      *--------------------------------------------------------------*
       5200-FIT-COST.
           MOVE 0 TO WS-SX
           MOVE 0 TO WS-SY
           MOVE 0 TO WS-SXX
           MOVE 0 TO WS-SXY
           MOVE 0 TO WS-TOTAL-SECS
           MOVE 0 TO WS-TOTAL-RECORDS
           PERFORM VARYING WS-NT-IDX FROM 1 BY 1
                   UNTIL WS-NT-IDX > WS-NT-COUNT
               MOVE WS-NT-RECORDS(WS-NT-IDX) TO WS-FIT-X
               MOVE WS-NT-SECS(WS-NT-IDX) TO WS-FIT-Y
               ADD WS-NT-SECS(WS-NT-IDX) TO WS-TOTAL-SECS
               ADD WS-NT-RECORDS(WS-NT-IDX) TO WS-TOTAL-RECORDS
               ADD WS-FIT-X TO WS-SX
               ADD WS-FIT-Y TO WS-SY
               COMPUTE WS-SXX = WS-SXX + (WS-FIT-X * WS-FIT-X)
               COMPUTE WS-SXY = WS-SXY + (WS-FIT-X * WS-FIT-Y)
           END-PERFORM
           COMPUTE WS-FIT-DENOM
               = (WS-FIT-N * WS-SXX) - (WS-SX * WS-SX)
           MOVE 0 TO WS-SECS-PER-REC
           MOVE 0 TO WS-OVERHEAD
           IF WS-FIT-DENOM NOT = 0
               COMPUTE WS-SECS-PER-REC ROUNDED
                   = ((WS-FIT-N * WS-SXY) - (WS-SX * WS-SY))
                   / WS-FIT-DENOM
               COMPUTE WS-OVERHEAD ROUNDED
                   = (WS-SY - (WS-SECS-PER-REC * WS-SX)) / WS-FIT-N
           END-IF
           IF WS-SECS-PER-REC <= 0 OR WS-OVERHEAD < 0
               MOVE 0 TO WS-OVERHEAD
               IF WS-TOTAL-RECORDS > 0
                   COMPUTE WS-SECS-PER-REC ROUNDED
                       = WS-TOTAL-SECS / WS-TOTAL-RECORDS
               ELSE
                   MOVE 0 TO WS-SECS-PER-REC
               END-IF
           END-IF
           COMPUTE WS-NOW-SECS ROUNDED
               = WS-OVERHEAD + (WS-SECS-PER-REC * WS-NOW-RECORDS).

      *--------------------------------------------------------------*
      * 5300-PROJECT-BREACH - PRINT THE FITTED FIGURES, THEN SOLVE
      * FOR THE RECORDS THAT FILL THE WINDOW AND THE DAY THE GROWTH
      * LINE REACHES THEM.
      *--------------------------------------------------------------*
       5300-PROJECT-BREACH.
           COMPUTE WS-DISP-GROWTH ROUNDED = WS-GROWTH
           MOVE SPACES TO PRINT-LINE
           STRING "     RECORD GROWTH PER DAY    " WS-DISP-GROWTH
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           COMPUTE WS-DISP-RECORDS ROUNDED = WS-NOW-RECORDS
           MOVE SPACES TO PRINT-LINE
           STRING "     TREND RECORDS TONIGHT       " WS-DISP-RECORDS
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           COMPUTE WS-WORK-PER-1000 ROUNDED = WS-SECS-PER-REC * 1000
           MOVE WS-WORK-PER-1000 TO WS-DISP-PER-1000
           MOVE SPACES TO PRINT-LINE
           STRING "     SECONDS PER 1000 RECORDS   " WS-DISP-PER-1000
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           COMPUTE WS-DISP-OVERHEAD ROUNDED = WS-OVERHEAD
           MOVE SPACES TO PRINT-LINE
           STRING "     FIXED OVERHEAD SECONDS        " WS-DISP-OVERHEAD
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           COMPUTE WS-DISP-SECS ROUNDED = WS-NOW-SECS
           MOVE WS-WINDOW-SECS TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "     TREND ELAPSED TONIGHT         " WS-DISP-SECS
               " SEC OF " WS-DISP-COUNT " IN THE WINDOW"
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           EVALUATE TRUE
               WHEN WS-NOW-SECS >= WS-WINDOW-SECS
                   MOVE "     *** THE TREND IS ALREADY AT OR OVER THE"
                       TO PRINT-LINE
                   MOVE "BATCH WINDOW ***" TO PRINT-LINE(46:16)
                   SET WS-FORECAST-WARN TO TRUE
               WHEN WS-SECS-PER-REC <= 0
                   MOVE "     RUN TIME DOES NOT GROW WITH RECORDS - NO"
                       TO PRINT-LINE
                   MOVE "BREACH PROJECTED" TO PRINT-LINE(47:16)
               WHEN WS-GROWTH <= 0
                   MOVE "     RECORD COUNTS ARE NOT GROWING - NO BREACH"
                       TO PRINT-LINE
                   MOVE "PROJECTED" TO PRINT-LINE(48:9)
               WHEN OTHER
                   PERFORM 5350-SOLVE-BREACH-DATE
           END-EVALUATE
           PERFORM 8900-PRINT-LINE
           IF WS-FORECAST-WARN
               MOVE 4 TO RETURN-CODE
               MOVE WS-WARN-DAYS TO WS-DISP-DAYS
               DISPLAY "*** CAPPLAN: THE BATCH WINDOW IS FORECAST TO"
                   " BREAK WITHIN" WS-DISP-DAYS " DAYS - SEE"
                   " CAPRPT ***"
           END-IF.

       5350-SOLVE-BREACH-DATE.
           COMPUTE WS-LIMIT-RECORDS ROUNDED
               = (WS-WINDOW-SECS - WS-OVERHEAD) / WS-SECS-PER-REC
           COMPUTE WS-BREACH-X ROUNDED
               = (WS-LIMIT-RECORDS - WS-REC-BASE) / WS-GROWTH
      *--------------------------------------------------------------*
      * A BREACH FAR PAST THE HORIZON (A VERY SLOW GROWTH RATE) IS
      * HELD JUST PAST IT, SO THE DAY COUNT CANNOT OVERFLOW.
      *--------------------------------------------------------------*
           IF WS-BREACH-X - WS-NOW-X > WS-HORIZON-DAYS
               COMPUTE WS-BREACH-DAYS = WS-HORIZON-DAYS + 1
           ELSE
               COMPUTE WS-BREACH-DAYS = WS-BREACH-X - WS-NOW-X + 1
           END-IF
           IF WS-BREACH-DAYS < 1
               MOVE 1 TO WS-BREACH-DAYS
           END-IF
           COMPUTE WS-DISP-RECORDS ROUNDED = WS-LIMIT-RECORDS
           IF WS-BREACH-DAYS > WS-HORIZON-DAYS
               STRING "     WINDOW FILLS AT " WS-DISP-RECORDS
                   " RECORDS A NIGHT - NOT REACHED WITHIN TEN YEARS"
                   DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               COMPUTE WS-BREACH-INT = WS-TODAY-INT + WS-BREACH-DAYS
               COMPUTE WS-WORK-DATE
                   = FUNCTION DATE-OF-INTEGER(WS-BREACH-INT)
               COMPUTE WS-BREACH-DATE = WS-WORK-DATE - 20000000
               MOVE WS-BREACH-DAYS TO WS-DISP-DAYS
               STRING "     WINDOW FILLS AT " WS-DISP-RECORDS
                   " RECORDS A NIGHT - PROJECTED TO BE EXCEEDED ON "
                   WS-BREACH-DATE " (IN " WS-DISP-DAYS " DAYS)"
                   DELIMITED BY SIZE INTO PRINT-LINE
               IF WS-BREACH-DAYS <= WS-WARN-DAYS
                   SET WS-FORECAST-WARN TO TRUE
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
           IF WS-PRINT-STATUS = "00"
               CLOSE PRINT-FILE
               MOVE RETURN-CODE TO WS-SAVE-RC
               CALL "RPTARCHV" USING WS-ARCHIVE-REPORT
               MOVE WS-SAVE-RC TO RETURN-CODE
           END-IF
           IF WS-ABORT-RUN
               DISPLAY "*** CAPPLAN RUN ENDED WITHOUT A REPORT -"
                   " SEE DIAGNOSTICS ABOVE ***"
           END-IF
           MOVE WS-LINES-READ TO WS-AUDIT-RECORDS-IN
           MOVE WS-NT-COUNT TO WS-AUDIT-RECORDS-OUT
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-RECORDS-IN
               WS-AUDIT-RECORDS-OUT WS-RUN-TICKET
           MOVE WS-SAVE-RC TO RETURN-CODE
           GOBACK.
