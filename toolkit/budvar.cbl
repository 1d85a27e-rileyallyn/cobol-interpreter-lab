      *****************************************************************
      * PROGRAM:  BUDVAR
      *
      * PURPOSE:  BUDGET VERSUS ACTUAL VARIANCE REPORT.  ONE MONTH OF
      *           STATTRND (THE WHOLE FILE) AND CATTRND (PER
      *           CATEGORY) IS ROLLED UP THE WAY TRENDROLL ROLLS IT -
      *           RUNS, RECORDS COUNTED, AND THE AVERAGE OF THE RUNS'
      *           AVERAGES - AND SET AGAINST MANAGEMENT'S EXPECTED
      *           COUNT AND AVERAGE FROM THE MAINTAINED BUDGET CARD
      *           FILE (SHARED BUDREC COPYBOOK).  THE REPORT (BUDRPT)
      *           GIVES ACTUAL, BUDGET, VARIANCE AND VARIANCE PERCENT
      *           PER CATEGORY AND FOR THE WHOLE FILE, AND FLAGS ANY
      *           VARIANCE WIDER THAN THE CARD'S TOLERANCE.
      *
      *           FOR THE CURRENT MONTH THE FIGURES ARE MONTH-TO-DATE,
      *           SO THE COUNT IS PROJECTED TO A FULL MONTH BY THE
      *           MONTH'S BUSINESS DAYS OVER THE BUSINESS DAYS ALREADY
      *           GONE (BOTH COUNTED ON THE SHARED DATECALC CALENDAR)
      *           AND THE PROJECTION IS WHAT IS TESTED AGAINST THE
      *           BUDGET.  AN AVERAGE IS NOT PROJECTED.
      *
      *           RETURN-CODE 4 WHEN ANY FIGURE IS OUT OF TOLERANCE;
      *           16 WHEN THE BUDGET OR TREND FILE CANNOT BE READ;
      *           8 FOR A MONTH THAT HAS NOT STARTED.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15  RA   INITIAL VERSION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDVAR.
       AUTHOR. R-ALLYN.
       INSTALLATION. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TREND-FILE ASSIGN TO "STATTRND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TREND-KEY
               FILE STATUS IS WS-TREND-STATUS.
           SELECT OPTIONAL CAT-TREND-FILE ASSIGN TO "CATTRND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRND-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "BUDGET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUD-STATUS.
           SELECT PRINT-FILE ASSIGN TO "BUDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "TOOLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TREND-FILE.
           COPY TRNDFREC.

       FD  CAT-TREND-FILE.
       01  CAT-TREND-LINE          PIC X(132).

       FD  BUDGET-FILE.
           COPY BUDREC.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(132).

       FD  PARM-FILE.
           COPY TOOLPARM.

       WORKING-STORAGE SECTION.
       77  WS-TREND-STATUS         PIC X(02).
       77  WS-CTRND-STATUS         PIC X(02).
       77  WS-BUD-STATUS           PIC X(02).
       77  WS-PRINT-STATUS         PIC X(02).
       77  WS-PARM-STATUS          PIC X(02).
       77  WS-ABORT-SW             PIC X(01) VALUE 'N'.
           88  WS-ABORT-RUN         VALUE 'Y'.
       77  WS-SAVE-RC              PIC S9(09) COMP.
       77  WS-EOF-SW               PIC X(01).
           88  WS-AT-EOF            VALUE 'Y'.
       77  WS-RUN-DATE             PIC 9(06).

           COPY TRNDREC.

           COPY CTRNDREC.

      *--------------------------------------------------------------*
      * OPERATOR-PROMPT WORK FIELDS - EVERY QUESTION GOES THROUGH THE
      * SHARED RESPOND SUBPROGRAM (8800-GET-ANSWER) SO A RESPONSE
      * FILE CAN ANSWER IT IN AN UNATTENDED RUN.
      *--------------------------------------------------------------*
       77  WS-PROMPT               PIC X(60).
       77  WS-ANSWER               PIC X(60).

      *--------------------------------------------------------------*
      * REPORT MONTH - YYMM, DEFAULTING TO THE RUN DATE'S MONTH - AND
      * ITS BUSINESS DAYS, IN ALL AND SO FAR.
      *--------------------------------------------------------------*
       01  WS-BV-MONTH             PIC 9(04).
       01  WS-BV-MONTH-PARTS REDEFINES WS-BV-MONTH.
           05  WS-BV-YY            PIC 9(02).
           05  WS-BV-MM            PIC 9(02).
       01  WS-RUN-DATE-PARTS.
           05  WS-RUN-YYMM         PIC 9(04).
           05  WS-RUN-DD           PIC 9(02).
       01  WS-CAL-DATE.
           05  WS-CAL-YYMM         PIC 9(04).
           05  WS-CAL-DD           PIC 9(02).
       01  WS-CAL-DATE-N REDEFINES WS-CAL-DATE
                                   PIC 9(06).
       77  WS-CAL-FUNCTION         PIC X(01) VALUE 'B'.
       77  WS-CAL-DATE-OUT         PIC 9(06).
       77  WS-CAL-RESULT           PIC X(01).
       77  WS-BUS-DAYS             PIC 9(02) COMP VALUE 0.
       77  WS-BUS-ELAPSED          PIC 9(02) COMP VALUE 0.
       77  WS-MTD-SW               PIC X(01) VALUE 'N'.
           88  WS-MONTH-TO-DATE     VALUE 'Y'.
       77  WS-MONTH-START          PIC 9(06).

      *--------------------------------------------------------------*
      * WHOLE-FILE FIGURES - THE BLANK-CATEGORY BUDGET CARD AND THE
      * MONTH'S STATTRND LINES.
      *--------------------------------------------------------------*
       77  WS-FILE-BUDGET-SW       PIC X(01) VALUE 'N'.
       77  WS-FILE-EXP-COUNT       PIC 9(07) VALUE 0.
       77  WS-FILE-EXP-AVG         PIC S9(13)V9(04) VALUE 0.
       77  WS-FILE-TOL             PIC 9(03)V9(02) VALUE 0.
       77  WS-FILE-RUNS            PIC 9(06) COMP VALUE 0.
       77  WS-FILE-COUNT-SUM       PIC 9(09) COMP VALUE 0.
       77  WS-FILE-AVG-SUM         PIC S9(16)V9(4) COMP-3 VALUE 0.

      *--------------------------------------------------------------*
      * CATEGORY TABLE - BUDGETED CATEGORIES IN CARD ORDER, THEN ANY
      * CATEGORY CATTRND CARRIES WITHOUT A BUDGET, IN FIRST-SEEN
      * ORDER.
      *--------------------------------------------------------------*
       77  WS-CV-LIMIT             PIC 9(03) COMP VALUE 200.
       77  WS-CV-COUNT             PIC 9(03) COMP VALUE 0.
       77  WS-CV-IDX               PIC 9(03) COMP.
       77  WS-CV-HIT               PIC 9(03) COMP.
       01  WS-CV-TABLE.
           05  WS-CV-ENTRY OCCURS 200 TIMES.
               10  WS-CV-CAT       PIC X(04).
               10  WS-CV-BUDGET-SW PIC X(01).
               10  WS-CV-EXP-COUNT PIC 9(07).
               10  WS-CV-EXP-AVG   PIC S9(13)V9(04).
               10  WS-CV-TOL       PIC 9(03)V9(02).
               10  WS-CV-RUNS      PIC 9(06) COMP.
               10  WS-CV-COUNT-SUM PIC 9(09) COMP.
               10  WS-CV-AVG-SUM   PIC S9(16)V9(4) COMP-3.
       77  WS-CURR-CAT             PIC X(04).
       77  WS-CURR-COUNT           PIC 9(06).
       77  WS-CURR-AVG             PIC S9(14)V9(4) COMP-3.
       77  WS-OVERFLOW-SW          PIC X(01) VALUE 'N'.
           88  WS-TABLE-OVERFLOW    VALUE 'Y'.

      *--------------------------------------------------------------*
      * COMPARISON WORK FIELDS - ONE CATEGORY (OR THE WHOLE FILE) IS
      * MOVED HERE AND COMPARED BY THE SAME PARAGRAPHS.
      *--------------------------------------------------------------*
       77  WS-CMP-LABEL            PIC X(06).
       77  WS-CMP-BUDGET-SW        PIC X(01).
           88  WS-CMP-HAS-BUDGET    VALUE 'Y'.
       77  WS-CMP-EXP-COUNT        PIC 9(07).
       77  WS-CMP-EXP-AVG          PIC S9(13)V9(04).
       77  WS-CMP-TOL              PIC 9(03)V9(02).
       77  WS-CMP-RUNS             PIC 9(06) COMP.
       77  WS-CMP-COUNT-SUM        PIC 9(09) COMP.
       77  WS-CMP-AVG-SUM          PIC S9(16)V9(4) COMP-3.
       77  WS-ACTUAL               PIC S9(14)V9(04).
       77  WS-PROJECTED            PIC S9(14)V9(04).
       77  WS-BUDGET               PIC S9(14)V9(04).
       77  WS-VARIANCE             PIC S9(14)V9(04).
       77  WS-VAR-PCT              PIC S9(11)V9(02).
       77  WS-ABS-PCT              PIC 9(11)V9(02).
       77  WS-ACTUAL-TEXT          PIC X(16).
       77  WS-PROJ-TEXT            PIC X(16).
       77  WS-BUDGET-TEXT          PIC X(16).
       77  WS-VAR-TEXT             PIC X(16).
       77  WS-PCT-TEXT             PIC X(14).
       77  WS-TOL-TEXT             PIC X(06).
       77  WS-FLAG-TEXT            PIC X(18).
       77  WS-MEASURE-TEXT         PIC X(07).

      *--------------------------------------------------------------*
      * RUN COUNTS AND DISPLAY FIELDS
      *--------------------------------------------------------------*
       77  WS-CARDS-USED           PIC 9(04) COMP VALUE 0.
       77  WS-BAD-CARD-COUNT       PIC 9(04) COMP VALUE 0.
       77  WS-DUP-CARD-COUNT       PIC 9(04) COMP VALUE 0.
       77  WS-TREND-LINES          PIC 9(06) COMP VALUE 0.
       77  WS-CAT-LINES            PIC 9(06) COMP VALUE 0.
       77  WS-COMPARED-COUNT       PIC 9(06) COMP VALUE 0.
       77  WS-OUT-COUNT            PIC 9(06) COMP VALUE 0.
       77  WS-NO-BUDGET-COUNT      PIC 9(06) COMP VALUE 0.
       77  WS-DISP-AMT             PIC -(12)9.99.
       77  WS-DISP-PCT             PIC -(10)9.99.
       77  WS-DISP-TOL             PIC ZZ9.99.
       77  WS-DISP-COUNT           PIC Z(05)9.
       77  WS-DISP-DAYS            PIC Z9.

      *--------------------------------------------------------------*
      * REPORT WORK FIELDS
      *--------------------------------------------------------------*
       01  WS-RPT-PROGRAM          PIC X(20) VALUE "BUDVAR".
       01  WS-RPT-TITLE            PIC X(40)
           VALUE "BUDGET VERSUS ACTUAL VARIANCE".
       77  WS-RPT-PAGE-NO          PIC 9(04) VALUE 1.
       77  WS-RPT-LINES-ON-PAGE    PIC 9(04) COMP VALUE 0.
       77  WS-RPT-MAX-LINES        PIC 9(04) COMP VALUE 60.
       77  WS-RPT-WIDTH            PIC 9(03) VALUE 132.
       01  WS-HEADING-1            PIC X(132).

       77  WS-AUDIT-PROGRAM       PIC X(20) VALUE "BUDVAR".
       77  WS-AUDIT-RECORDS-IN    PIC 9(07).
       77  WS-AUDIT-RECORDS-OUT   PIC 9(07).
       77  WS-RUN-TICKET          PIC 9(09).
       77  WS-ARCHIVE-REPORT      PIC X(30) VALUE "BUDRPT".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL "RUNTICKET" USING WS-RUN-TICKET
           CALL "AUDITBEG" USING WS-AUDIT-PROGRAM WS-RUN-TICKET
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               PERFORM 2000-SCAN-TREND-FILE
               PERFORM 2500-SCAN-CATEGORY-FILE
               PERFORM 3000-PRINT-VARIANCES
               PERFORM 4000-PRINT-TOTALS
           END-IF
           PERFORM 9999-FINISH-EXIT.

      *--------------------------------------------------------------*
      * 1000-INITIALIZE - SETTLE THE MONTH, LOAD ITS BUDGET CARDS,
      * COUNT THE BUSINESS DAYS AND OPEN THE FILES.
      *--------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO WS-CV-COUNT
           MOVE 0 TO WS-CARDS-USED
           MOVE 0 TO WS-BAD-CARD-COUNT
           MOVE 0 TO WS-DUP-CARD-COUNT
           MOVE 0 TO WS-TREND-LINES
           MOVE 0 TO WS-CAT-LINES
           MOVE 0 TO WS-COMPARED-COUNT
           MOVE 0 TO WS-OUT-COUNT
           MOVE 0 TO WS-NO-BUDGET-COUNT
           MOVE 'N' TO WS-OVERFLOW-SW
           MOVE 1 TO WS-RPT-PAGE-NO
           MOVE 0 TO WS-RPT-LINES-ON-PAGE
           MOVE 'N' TO WS-ABORT-SW
           ACCEPT WS-RUN-DATE FROM DATE
           MOVE WS-RUN-DATE TO WS-RUN-DATE-PARTS
           MOVE 132 TO WS-RPT-WIDTH
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
           PERFORM 1100-SET-MONTH
           IF NOT WS-ABORT-RUN
               PERFORM 1200-LOAD-BUDGET
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 1300-COUNT-BUSINESS-DAYS
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 1400-OPEN-FILES
           END-IF.

      *--------------------------------------------------------------*
      * 1100-SET-MONTH - A BLANK ANSWER MEANS THE RUN DATE'S OWN
      * MONTH, REPORTED MONTH-TO-DATE.  A MONTH THAT HAS NOT STARTED
      * HAS NOTHING TO COMPARE AND IS REFUSED.
      *--------------------------------------------------------------*
       1100-SET-MONTH.
           MOVE "MONTH TO REPORT (YYMM, BLANK FOR THIS MONTH)?"
               TO WS-PROMPT
           PERFORM 8800-GET-ANSWER
           IF WS-ANSWER = SPACES
               MOVE WS-RUN-YYMM TO WS-BV-MONTH
           ELSE
               IF WS-ANSWER(1:4) IS NUMERIC
                       AND WS-ANSWER(5:) = SPACES
                   MOVE WS-ANSWER(1:4) TO WS-BV-MONTH
               ELSE
                   MOVE 0 TO WS-BV-MONTH
               END-IF
               IF WS-BV-MM < 1 OR WS-BV-MM > 12
                   DISPLAY "*** BUDVAR: MONTH MUST BE YYMM ***"
                   MOVE 8 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN
               IF WS-BV-MONTH > WS-RUN-YYMM
                   DISPLAY "*** BUDVAR: MONTH " WS-BV-MONTH
                       " HAS NOT STARTED - NOTHING TO COMPARE ***"
                   MOVE 8 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF
           IF WS-BV-MONTH = WS-RUN-YYMM
               MOVE 'Y' TO WS-MTD-SW
           ELSE
               MOVE 'N' TO WS-MTD-SW
           END-IF
           COMPUTE WS-MONTH-START = WS-BV-MONTH * 100 + 1.

      *--------------------------------------------------------------*
      * 1200-LOAD-BUDGET - THE BUDGET FILE IS REQUIRED.  ONLY THE
      * REPORT MONTH'S CARDS ARE KEPT; AN UNREADABLE CARD, OR A
      * SECOND CARD FOR THE SAME MONTH AND CATEGORY, IS SKIPPED AND
      * COUNTED.
      *--------------------------------------------------------------*
       1200-LOAD-BUDGET.
           MOVE 'N' TO WS-FILE-BUDGET-SW
           OPEN INPUT BUDGET-FILE
           IF WS-BUD-STATUS NOT = "00"
               DISPLAY "*** BUDVAR: UNABLE TO OPEN BUDGET FILE"
                   " BUDGET - FILE STATUS " WS-BUD-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-AT-EOF
                   READ BUDGET-FILE
                       AT END
                           SET WS-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM 1210-TAKE-BUDGET-CARD
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF.

       1210-TAKE-BUDGET-CARD.
           IF BUD-CARD-COL1 = '*' OR BUD-REC = SPACES
               CONTINUE
           ELSE
               IF BUD-PERIOD IS NUMERIC
                       AND BUD-EXP-COUNT IS NUMERIC
                       AND BUD-EXP-AVG IS NUMERIC
                       AND BUD-TOL-PCT IS NUMERIC
                   IF BUD-PERIOD = WS-BV-MONTH
                       PERFORM 1220-STORE-BUDGET-CARD
                   END-IF
               ELSE
                   ADD 1 TO WS-BAD-CARD-COUNT
                   DISPLAY "BUDVAR: BUDGET CARD SKIPPED - " BUD-REC
               END-IF
           END-IF.

       1220-STORE-BUDGET-CARD.
           IF BUD-CAT = SPACES
               IF WS-FILE-BUDGET-SW = 'Y'
                   ADD 1 TO WS-DUP-CARD-COUNT
                   DISPLAY "BUDVAR: DUPLICATE BUDGET CARD SKIPPED - "
                       BUD-REC
               ELSE
                   MOVE 'Y' TO WS-FILE-BUDGET-SW
                   MOVE BUD-EXP-COUNT TO WS-FILE-EXP-COUNT
                   MOVE BUD-EXP-AVG TO WS-FILE-EXP-AVG
                   MOVE BUD-TOL-PCT TO WS-FILE-TOL
                   ADD 1 TO WS-CARDS-USED
               END-IF
           ELSE
               MOVE BUD-CAT TO WS-CURR-CAT
               PERFORM 1230-FIND-CATEGORY
               IF WS-CV-HIT > 0
                   IF WS-CV-BUDGET-SW(WS-CV-HIT) = 'Y'
                       ADD 1 TO WS-DUP-CARD-COUNT
                       DISPLAY "BUDVAR: DUPLICATE BUDGET CARD"
                           " SKIPPED - " BUD-REC
                   ELSE
                       MOVE 'Y' TO WS-CV-BUDGET-SW(WS-CV-HIT)
                       MOVE BUD-EXP-COUNT TO WS-CV-EXP-COUNT(WS-CV-HIT)
                       MOVE BUD-EXP-AVG TO WS-CV-EXP-AVG(WS-CV-HIT)
                       MOVE BUD-TOL-PCT TO WS-CV-TOL(WS-CV-HIT)
                       ADD 1 TO WS-CARDS-USED
                   END-IF
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 1230-FIND-CATEGORY - LOCATE WS-CURR-CAT IN THE TABLE, ADDING
      * AN EMPTY (UNBUDGETED) ENTRY WHEN IT IS NEW.  WS-CV-HIT IS
      * ZERO ONLY WHEN THE TABLE IS FULL.
      *--------------------------------------------------------------*
       1230-FIND-CATEGORY.
           MOVE 0 TO WS-CV-HIT
           PERFORM VARYING WS-CV-IDX FROM 1 BY 1
                   UNTIL WS-CV-IDX > WS-CV-COUNT OR WS-CV-HIT > 0
               IF WS-CV-CAT(WS-CV-IDX) = WS-CURR-CAT
                   MOVE WS-CV-IDX TO WS-CV-HIT
               END-IF
           END-PERFORM
           IF WS-CV-HIT = 0
               IF WS-CV-COUNT < WS-CV-LIMIT
                   ADD 1 TO WS-CV-COUNT
                   MOVE WS-CV-COUNT TO WS-CV-HIT
                   MOVE WS-CURR-CAT TO WS-CV-CAT(WS-CV-HIT)
                   MOVE 'N' TO WS-CV-BUDGET-SW(WS-CV-HIT)
                   MOVE 0 TO WS-CV-EXP-COUNT(WS-CV-HIT)
                   MOVE 0 TO WS-CV-EXP-AVG(WS-CV-HIT)
                   MOVE 0 TO WS-CV-TOL(WS-CV-HIT)
                   MOVE 0 TO WS-CV-RUNS(WS-CV-HIT)
                   MOVE 0 TO WS-CV-COUNT-SUM(WS-CV-HIT)
                   MOVE 0 TO WS-CV-AVG-SUM(WS-CV-HIT)
               ELSE
                   MOVE 'Y' TO WS-OVERFLOW-SW
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 1300-COUNT-BUSINESS-DAYS - ASK THE CALENDAR ABOUT EVERY DAY
      * OF THE MONTH; FOR THE CURRENT MONTH ALSO COUNT THOSE UP TO
      * AND INCLUDING THE RUN DATE.  DAYS PAST THE MONTH'S END COME
      * BACK UNREADABLE AND SIMPLY DO NOT COUNT.
      *--------------------------------------------------------------*
       1300-COUNT-BUSINESS-DAYS.
           MOVE 0 TO WS-BUS-DAYS
           MOVE 0 TO WS-BUS-ELAPSED
           MOVE WS-BV-MONTH TO WS-CAL-YYMM
           PERFORM VARYING WS-CAL-DD FROM 1 BY 1 UNTIL WS-CAL-DD > 31
               CALL "DATECALC" USING WS-CAL-FUNCTION WS-CAL-DATE-N
                   WS-CAL-DATE-OUT WS-CAL-RESULT
               IF WS-CAL-RESULT = 'Y'
                   ADD 1 TO WS-BUS-DAYS
                   IF NOT WS-MONTH-TO-DATE
                           OR WS-CAL-DD NOT > WS-RUN-DD
                       ADD 1 TO WS-BUS-ELAPSED
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BUS-DAYS = 0
               DISPLAY "*** BUDVAR: MONTH " WS-BV-MONTH
                   " HAS NO BUSINESS DAYS ON THE CALENDAR ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF.

       1400-OPEN-FILES.
           OPEN INPUT TREND-FILE
           IF WS-TREND-STATUS NOT = "00"
               DISPLAY "*** BUDVAR: UNABLE TO OPEN TREND FILE"
                   " STATTRND - FILE STATUS " WS-TREND-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "*** BUDVAR: UNABLE TO OPEN PRINT FILE"
                   " BUDRPT - FILE STATUS " WS-PRINT-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF
           IF NOT WS-ABORT-RUN
               CALL "RPTHEADER" USING WS-RPT-PROGRAM WS-RPT-TITLE
                   WS-RPT-PAGE-NO WS-HEADING-1 WS-RPT-WIDTH
               MOVE WS-HEADING-1 TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE 2 TO WS-RPT-LINES-ON-PAGE
               MOVE SPACES TO PRINT-LINE
               MOVE WS-BUS-DAYS TO WS-DISP-DAYS
               STRING "BUDGET MONTH " WS-BV-MONTH "   BUSINESS DAYS "
                   WS-DISP-DAYS INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               IF WS-MONTH-TO-DATE
                   MOVE WS-BUS-ELAPSED TO WS-DISP-DAYS
                   STRING "MONTH-TO-DATE THROUGH " WS-RUN-DATE
                       " - " WS-DISP-DAYS " BUSINESS DAY(S) GONE;"
                       " COUNTS PROJECTED TO THE FULL MONTH"
                       INTO PRINT-LINE
               ELSE
                   MOVE "COMPLETE MONTH - PROJECTED EQUALS ACTUAL"
                       TO PRINT-LINE
               END-IF
               PERFORM 8900-PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               PERFORM 8960-COLUMN-HEADS
           END-IF.

      *--------------------------------------------------------------*
      * 2000-SCAN-TREND-FILE - START AT THE FIRST KEY OF THE MONTH
      * AND ROLL EVERY STATTRND LINE UNTIL THE MONTH RUNS OUT.
      *--------------------------------------------------------------*
       2000-SCAN-TREND-FILE.
           MOVE 0 TO WS-FILE-RUNS
           MOVE 0 TO WS-FILE-COUNT-SUM
           MOVE 0 TO WS-FILE-AVG-SUM
           MOVE WS-MONTH-START TO TREND-KEY-DATE
           MOVE 0 TO TREND-KEY-TICKET
           MOVE 0 TO TREND-KEY-SEQ
           START TREND-FILE KEY >= TREND-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-AT-EOF
               READ TREND-FILE NEXT
                   AT END
                       SET WS-AT-EOF TO TRUE
                   NOT AT END
                       IF TREND-KEY-DATE(1:4) NOT = WS-BV-MONTH
                           SET WS-AT-EOF TO TRUE
                       ELSE
                           MOVE TREND-TEXT TO TREND-REC
                           PERFORM 2100-ROLL-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TREND-FILE.

       2100-ROLL-ONE-LINE.
           ADD 1 TO WS-TREND-LINES
           MOVE TREND-COUNT TO WS-CURR-COUNT
           MOVE TREND-AVG TO WS-CURR-AVG
           ADD 1 TO WS-FILE-RUNS
           ADD WS-CURR-COUNT TO WS-FILE-COUNT-SUM
           ADD WS-CURR-AVG TO WS-FILE-AVG-SUM.

      *--------------------------------------------------------------*
      * 2500-SCAN-CATEGORY-FILE - FOLD THE MONTH'S CATTRND LINES INTO
      * THE CATEGORY TABLE.  NO CATTRND YET LEAVES EVERY BUDGETED
      * CATEGORY WITH NO RUNS.
      *--------------------------------------------------------------*
       2500-SCAN-CATEGORY-FILE.
           OPEN INPUT CAT-TREND-FILE
           IF WS-CTRND-STATUS = "00" OR WS-CTRND-STATUS = "05"
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-AT-EOF
                   READ CAT-TREND-FILE
                       AT END
                           SET WS-AT-EOF TO TRUE
                       NOT AT END
                           MOVE CAT-TREND-LINE TO CTRND-REC
                           IF CTRND-DATE(1:4) = WS-BV-MONTH
                               PERFORM 2600-ROLL-ONE-CAT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAT-TREND-FILE
           END-IF.

       2600-ROLL-ONE-CAT-LINE.
           ADD 1 TO WS-CAT-LINES
           MOVE CTRND-CAT TO WS-CURR-CAT
           MOVE CTRND-COUNT TO WS-CURR-COUNT
           MOVE CTRND-AVG TO WS-CURR-AVG
           PERFORM 1230-FIND-CATEGORY
           IF WS-CV-HIT > 0
               ADD 1 TO WS-CV-RUNS(WS-CV-HIT)
               ADD WS-CURR-COUNT TO WS-CV-COUNT-SUM(WS-CV-HIT)
               ADD WS-CURR-AVG TO WS-CV-AVG-SUM(WS-CV-HIT)
           END-IF.

      *--------------------------------------------------------------*
      * 3000-PRINT-VARIANCES - THE WHOLE FILE FIRST, THEN EVERY
      * CATEGORY, EACH AS A COUNT LINE AND AN AVERAGE LINE.
      *--------------------------------------------------------------*
       3000-PRINT-VARIANCES.
           MOVE "-ALL-" TO WS-CMP-LABEL
           MOVE WS-FILE-BUDGET-SW TO WS-CMP-BUDGET-SW
           MOVE WS-FILE-EXP-COUNT TO WS-CMP-EXP-COUNT
           MOVE WS-FILE-EXP-AVG TO WS-CMP-EXP-AVG
           MOVE WS-FILE-TOL TO WS-CMP-TOL
           MOVE WS-FILE-RUNS TO WS-CMP-RUNS
           MOVE WS-FILE-COUNT-SUM TO WS-CMP-COUNT-SUM
           MOVE WS-FILE-AVG-SUM TO WS-CMP-AVG-SUM
           PERFORM 3200-COMPARE-AND-PRINT
           PERFORM VARYING WS-CV-IDX FROM 1 BY 1
                   UNTIL WS-CV-IDX > WS-CV-COUNT
               MOVE WS-CV-CAT(WS-CV-IDX) TO WS-CMP-LABEL
               MOVE WS-CV-BUDGET-SW(WS-CV-IDX) TO WS-CMP-BUDGET-SW
               MOVE WS-CV-EXP-COUNT(WS-CV-IDX) TO WS-CMP-EXP-COUNT
               MOVE WS-CV-EXP-AVG(WS-CV-IDX) TO WS-CMP-EXP-AVG
               MOVE WS-CV-TOL(WS-CV-IDX) TO WS-CMP-TOL
               MOVE WS-CV-RUNS(WS-CV-IDX) TO WS-CMP-RUNS
               MOVE WS-CV-COUNT-SUM(WS-CV-IDX) TO WS-CMP-COUNT-SUM
               MOVE WS-CV-AVG-SUM(WS-CV-IDX) TO WS-CMP-AVG-SUM
               PERFORM 3200-COMPARE-AND-PRINT
           END-PERFORM
           IF WS-TABLE-OVERFLOW
               MOVE SPACES TO PRINT-LINE
               STRING "*** MORE CATEGORIES THAN THE TABLE HOLDS"
                   " - LATER CATEGORIES NOT REPORTED ***"
                   INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF.

      *--------------------------------------------------------------*
      * 3200-COMPARE-AND-PRINT - THE COUNT LINE TESTS THE PROJECTED
      * COUNT; THE AVERAGE LINE TESTS THE AVERAGE OF THE RUNS'
      * AVERAGES AND IS LEFT UNTESTED WHEN THE MONTH HAS NO RUNS.
      *--------------------------------------------------------------*
       3200-COMPARE-AND-PRINT.
           IF NOT WS-CMP-HAS-BUDGET
               ADD 1 TO WS-NO-BUDGET-COUNT
           END-IF
           MOVE WS-CMP-COUNT-SUM TO WS-ACTUAL
           IF WS-MONTH-TO-DATE AND WS-BUS-ELAPSED > 0
               COMPUTE WS-PROJECTED ROUNDED
                   = WS-ACTUAL * WS-BUS-DAYS / WS-BUS-ELAPSED
           ELSE
               MOVE WS-ACTUAL TO WS-PROJECTED
           END-IF
           MOVE WS-CMP-EXP-COUNT TO WS-BUDGET
           MOVE "COUNT" TO WS-MEASURE-TEXT
           MOVE WS-ACTUAL TO WS-DISP-AMT
           MOVE WS-DISP-AMT TO WS-ACTUAL-TEXT
           MOVE WS-PROJECTED TO WS-DISP-AMT
           MOVE WS-DISP-AMT TO WS-PROJ-TEXT
           COMPUTE WS-VARIANCE = WS-PROJECTED - WS-BUDGET
           PERFORM 3300-TEST-VARIANCE
           PERFORM 3400-PRINT-DETAIL
           MOVE SPACES TO WS-CMP-LABEL
           MOVE "AVERAGE" TO WS-MEASURE-TEXT
           MOVE SPACES TO WS-PROJ-TEXT
           MOVE WS-CMP-EXP-AVG TO WS-BUDGET
           IF WS-CMP-RUNS = 0
               MOVE SPACES TO WS-ACTUAL-TEXT
               MOVE SPACES TO WS-VAR-TEXT
               MOVE SPACES TO WS-PCT-TEXT
               MOVE SPACES TO WS-BUDGET-TEXT
               MOVE SPACES TO WS-TOL-TEXT
               IF WS-CMP-HAS-BUDGET
                   MOVE WS-BUDGET TO WS-DISP-AMT
                   MOVE WS-DISP-AMT TO WS-BUDGET-TEXT
               END-IF
               MOVE "NO RUNS" TO WS-FLAG-TEXT
           ELSE
               COMPUTE WS-ACTUAL ROUNDED
                   = WS-CMP-AVG-SUM / WS-CMP-RUNS
               MOVE WS-ACTUAL TO WS-DISP-AMT
               MOVE WS-DISP-AMT TO WS-ACTUAL-TEXT
               COMPUTE WS-VARIANCE = WS-ACTUAL - WS-BUDGET
               PERFORM 3300-TEST-VARIANCE
           END-IF
           PERFORM 3400-PRINT-DETAIL.

      *--------------------------------------------------------------*
      * 3300-TEST-VARIANCE - VARIANCE PERCENT IS OF THE BUDGET
      * FIGURE; A ZERO BUDGET HAS NO PERCENT AND IS OUT OF TOLERANCE
      * ON ANY VARIANCE AT ALL.  NO BUDGET CARD, NO TEST.
      *--------------------------------------------------------------*
       3300-TEST-VARIANCE.
           MOVE SPACES TO WS-BUDGET-TEXT
           MOVE SPACES TO WS-VAR-TEXT
           MOVE SPACES TO WS-PCT-TEXT
           MOVE SPACES TO WS-TOL-TEXT
           MOVE SPACES TO WS-FLAG-TEXT
           IF NOT WS-CMP-HAS-BUDGET
               MOVE "NO BUDGET" TO WS-FLAG-TEXT
           ELSE
               ADD 1 TO WS-COMPARED-COUNT
               MOVE WS-BUDGET TO WS-DISP-AMT
               MOVE WS-DISP-AMT TO WS-BUDGET-TEXT
               MOVE WS-VARIANCE TO WS-DISP-AMT
               MOVE WS-DISP-AMT TO WS-VAR-TEXT
               MOVE WS-CMP-TOL TO WS-DISP-TOL
               MOVE WS-DISP-TOL TO WS-TOL-TEXT
               IF WS-BUDGET = 0
                   IF WS-VARIANCE NOT = 0
                       MOVE "OUT OF TOLERANCE" TO WS-FLAG-TEXT
                       ADD 1 TO WS-OUT-COUNT
                   END-IF
               ELSE
                   COMPUTE WS-VAR-PCT ROUNDED
                       = WS-VARIANCE * 100 / WS-BUDGET
                       ON SIZE ERROR
                           MOVE 99999999999.99 TO WS-VAR-PCT
                   END-COMPUTE
                   IF WS-BUDGET < 0
                       COMPUTE WS-VAR-PCT = 0 - WS-VAR-PCT
                   END-IF
                   MOVE WS-VAR-PCT TO WS-DISP-PCT
                   MOVE WS-DISP-PCT TO WS-PCT-TEXT
                   IF WS-VAR-PCT < 0
                       COMPUTE WS-ABS-PCT = 0 - WS-VAR-PCT
                   ELSE
                       MOVE WS-VAR-PCT TO WS-ABS-PCT
                   END-IF
                   IF WS-ABS-PCT > WS-CMP-TOL
                       MOVE "OUT OF TOLERANCE" TO WS-FLAG-TEXT
                       ADD 1 TO WS-OUT-COUNT
                   END-IF
               END-IF
           END-IF.

       3400-PRINT-DETAIL.
           MOVE SPACES TO PRINT-LINE
           STRING WS-CMP-LABEL "  " WS-MEASURE-TEXT "  "
               WS-ACTUAL-TEXT "  " WS-PROJ-TEXT "  " WS-BUDGET-TEXT
               "  " WS-VAR-TEXT "  " WS-PCT-TEXT "  " WS-TOL-TEXT
               "  " WS-FLAG-TEXT INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE.

      *--------------------------------------------------------------*
      * 4000-PRINT-TOTALS - RUN COUNTS, AND RETURN-CODE 4 WHEN ANY
      * FIGURE WAS OUT OF TOLERANCE.
      *--------------------------------------------------------------*
       4000-PRINT-TOTALS.
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-CARDS-USED TO WS-DISP-COUNT
           STRING "BUDGET CARDS FOR THE MONTH       " WS-DISP-COUNT
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           IF WS-BAD-CARD-COUNT > 0 OR WS-DUP-CARD-COUNT > 0
               MOVE SPACES TO PRINT-LINE
               COMPUTE WS-DISP-COUNT
                   = WS-BAD-CARD-COUNT + WS-DUP-CARD-COUNT
               STRING "BUDGET CARDS SKIPPED             " WS-DISP-COUNT
                   "   (UNREADABLE OR DUPLICATE - SEE CONSOLE)"
                   INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           MOVE WS-TREND-LINES TO WS-DISP-COUNT
           STRING "STATTRND RUNS IN THE MONTH       " WS-DISP-COUNT
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-CAT-LINES TO WS-DISP-COUNT
           STRING "CATTRND LINES IN THE MONTH       " WS-DISP-COUNT
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-COMPARED-COUNT TO WS-DISP-COUNT
           STRING "FIGURES TESTED AGAINST BUDGET    " WS-DISP-COUNT
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-OUT-COUNT TO WS-DISP-COUNT
           STRING "FIGURES OUT OF TOLERANCE         " WS-DISP-COUNT
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           IF WS-NO-BUDGET-COUNT > 0
               MOVE SPACES TO PRINT-LINE
               MOVE WS-NO-BUDGET-COUNT TO WS-DISP-COUNT
               STRING "LINES WITH NO BUDGET CARD        " WS-DISP-COUNT
                   INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF
           IF WS-OUT-COUNT > 0
               MOVE 4 TO RETURN-CODE
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
           MOVE 2 TO WS-RPT-LINES-ON-PAGE
           PERFORM 8960-COLUMN-HEADS.

       8960-COLUMN-HEADS.
           MOVE SPACES TO PRINT-LINE
           STRING "CAT     MEASURE            ACTUAL       "
               "  PROJECTED            BUDGET          V"
               "ARIANCE      VARIANCE %   TOL %  FLAG"
               INTO PRINT-LINE
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
               DISPLAY "*** BUDVAR RUN ABORTED - SEE DIAGNOSTICS"
                   " ABOVE ***"
           ELSE
               MOVE WS-OUT-COUNT TO WS-DISP-COUNT
               DISPLAY "BUDVAR: " WS-DISP-COUNT " FIGURE(S) OUT OF"
                   " TOLERANCE; REPORT ON BUDRPT"
           END-IF
           COMPUTE WS-AUDIT-RECORDS-IN = WS-TREND-LINES + WS-CAT-LINES
           MOVE WS-COMPARED-COUNT TO WS-AUDIT-RECORDS-OUT
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-RECORDS-IN
               WS-AUDIT-RECORDS-OUT WS-RUN-TICKET
           MOVE WS-SAVE-RC TO RETURN-CODE
           GOBACK.
