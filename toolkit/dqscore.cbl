      *****************************************************************
      * PROGRAM:  DQSCORE
      *
      * PURPOSE:  FEED DATA-QUALITY SCORECARD.  EVERY RUN REPORTS ITS
      *           OWN REJECTS, TRAILER MISMATCHES, EXCLUSIONS AND
      *           EXCEPTION VALUES, BUT NOTHING SAYS WHICH UPSTREAM
      *           FEED IS GETTING WORSE.  FOR A DATE RANGE THIS
      *           PROGRAM GATHERS, FOR EACH INPUT FILENAME:
      *             RUNS, RECORDS  FROM LINEAGE - EVERY FILE STATS AND
      *                            SORTING READ, UNDER ITS TICKET
      *             REJECTS, EXCL  FROM THE STATXTR "H" RECORDS OF THE
      *                            TICKET (STATS), OR THE TICKET'S
      *                            LINEAGE REJECTS LINE (SORTING)
      *             TRAILER MISMATCHES, EXCEPTION VALUES
      *                            FROM STATS' AUDITLG NOTES
      *             VALIDATE CHECKS AND FAILURES
      *                            FROM VALIDATE'S AUDITLG NOTES
      *             RESUBMISSIONS  FROM STATSREG - THE SAME FILE,
      *                            COUNT AND HASH REGISTERED TWICE
      *                            THE SAME DAY
      *           AND PRINTS ON DQSRPT THE REJECT RATE, A GRADE (A TO
      *           F) AND A TREND ARROW AGAINST THE PRIOR PERIOD OF THE
      *           SAME LENGTH, WORST GRADE FIRST.  A CLOSING SECTION
      *           COUNTS THE LINES NOW IN REJOUT, SRTREJ AND VALREJ
      *           AGAINST THE LATEST RUN THAT WROTE EACH.
      *
      *           A TICKET THAT READ SEVERAL FILES (A LIST OR STATSCTL
      *           RUN) CHARGES ITS REJECTS AND EXCLUSIONS TO EACH FILE
      *           IN PROPORTION TO THE RECORDS THE FILE SUPPLIED.
      *
      *           GRADE: THE REJECT RATE SETS THE STARTING GRADE -
      *           A UP TO 0.50%, B UP TO 2.00%, C UP TO 5.00%, D UP
      *           TO 10.00%, F ABOVE - AND EACH TRAILER MISMATCH OR
      *           VALIDATE FAILURE, AND AN EXCEPTION-VALUE RATE ABOVE
      *           1.00%, DROPS IT ONE GRADE.  TREND: A BETTER OR WORSE
      *           GRADE THAN THE PRIOR PERIOD, OR ON THE SAME GRADE A
      *           REJECT RATE MOVED BY MORE THAN 0.25 POINTS.
      *
      *           RETURN-CODE 4 WHEN ANY FEED GRADES D OR F OR IS
      *           WORSE THAN THE PRIOR PERIOD, 8 WHEN AN ANSWER IS
      *           UNUSABLE, 16 WHEN AUDITLG OR THE REPORT CANNOT BE
      *           OPENED.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15  RA   INITIAL VERSION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DQSCORE.
       AUTHOR. R-ALLYN.
       INSTALLATION. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LINEAGE-FILE ASSIGN TO "LINEAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIN-STATUS.
           SELECT OPTIONAL EXTRACT-FILE ASSIGN TO "STATXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDIT-KEY
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPTIONAL REGISTRY-FILE ASSIGN TO "STATSREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT OPTIONAL REJECT-FILE ASSIGN TO DYNAMIC WS-REJ-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT PRINT-FILE ASSIGN TO "DQSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "TOOLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LINEAGE-FILE.
           COPY LINREC.

       FD  EXTRACT-FILE.
       01  EXTRACT-LINE            PIC X(260).

       FD  AUDIT-FILE.
           COPY AUDFREC.

      *--------------------------------------------------------------*
      * STATSREG FINGERPRINT LINE, AS STATS WRITES IT.
      *--------------------------------------------------------------*
       FD  REGISTRY-FILE.
       01  REG-REC.
           02  REG-DATE            PIC 9(06).
           02  FILLER              PIC X(01).
           02  REG-FNAME           PIC X(30).
           02  FILLER              PIC X(01).
           02  REG-COUNT           PIC 9(06).
           02  FILLER              PIC X(01).
           02  REG-HASH            PIC S9(14)V9(4).

       FD  REJECT-FILE.
       01  REJECT-LINE             PIC X(96).

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(132).

       FD  PARM-FILE.
           COPY TOOLPARM.

       WORKING-STORAGE SECTION.
       77  WS-LIN-STATUS           PIC X(02).
       77  WS-EXTRACT-STATUS       PIC X(02).
       77  WS-AUDIT-STATUS         PIC X(02).
       77  WS-REG-STATUS           PIC X(02).
       77  WS-REJ-STATUS           PIC X(02).
       77  WS-PRINT-STATUS         PIC X(02).
       77  WS-PARM-STATUS          PIC X(02).
       77  WS-ABORT-SW             PIC X(01) VALUE 'N'.
           88  WS-ABORT-RUN         VALUE 'Y'.
       77  WS-SAVE-RC              PIC S9(09) COMP.
       77  WS-EOF-SW               PIC X(01).
           88  WS-AT-EOF            VALUE 'Y'.

           COPY STATXREC.

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

      *--------------------------------------------------------------*
      * THE TWO PERIODS.  PERIOD 1 IS THE RANGE ASKED FOR; PERIOD 2
      * IS THE SAME NUMBER OF DAYS IMMEDIATELY BEFORE IT.
      *--------------------------------------------------------------*
       77  WS-TODAY                PIC 9(06).
       77  WS-FROM-DATE            PIC 9(06).
       77  WS-TO-DATE              PIC 9(06).
       77  WS-PRIOR-FROM           PIC 9(06).
       77  WS-PRIOR-TO             PIC 9(06).
       77  WS-PERIOD-DAYS          PIC 9(05) COMP.
       77  WS-WORK-DATE            PIC 9(08).
       77  WS-FROM-INT             PIC 9(07) COMP.
       77  WS-TO-INT               PIC 9(07) COMP.
       77  WS-DEFAULT-DAYS         PIC 9(03) COMP VALUE 30.
       77  WS-TEST-DATE            PIC 9(06).
       77  WS-PER                  PIC 9(01) COMP.

      *--------------------------------------------------------------*
      * GRADING RULES - SEE THE PROGRAM BANNER.
      *--------------------------------------------------------------*
       77  WS-RATE-LIMIT-A         PIC 9(03)V99 VALUE 0.50.
       77  WS-RATE-LIMIT-B         PIC 9(03)V99 VALUE 2.00.
       77  WS-RATE-LIMIT-C         PIC 9(03)V99 VALUE 5.00.
       77  WS-RATE-LIMIT-D         PIC 9(03)V99 VALUE 10.00.
       77  WS-OUTLIER-LIMIT        PIC 9(03)V99 VALUE 1.00.
       77  WS-TREND-TOLERANCE      PIC 9(03)V99 VALUE 0.25.
       01  WS-GRADE-LETTERS        PIC X(05) VALUE "ABCDF".
       77  WS-GRADE-NO             PIC 9(02) COMP.
       77  WS-OUTLIER-RATE         PIC 9(05)V99.
       77  WS-RATE-DIFF            PIC S9(05)V99.

      *--------------------------------------------------------------*
      * FEED TABLE - ONE ENTRY PER INPUT FILENAME SEEN IN EITHER
      * PERIOD, WITH ONE SET OF FIGURES PER PERIOD.
      *--------------------------------------------------------------*
       77  WS-FD-LIMIT             PIC 9(03) COMP VALUE 200.
       77  WS-FD-COUNT             PIC 9(03) COMP VALUE 0.
       77  WS-FD-IDX               PIC 9(03) COMP.
       77  WS-FD-HIT               PIC 9(03) COMP.
       77  WS-FEED-KEY             PIC X(30).
       01  WS-FD-TABLE.
           05  WS-FD-ENTRY OCCURS 200 TIMES.
               10  WS-FD-NAME          PIC X(30).
               10  WS-FD-PERIOD OCCURS 2 TIMES.
                   15  WS-FD-RUNS      PIC 9(05) COMP.
                   15  WS-FD-RECORDS   PIC 9(09) COMP.
                   15  WS-FD-REJECTS   PIC 9(09) COMP.
                   15  WS-FD-EXCLUDED  PIC 9(09) COMP.
                   15  WS-FD-MISMATCH  PIC 9(05) COMP.
                   15  WS-FD-VAL-CHECK PIC 9(05) COMP.
                   15  WS-FD-VAL-FAIL  PIC 9(05) COMP.
                   15  WS-FD-OUTLIERS  PIC 9(07) COMP.
                   15  WS-FD-REG-RUNS  PIC 9(05) COMP.
                   15  WS-FD-RESUBS    PIC 9(05) COMP.
                   15  WS-FD-REG-DATE  PIC 9(06).
                   15  WS-FD-REG-COUNT PIC 9(06).
                   15  WS-FD-REG-HASH  PIC S9(14)V9(4).
                   15  WS-FD-RATE      PIC 9(03)V99.
                   15  WS-FD-GRADE     PIC 9(01).
                   15  WS-FD-ACTIVE-SW PIC X(01).
                       88  WS-FD-ACTIVE VALUE 'Y'.
               10  WS-FD-TREND         PIC X(08).
       77  WS-FD-OVERFLOW-SW       PIC X(01).
           88  WS-FD-OVERFLOW       VALUE 'Y'.

      *--------------------------------------------------------------*
      * TICKET TABLE - EVERY STATS OR SORTING TICKET THAT READ A FILE
      * IN EITHER PERIOD, WITH ITS REJECT FIGURES FROM EACH SOURCE.
      *--------------------------------------------------------------*
       77  WS-TK-LIMIT             PIC 9(04) COMP VALUE 500.
       77  WS-TK-COUNT             PIC 9(04) COMP VALUE 0.
       77  WS-TK-IDX               PIC 9(04) COMP.
       77  WS-TK-HIT               PIC 9(04) COMP.
       77  WS-TICKET-KEY           PIC 9(09).
       01  WS-TK-TABLE.
           05  WS-TK-ENTRY OCCURS 500 TIMES.
               10  WS-TK-TICKET        PIC 9(09).
               10  WS-TK-PER           PIC 9(01).
               10  WS-TK-PROGRAM       PIC X(20).
               10  WS-TK-FILES         PIC 9(04) COMP.
               10  WS-TK-RECORDS       PIC 9(09) COMP.
               10  WS-TK-LIN-REJECTS   PIC 9(09) COMP.
               10  WS-TK-XTR-REJECTS   PIC 9(09) COMP.
               10  WS-TK-XTR-EXCLUDED  PIC 9(09) COMP.
               10  WS-TK-XTR-SW        PIC X(01).
                   88  WS-TK-XTR-FOUND VALUE 'Y'.
       77  WS-TK-OVERFLOW-SW       PIC X(01).
           88  WS-TK-OVERFLOW       VALUE 'Y'.

      *--------------------------------------------------------------*
      * FILE-READ TABLE - ONE ENTRY PER LINEAGE FILE LINE: WHICH
      * TICKET, WHICH FEED, HOW MANY RECORDS.
      *--------------------------------------------------------------*
       77  WS-FL-LIMIT             PIC 9(04) COMP VALUE 1000.
       77  WS-FL-COUNT             PIC 9(04) COMP VALUE 0.
       77  WS-FL-IDX               PIC 9(04) COMP.
       01  WS-FL-TABLE.
           05  WS-FL-ENTRY OCCURS 1000 TIMES.
               10  WS-FL-TK            PIC 9(04) COMP.
               10  WS-FL-FD            PIC 9(03) COMP.
               10  WS-FL-RECORDS       PIC 9(07) COMP.
       77  WS-FL-OVERFLOW-SW       PIC X(01).
           88  WS-FL-OVERFLOW       VALUE 'Y'.
       77  WS-TK-REJECTS           PIC 9(09) COMP.
       77  WS-TK-EXCLUDED          PIC 9(09) COMP.
       77  WS-SHARE                PIC 9(09) COMP.

      *--------------------------------------------------------------*
      * AUDIT-LINE WORK FIELDS.  AUDITNOTE WRITES EACH NOTE AS
      *   DATE(1-6) TIME(8-15) PROGRAM(17-36) TICKET= OPER=(60-67)
      *   " NOTE "(68-73) TEXT(74-132)
      *--------------------------------------------------------------*
       77  WS-NOTE-BODY            PIC X(59).
       77  WS-NOTE-PROGRAM         PIC X(20).
       77  WS-DISP-EDIT-COUNT      PIC Z(05)9.
       77  WS-NOTE-COUNT           PIC 9(06).
       77  WS-LAST-VAL-NAME        PIC X(30) VALUE SPACES.

      *--------------------------------------------------------------*
      * THE THREE REJECT FILES AND THE PROGRAM THAT WRITES EACH.
      *--------------------------------------------------------------*
       01  WS-REJ-FILES.
           05  FILLER.
               10  FILLER         PIC X(10) VALUE "REJOUT".
               10  FILLER         PIC X(20) VALUE "STATS".
           05  FILLER.
               10  FILLER         PIC X(10) VALUE "SRTREJ".
               10  FILLER         PIC X(20) VALUE "sorting".
           05  FILLER.
               10  FILLER         PIC X(10) VALUE "VALREJ".
               10  FILLER         PIC X(20) VALUE "VALIDATE".
       01  WS-REJ-TABLE REDEFINES WS-REJ-FILES.
           05  WS-RJ-ENTRY OCCURS 3 TIMES.
               10  WS-RJ-FILE     PIC X(10).
               10  WS-RJ-PROGRAM  PIC X(20).
       77  WS-RJ-IDX               PIC 9(01) COMP.
       77  WS-REJ-NAME             PIC X(30).
       77  WS-RJ-LINES             PIC 9(07) COMP.
       77  WS-RJ-PRESENT-SW        PIC X(01).
           88  WS-RJ-PRESENT        VALUE 'Y'.
       77  WS-RJ-FEED              PIC X(30).
       77  WS-RJ-RECORDED          PIC 9(09) COMP.

      *--------------------------------------------------------------*
      * RESULT COUNTERS
      *--------------------------------------------------------------*
       77  WS-LINES-READ           PIC 9(07) COMP VALUE 0.
       77  WS-GRADED-COUNT         PIC 9(05) COMP VALUE 0.
       77  WS-PRIOR-ONLY-COUNT     PIC 9(05) COMP VALUE 0.
       77  WS-WORSE-COUNT          PIC 9(05) COMP VALUE 0.
       77  WS-BETTER-COUNT         PIC 9(05) COMP VALUE 0.
       77  WS-POOR-COUNT           PIC 9(05) COMP VALUE 0.
       77  WS-PASS-GRADE           PIC 9(01).

      *--------------------------------------------------------------*
      * DISPLAY FIELDS
      *--------------------------------------------------------------*
       77  WS-DISP-COUNT           PIC Z(06)9.
       77  WS-DISP-RUNS            PIC Z(04)9.
       77  WS-DISP-RECORDS         PIC Z(08)9.
       77  WS-DISP-REJECTS         PIC Z(06)9.
       77  WS-DISP-RATE            PIC ZZ9.99.
       77  WS-DISP-EXCLUDED        PIC Z(05)9.
       77  WS-DISP-MISMATCH        PIC Z(03)9.
       77  WS-DISP-VAL-CHECK       PIC Z(03)9.
       77  WS-DISP-VAL-FAIL        PIC Z(03)9.
       77  WS-DISP-OUTLIERS        PIC Z(05)9.
       77  WS-DISP-RESUBS          PIC Z(03)9.
       77  WS-DISP-DAYS            PIC Z(04)9.
       77  WS-DISP-TICKET          PIC Z(08)9.
       77  WS-DISP-GRADE           PIC X(01).
       77  WS-DISP-PRIOR-GRADE     PIC X(01).

      *--------------------------------------------------------------*
      * REPORT WORK FIELDS
      *--------------------------------------------------------------*
       01  WS-RPT-PROGRAM          PIC X(20) VALUE "DQSCORE".
       01  WS-RPT-TITLE            PIC X(40)
           VALUE "FEED DATA-QUALITY SCORECARD".
       77  WS-RPT-PAGE-NO          PIC 9(04) VALUE 1.
       77  WS-RPT-LINES-ON-PAGE    PIC 9(04) COMP VALUE 0.
       77  WS-RPT-MAX-LINES        PIC 9(04) COMP VALUE 60.
       77  WS-RPT-WIDTH            PIC 9(03) VALUE 132.
       01  WS-HEADING-1            PIC X(132).

       77  WS-AUDIT-PROGRAM       PIC X(20) VALUE "DQSCORE".
       77  WS-AUDIT-RECORDS-IN    PIC 9(07).
       77  WS-AUDIT-RECORDS-OUT   PIC 9(07).
       77  WS-RUN-TICKET          PIC 9(09).
       77  WS-ARCHIVE-REPORT      PIC X(30) VALUE "DQSRPT".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL "RUNTICKET" USING WS-RUN-TICKET
           CALL "AUDITBEG" USING WS-AUDIT-PROGRAM WS-RUN-TICKET
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               PERFORM 2000-LOAD-LINEAGE
               PERFORM 2200-LOAD-EXTRACT
               PERFORM 2300-APPORTION-TICKETS
               PERFORM 2400-SCAN-AUDIT-LOG
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 2500-LOAD-REGISTRY
               PERFORM 3000-GRADE-FEEDS
               PERFORM 4000-PRINT-SCORECARD
               PERFORM 4500-PRINT-REJECT-FILES
               PERFORM 4800-PRINT-SUMMARY
           END-IF
           PERFORM 9999-FINISH-EXIT.

      *--------------------------------------------------------------*
      * 1000-INITIALIZE - RESET, READ THE PRINT WIDTH, TAKE THE DATE
      * RANGE AND OPEN THE REPORT.
      *--------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO WS-FD-COUNT
           MOVE 0 TO WS-TK-COUNT
           MOVE 0 TO WS-FL-COUNT
           MOVE 0 TO WS-LINES-READ
           MOVE 0 TO WS-GRADED-COUNT
           MOVE 0 TO WS-PRIOR-ONLY-COUNT
           MOVE 0 TO WS-WORSE-COUNT
           MOVE 0 TO WS-BETTER-COUNT
           MOVE 0 TO WS-POOR-COUNT
           MOVE 'N' TO WS-FD-OVERFLOW-SW
           MOVE 'N' TO WS-TK-OVERFLOW-SW
           MOVE 'N' TO WS-FL-OVERFLOW-SW
           MOVE SPACES TO WS-LAST-VAL-NAME
           INITIALIZE WS-FD-TABLE
           INITIALIZE WS-TK-TABLE
           MOVE 1 TO WS-RPT-PAGE-NO
           MOVE 0 TO WS-RPT-LINES-ON-PAGE
           MOVE 'N' TO WS-ABORT-SW
           MOVE SPACES TO WS-PRINT-STATUS
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
           PERFORM 1100-GET-ANSWERS
           IF NOT WS-ABORT-RUN
               PERFORM 1200-SET-PERIODS
               PERFORM 1300-OPEN-REPORT
           END-IF.

      *--------------------------------------------------------------*
      * 1100-GET-ANSWERS - THE DATE RANGE.  A BLANK TO-DATE IS TODAY;
      * A BLANK FROM-DATE IS THE THIRTY DAYS ENDING ON THE TO-DATE.
      *--------------------------------------------------------------*
       1100-GET-ANSWERS.
           MOVE "FROM DATE (YYMMDD, BLANK FOR 30 DAYS TO THE TO DATE)?"
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
               DISPLAY "*** DQSCORE: FROM DATE IS AFTER TO DATE ***"
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
               DISPLAY "*** DQSCORE: DATE MUST BE A VALID YYMMDD ***"
               MOVE 8 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF.

      *--------------------------------------------------------------*
      * 1200-SET-PERIODS - FILL IN A BLANK FROM-DATE AND WORK OUT THE
      * PRIOR PERIOD OF THE SAME LENGTH.
      *--------------------------------------------------------------*
       1200-SET-PERIODS.
           COMPUTE WS-WORK-DATE = 20000000 + WS-TO-DATE
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           IF WS-FROM-DATE = 0
               COMPUTE WS-FROM-INT = WS-TO-INT - WS-DEFAULT-DAYS + 1
               COMPUTE WS-WORK-DATE
                   = FUNCTION DATE-OF-INTEGER(WS-FROM-INT)
               COMPUTE WS-FROM-DATE = WS-WORK-DATE - 20000000
           ELSE
               COMPUTE WS-WORK-DATE = 20000000 + WS-FROM-DATE
               COMPUTE WS-FROM-INT
                   = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           END-IF
           COMPUTE WS-PERIOD-DAYS = WS-TO-INT - WS-FROM-INT + 1
           COMPUTE WS-WORK-DATE
               = FUNCTION DATE-OF-INTEGER(WS-FROM-INT - 1)
           COMPUTE WS-PRIOR-TO = WS-WORK-DATE - 20000000
           COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
               (WS-FROM-INT - WS-PERIOD-DAYS)
           COMPUTE WS-PRIOR-FROM = WS-WORK-DATE - 20000000.

       1300-OPEN-REPORT.
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "*** DQSCORE: UNABLE TO OPEN PRINT FILE"
                   " DQSRPT - FILE STATUS " WS-PRINT-STATUS " ***"
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
               MOVE WS-PERIOD-DAYS TO WS-DISP-DAYS
               MOVE SPACES TO PRINT-LINE
               STRING "PERIOD " WS-FROM-DATE " TO " WS-TO-DATE
                   " (" WS-DISP-DAYS " DAYS) AGAINST PRIOR PERIOD "
                   WS-PRIOR-FROM " TO " WS-PRIOR-TO
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF.

      *--------------------------------------------------------------*
      * 2000-LOAD-LINEAGE - EVERY INPUT FILE LINE IN EITHER PERIOD
      * BECOMES A FILE-READ ENTRY UNDER ITS TICKET, AND EVERY REJECTS
      * LINE FOR REJOUT OR SRTREJ GIVES ITS TICKET'S REJECT COUNT.
      * NO LINEAGE FILE YET IS SIMPLY NO RUNS.
      *--------------------------------------------------------------*
       2000-LOAD-LINEAGE.
           OPEN INPUT LINEAGE-FILE
           IF WS-LIN-STATUS = "00"
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-AT-EOF
                   READ LINEAGE-FILE
                       AT END
                           SET WS-AT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINES-READ
                           PERFORM 2100-TAKE-LINEAGE-LINE
                   END-READ
               END-PERFORM
               CLOSE LINEAGE-FILE
           END-IF.

       2100-TAKE-LINEAGE-LINE.
           MOVE 0 TO WS-PER
           IF LIN-DATE IS NUMERIC
               MOVE LIN-DATE TO WS-TEST-DATE
               PERFORM 2900-SET-PERIOD
           END-IF
           IF WS-PER > 0 AND LIN-INPUT AND LIN-KIND = "FILE"
               MOVE LIN-TICKET TO WS-TICKET-KEY
               PERFORM 2150-FIND-TICKET
               MOVE LIN-NAME TO WS-FEED-KEY
               PERFORM 2800-FIND-FEED
               IF WS-TK-HIT > 0 AND WS-FD-HIT > 0
                   IF WS-FL-COUNT < WS-FL-LIMIT
                       ADD 1 TO WS-FL-COUNT
                       MOVE WS-TK-HIT TO WS-FL-TK(WS-FL-COUNT)
                       MOVE WS-FD-HIT TO WS-FL-FD(WS-FL-COUNT)
                       MOVE LIN-COUNT TO WS-FL-RECORDS(WS-FL-COUNT)
                       ADD 1 TO WS-TK-FILES(WS-TK-HIT)
                       ADD LIN-COUNT TO WS-TK-RECORDS(WS-TK-HIT)
                   ELSE
                       SET WS-FL-OVERFLOW TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-PER > 0 AND LIN-OUTPUT AND LIN-KIND = "REJECTS"
                   AND (LIN-NAME = "REJOUT" OR LIN-NAME = "SRTREJ")
               MOVE LIN-TICKET TO WS-TICKET-KEY
               PERFORM 2150-FIND-TICKET
               IF WS-TK-HIT > 0
                   ADD LIN-COUNT TO WS-TK-LIN-REJECTS(WS-TK-HIT)
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 2150-FIND-TICKET - LOOK WS-TICKET-KEY UP, ADDING IT (WITH THE
      * PERIOD AND PROGRAM OF THE LINEAGE LINE IN HAND) IF NEW.
      * WS-TK-HIT IS ZERO ONLY WHEN THE TABLE IS FULL.
      *--------------------------------------------------------------*
       2150-FIND-TICKET.
           MOVE 0 TO WS-TK-HIT
           PERFORM VARYING WS-TK-IDX FROM 1 BY 1
                   UNTIL WS-TK-IDX > WS-TK-COUNT OR WS-TK-HIT > 0
               IF WS-TK-TICKET(WS-TK-IDX) = WS-TICKET-KEY
                   MOVE WS-TK-IDX TO WS-TK-HIT
               END-IF
           END-PERFORM
           IF WS-TK-HIT = 0
               IF WS-TK-COUNT < WS-TK-LIMIT
                   ADD 1 TO WS-TK-COUNT
                   MOVE WS-TK-COUNT TO WS-TK-HIT
                   MOVE WS-TICKET-KEY TO WS-TK-TICKET(WS-TK-HIT)
                   MOVE WS-PER TO WS-TK-PER(WS-TK-HIT)
                   MOVE LIN-PROGRAM TO WS-TK-PROGRAM(WS-TK-HIT)
                   MOVE 'N' TO WS-TK-XTR-SW(WS-TK-HIT)
               ELSE
                   SET WS-TK-OVERFLOW TO TRUE
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 2200-LOAD-EXTRACT - STATS WRITES ONE "H" RECORD PER SORTED
      * JOB CARRYING THAT JOB'S REJECT AND EXCLUDED COUNTS; A TICKET'S
      * FIGURES ARE THE SUM OF ITS "H" RECORDS.
      *--------------------------------------------------------------*
       2200-LOAD-EXTRACT.
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS = "00"
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-AT-EOF
                   READ EXTRACT-FILE
                       AT END
                           SET WS-AT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINES-READ
                           IF EXTRACT-LINE(1:1) = 'H'
                               MOVE EXTRACT-LINE TO STATX-HEADER-REC
                               PERFORM 2250-TAKE-EXTRACT-HEADER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXTRACT-FILE
           END-IF.

       2250-TAKE-EXTRACT-HEADER.
           MOVE 0 TO WS-TK-HIT
           IF STATX-H-TICKET IS NUMERIC
               PERFORM VARYING WS-TK-IDX FROM 1 BY 1
                       UNTIL WS-TK-IDX > WS-TK-COUNT OR WS-TK-HIT > 0
                   IF WS-TK-TICKET(WS-TK-IDX) = STATX-H-TICKET
                       MOVE WS-TK-IDX TO WS-TK-HIT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-TK-HIT > 0
               SET WS-TK-XTR-FOUND(WS-TK-HIT) TO TRUE
               IF STATX-H-REJECTS IS NUMERIC
                   ADD STATX-H-REJECTS TO WS-TK-XTR-REJECTS(WS-TK-HIT)
               END-IF
               IF STATX-H-EXCLUDED IS NUMERIC
                   ADD STATX-H-EXCLUDED
                       TO WS-TK-XTR-EXCLUDED(WS-TK-HIT)
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 2300-APPORTION-TICKETS - EACH FILE READ IS ONE RUN OF ITS
      * FEED.  THE TICKET'S REJECTS (STATXTR WHEN IT WROTE ANY, ELSE
      * ITS LINEAGE REJECTS LINE) AND EXCLUSIONS ARE SHARED OVER ITS
      * FILES BY THE RECORDS EACH SUPPLIED.
      *--------------------------------------------------------------*
       2300-APPORTION-TICKETS.
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                   UNTIL WS-FL-IDX > WS-FL-COUNT
               MOVE WS-FL-TK(WS-FL-IDX) TO WS-TK-IDX
               MOVE WS-FL-FD(WS-FL-IDX) TO WS-FD-IDX
               MOVE WS-TK-PER(WS-TK-IDX) TO WS-PER
               IF WS-TK-XTR-FOUND(WS-TK-IDX)
                   MOVE WS-TK-XTR-REJECTS(WS-TK-IDX) TO WS-TK-REJECTS
                   MOVE WS-TK-XTR-EXCLUDED(WS-TK-IDX)
                       TO WS-TK-EXCLUDED
               ELSE
                   MOVE WS-TK-LIN-REJECTS(WS-TK-IDX) TO WS-TK-REJECTS
                   MOVE 0 TO WS-TK-EXCLUDED
               END-IF
               ADD 1 TO WS-FD-RUNS(WS-FD-IDX, WS-PER)
               ADD WS-FL-RECORDS(WS-FL-IDX)
                   TO WS-FD-RECORDS(WS-FD-IDX, WS-PER)
               IF WS-TK-FILES(WS-TK-IDX) = 1
                   ADD WS-TK-REJECTS TO WS-FD-REJECTS(WS-FD-IDX, WS-PER)
                   ADD WS-TK-EXCLUDED
                       TO WS-FD-EXCLUDED(WS-FD-IDX, WS-PER)
               ELSE
                   IF WS-TK-RECORDS(WS-TK-IDX) > 0
                       COMPUTE WS-SHARE ROUNDED = WS-TK-REJECTS
                           * WS-FL-RECORDS(WS-FL-IDX)
                           / WS-TK-RECORDS(WS-TK-IDX)
                       ADD WS-SHARE TO WS-FD-REJECTS(WS-FD-IDX, WS-PER)
                       COMPUTE WS-SHARE ROUNDED = WS-TK-EXCLUDED
                           * WS-FL-RECORDS(WS-FL-IDX)
                           / WS-TK-RECORDS(WS-TK-IDX)
                   ELSE
                       COMPUTE WS-SHARE ROUNDED
                           = WS-TK-REJECTS / WS-TK-FILES(WS-TK-IDX)
                       ADD WS-SHARE TO WS-FD-REJECTS(WS-FD-IDX, WS-PER)
                       COMPUTE WS-SHARE ROUNDED
                           = WS-TK-EXCLUDED / WS-TK-FILES(WS-TK-IDX)
                   END-IF
                   ADD WS-SHARE TO WS-FD-EXCLUDED(WS-FD-IDX, WS-PER)
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------*
      * 2400-SCAN-AUDIT-LOG - READ AUDITLG IN KEY (DATE) ORDER OVER
      * BOTH PERIODS FOR STATS' AND VALIDATE'S FEED NOTES.  NO
      * AUDITLG YET IS NO NOTES.
      *--------------------------------------------------------------*
       2400-SCAN-AUDIT-LOG.
           OPEN INPUT AUDIT-FILE
           EVALUATE TRUE
               WHEN WS-AUDIT-STATUS = "35"
                   CONTINUE
               WHEN WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "*** DQSCORE: UNABLE TO OPEN AUDIT LOG"
                       " AUDITLG - FILE STATUS " WS-AUDIT-STATUS
                       " ***"
                   MOVE "*** AUDITLG COULD NOT BE READ ***"
                       TO PRINT-LINE
                   PERFORM 8900-PRINT-LINE
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               WHEN OTHER
                   MOVE WS-PRIOR-FROM TO AUDIT-KEY-DATE
                   MOVE 0 TO AUDIT-KEY-TICKET
                   MOVE 0 TO AUDIT-KEY-SEQ
                   START AUDIT-FILE KEY >= AUDIT-KEY
                       INVALID KEY
                           MOVE 'Y' TO WS-EOF-SW
                       NOT INVALID KEY
                           MOVE 'N' TO WS-EOF-SW
                   END-START
                   PERFORM UNTIL WS-AT-EOF
                       READ AUDIT-FILE NEXT
                           AT END
                               SET WS-AT-EOF TO TRUE
                           NOT AT END
                               IF AUDIT-KEY-DATE > WS-TO-DATE
                                   SET WS-AT-EOF TO TRUE
                               ELSE
                                   ADD 1 TO WS-LINES-READ
                                   PERFORM 2450-TAKE-AUDIT-LINE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-FILE
           END-EVALUATE.

      *--------------------------------------------------------------*
      * 2450-TAKE-AUDIT-LINE - THE NOTES THAT NAME A FEED:
      *   STATS     TRAILER MISMATCH ON <FILE>
      *   STATS     EXCEPTION VALUES <COUNT> ON <FILE>
      *   VALIDATE  STRUCTURE CHECK PASSED: <FILE>
      *   VALIDATE  STRUCTURE CHECK FAILED: <FILE>
      *--------------------------------------------------------------*
       2450-TAKE-AUDIT-LINE.
           MOVE AUDIT-KEY-DATE TO WS-TEST-DATE
           PERFORM 2900-SET-PERIOD
           IF WS-PER > 0 AND AUDIT-TEXT(68:6) = " NOTE "
               MOVE AUDIT-TEXT(74:59) TO WS-NOTE-BODY
               MOVE AUDIT-TEXT(17:20) TO WS-NOTE-PROGRAM
               EVALUATE TRUE
                   WHEN WS-NOTE-PROGRAM = "STATS"
                           AND WS-NOTE-BODY(1:20)
                               = "TRAILER MISMATCH ON "
                       MOVE WS-NOTE-BODY(21:30) TO WS-FEED-KEY
                       PERFORM 2800-FIND-FEED
                       IF WS-FD-HIT > 0
                           ADD 1 TO WS-FD-MISMATCH(WS-FD-HIT, WS-PER)
                       END-IF
                   WHEN WS-NOTE-PROGRAM = "STATS"
                           AND WS-NOTE-BODY(1:17) = "EXCEPTION VALUES "
                           AND WS-NOTE-BODY(24:4) = " ON "
                       MOVE WS-NOTE-BODY(18:6) TO WS-DISP-EDIT-COUNT
                       MOVE WS-DISP-EDIT-COUNT TO WS-NOTE-COUNT
                       MOVE WS-NOTE-BODY(28:30) TO WS-FEED-KEY
                       PERFORM 2800-FIND-FEED
                       IF WS-FD-HIT > 0
                           ADD WS-NOTE-COUNT
                               TO WS-FD-OUTLIERS(WS-FD-HIT, WS-PER)
                       END-IF
                   WHEN WS-NOTE-PROGRAM = "VALIDATE"
                           AND WS-NOTE-BODY(1:16) = "STRUCTURE CHECK "
                           AND WS-NOTE-BODY(23:2) = ": "
                       MOVE WS-NOTE-BODY(25:30) TO WS-FEED-KEY
                       PERFORM 2800-FIND-FEED
                       IF WS-FD-HIT > 0
                           ADD 1 TO WS-FD-VAL-CHECK(WS-FD-HIT, WS-PER)
                           IF WS-NOTE-BODY(17:6) = "FAILED"
                               ADD 1
                                   TO WS-FD-VAL-FAIL(WS-FD-HIT, WS-PER)
                           END-IF
                       END-IF
                       IF WS-PER = 1
                           MOVE WS-FEED-KEY TO WS-LAST-VAL-NAME
                       END-IF
               END-EVALUATE
           END-IF.

      *--------------------------------------------------------------*
      * 2500-LOAD-REGISTRY - STATSREG HOLDS ONE FINGERPRINT PER STATS
      * RUN THAT COMPLETED WITH A TRAILER.  THE SAME FILE, COUNT AND
      * HASH REGISTERED AGAIN ON THE SAME DAY IS A RESUBMISSION THE
      * OPERATOR CONFIRMED.
      *--------------------------------------------------------------*
       2500-LOAD-REGISTRY.
           OPEN INPUT REGISTRY-FILE
           IF WS-REG-STATUS = "00"
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-AT-EOF
                   READ REGISTRY-FILE
                       AT END
                           SET WS-AT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINES-READ
                           PERFORM 2550-TAKE-REGISTRY-LINE
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.

       2550-TAKE-REGISTRY-LINE.
           MOVE 0 TO WS-PER
           IF REG-DATE IS NUMERIC
               MOVE REG-DATE TO WS-TEST-DATE
               PERFORM 2900-SET-PERIOD
           END-IF
           IF WS-PER > 0
               MOVE REG-FNAME TO WS-FEED-KEY
               PERFORM 2800-FIND-FEED
               IF WS-FD-HIT > 0
                   ADD 1 TO WS-FD-REG-RUNS(WS-FD-HIT, WS-PER)
                   IF REG-DATE = WS-FD-REG-DATE(WS-FD-HIT, WS-PER)
                           AND REG-COUNT
                               = WS-FD-REG-COUNT(WS-FD-HIT, WS-PER)
                           AND REG-HASH
                               = WS-FD-REG-HASH(WS-FD-HIT, WS-PER)
                       ADD 1 TO WS-FD-RESUBS(WS-FD-HIT, WS-PER)
                   END-IF
                   MOVE REG-DATE TO WS-FD-REG-DATE(WS-FD-HIT, WS-PER)
                   MOVE REG-COUNT TO WS-FD-REG-COUNT(WS-FD-HIT, WS-PER)
                   MOVE REG-HASH TO WS-FD-REG-HASH(WS-FD-HIT, WS-PER)
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 2800-FIND-FEED - LOOK WS-FEED-KEY UP, ADDING IT IF NEW.
      * WS-FD-HIT IS ZERO FOR A BLANK NAME OR A FULL TABLE.
      *--------------------------------------------------------------*
       2800-FIND-FEED.
           MOVE 0 TO WS-FD-HIT
           IF WS-FEED-KEY NOT = SPACES
               PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                       UNTIL WS-FD-IDX > WS-FD-COUNT OR WS-FD-HIT > 0
                   IF WS-FD-NAME(WS-FD-IDX) = WS-FEED-KEY
                       MOVE WS-FD-IDX TO WS-FD-HIT
                   END-IF
               END-PERFORM
               IF WS-FD-HIT = 0
                   IF WS-FD-COUNT < WS-FD-LIMIT
                       ADD 1 TO WS-FD-COUNT
                       MOVE WS-FD-COUNT TO WS-FD-HIT
                       MOVE WS-FEED-KEY TO WS-FD-NAME(WS-FD-HIT)
                   ELSE
                       SET WS-FD-OVERFLOW TO TRUE
                   END-IF
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 2900-SET-PERIOD - WS-PER GETS 1 FOR A WS-TEST-DATE IN THE
      * RANGE ASKED FOR, 2 FOR ONE IN THE PRIOR PERIOD, 0 OTHERWISE.
      *--------------------------------------------------------------*
       2900-SET-PERIOD.
           EVALUATE TRUE
               WHEN WS-TEST-DATE >= WS-FROM-DATE
                       AND WS-TEST-DATE <= WS-TO-DATE
                   MOVE 1 TO WS-PER
               WHEN WS-TEST-DATE >= WS-PRIOR-FROM
                       AND WS-TEST-DATE <= WS-PRIOR-TO
                   MOVE 2 TO WS-PER
               WHEN OTHER
                   MOVE 0 TO WS-PER
           END-EVALUATE.

      *--------------------------------------------------------------*
      * 3000-GRADE-FEEDS - GRADE BOTH PERIODS OF EVERY FEED, THEN SET
      * THE TREND OF EACH FEED ACTIVE IN THE RANGE ASKED FOR.
      *--------------------------------------------------------------*
       3000-GRADE-FEEDS.
           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                   UNTIL WS-FD-IDX > WS-FD-COUNT
               MOVE 1 TO WS-PER
               PERFORM 3100-GRADE-PERIOD
               MOVE 2 TO WS-PER
               PERFORM 3100-GRADE-PERIOD
               PERFORM 3200-SET-TREND
           END-PERFORM.

      *--------------------------------------------------------------*
      * 3100-GRADE-PERIOD - REJECT RATE, THEN THE GRADE: THE RATE'S
      * STARTING GRADE, ONE LOWER PER TRAILER MISMATCH AND PER
      * VALIDATE FAILURE, AND ONE LOWER FOR AN EXCEPTION-VALUE RATE
      * OVER THE LIMIT.  GRADE 1 IS A, 5 IS F.
      *--------------------------------------------------------------*
       3100-GRADE-PERIOD.
           MOVE 'N' TO WS-FD-ACTIVE-SW(WS-FD-IDX, WS-PER)
           IF WS-FD-RUNS(WS-FD-IDX, WS-PER) > 0
                   OR WS-FD-VAL-CHECK(WS-FD-IDX, WS-PER) > 0
                   OR WS-FD-REG-RUNS(WS-FD-IDX, WS-PER) > 0
                   OR WS-FD-MISMATCH(WS-FD-IDX, WS-PER) > 0
                   OR WS-FD-OUTLIERS(WS-FD-IDX, WS-PER) > 0
               SET WS-FD-ACTIVE(WS-FD-IDX, WS-PER) TO TRUE
           END-IF
           MOVE 0 TO WS-FD-RATE(WS-FD-IDX, WS-PER)
           MOVE 0 TO WS-OUTLIER-RATE
           IF WS-FD-RECORDS(WS-FD-IDX, WS-PER) > 0
               COMPUTE WS-FD-RATE(WS-FD-IDX, WS-PER) ROUNDED
                   = WS-FD-REJECTS(WS-FD-IDX, WS-PER) * 100
                   / WS-FD-RECORDS(WS-FD-IDX, WS-PER)
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-FD-RATE(WS-FD-IDX, WS-PER)
               END-COMPUTE
               COMPUTE WS-OUTLIER-RATE ROUNDED
                   = WS-FD-OUTLIERS(WS-FD-IDX, WS-PER) * 100
                   / WS-FD-RECORDS(WS-FD-IDX, WS-PER)
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-OUTLIER-RATE
               END-COMPUTE
           END-IF
           EVALUATE TRUE
               WHEN WS-FD-RATE(WS-FD-IDX, WS-PER) <= WS-RATE-LIMIT-A
                   MOVE 1 TO WS-GRADE-NO
               WHEN WS-FD-RATE(WS-FD-IDX, WS-PER) <= WS-RATE-LIMIT-B
                   MOVE 2 TO WS-GRADE-NO
               WHEN WS-FD-RATE(WS-FD-IDX, WS-PER) <= WS-RATE-LIMIT-C
                   MOVE 3 TO WS-GRADE-NO
               WHEN WS-FD-RATE(WS-FD-IDX, WS-PER) <= WS-RATE-LIMIT-D
                   MOVE 4 TO WS-GRADE-NO
               WHEN OTHER
                   MOVE 5 TO WS-GRADE-NO
           END-EVALUATE
           ADD WS-FD-MISMATCH(WS-FD-IDX, WS-PER) TO WS-GRADE-NO
               ON SIZE ERROR
                   MOVE 5 TO WS-GRADE-NO
           END-ADD
           ADD WS-FD-VAL-FAIL(WS-FD-IDX, WS-PER) TO WS-GRADE-NO
               ON SIZE ERROR
                   MOVE 5 TO WS-GRADE-NO
           END-ADD
           IF WS-OUTLIER-RATE > WS-OUTLIER-LIMIT
               ADD 1 TO WS-GRADE-NO
           END-IF
           IF WS-GRADE-NO > 5
               MOVE 5 TO WS-GRADE-NO
           END-IF
           MOVE WS-GRADE-NO TO WS-FD-GRADE(WS-FD-IDX, WS-PER).

      *--------------------------------------------------------------*
      * 3200-SET-TREND - AGAINST THE PRIOR PERIOD: A DIFFERENT GRADE
      * DECIDES IT; ON THE SAME GRADE THE REJECT RATE MUST HAVE MOVED
      * BY MORE THAN THE TOLERANCE TO COUNT.
      *--------------------------------------------------------------*
       3200-SET-TREND.
           MOVE SPACES TO WS-FD-TREND(WS-FD-IDX)
           IF WS-FD-ACTIVE(WS-FD-IDX, 1)
               ADD 1 TO WS-GRADED-COUNT
               COMPUTE WS-RATE-DIFF = WS-FD-RATE(WS-FD-IDX, 1)
                   - WS-FD-RATE(WS-FD-IDX, 2)
               EVALUATE TRUE
                   WHEN NOT WS-FD-ACTIVE(WS-FD-IDX, 2)
                       MOVE "  NEW" TO WS-FD-TREND(WS-FD-IDX)
                   WHEN WS-FD-GRADE(WS-FD-IDX, 1)
                           < WS-FD-GRADE(WS-FD-IDX, 2)
                       MOVE "^ BETTER" TO WS-FD-TREND(WS-FD-IDX)
                   WHEN WS-FD-GRADE(WS-FD-IDX, 1)
                           > WS-FD-GRADE(WS-FD-IDX, 2)
                       MOVE "v WORSE" TO WS-FD-TREND(WS-FD-IDX)
                   WHEN WS-RATE-DIFF < 0 - WS-TREND-TOLERANCE
                       MOVE "^ BETTER" TO WS-FD-TREND(WS-FD-IDX)
                   WHEN WS-RATE-DIFF > WS-TREND-TOLERANCE
                       MOVE "v WORSE" TO WS-FD-TREND(WS-FD-IDX)
                   WHEN OTHER
                       MOVE "= SAME" TO WS-FD-TREND(WS-FD-IDX)
               END-EVALUATE
               IF WS-FD-TREND(WS-FD-IDX)(1:1) = "^"
                   ADD 1 TO WS-BETTER-COUNT
               END-IF
               IF WS-FD-TREND(WS-FD-IDX)(1:1) = "v"
                   ADD 1 TO WS-WORSE-COUNT
               END-IF
               IF WS-FD-GRADE(WS-FD-IDX, 1) >= 4
                   ADD 1 TO WS-POOR-COUNT
               END-IF
           ELSE
               IF WS-FD-ACTIVE(WS-FD-IDX, 2)
                   ADD 1 TO WS-PRIOR-ONLY-COUNT
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 4000-PRINT-SCORECARD - ONE LINE PER FEED ACTIVE IN THE RANGE,
      * WORST GRADE FIRST.
      *--------------------------------------------------------------*
       4000-PRINT-SCORECARD.
           MOVE SPACES TO PRINT-LINE
           STRING "FEED                            RUNS   RECORDS"
               " REJECTS  RATE%   EXCL TRLM VALC VALF OUTLIER RESB"
               " GRADE PRIOR TREND" DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           IF WS-GRADED-COUNT = 0
               MOVE "     NO FEED WAS READ, CHECKED OR NOTED IN THE"
                   TO PRINT-LINE
               MOVE "RANGE" TO PRINT-LINE(48:5)
               PERFORM 8900-PRINT-LINE
           ELSE
               PERFORM VARYING WS-PASS-GRADE FROM 5 BY -1
                       UNTIL WS-PASS-GRADE < 1
                   PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                           UNTIL WS-FD-IDX > WS-FD-COUNT
                       IF WS-FD-ACTIVE(WS-FD-IDX, 1)
                               AND WS-FD-GRADE(WS-FD-IDX, 1)
                                   = WS-PASS-GRADE
                           PERFORM 4100-PRINT-FEED-LINE
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF
           IF WS-FD-OVERFLOW OR WS-TK-OVERFLOW OR WS-FL-OVERFLOW
               MOVE "     *** TABLE FULL - SOME RUNS OR FEEDS ARE NOT"
                   TO PRINT-LINE
               MOVE "COUNTED; NARROW THE DATE RANGE ***"
                   TO PRINT-LINE(50:34)
               PERFORM 8900-PRINT-LINE
           END-IF.

       4100-PRINT-FEED-LINE.
           MOVE WS-FD-RUNS(WS-FD-IDX, 1) TO WS-DISP-RUNS
           MOVE WS-FD-RECORDS(WS-FD-IDX, 1) TO WS-DISP-RECORDS
           MOVE WS-FD-REJECTS(WS-FD-IDX, 1) TO WS-DISP-REJECTS
           MOVE WS-FD-RATE(WS-FD-IDX, 1) TO WS-DISP-RATE
           MOVE WS-FD-EXCLUDED(WS-FD-IDX, 1) TO WS-DISP-EXCLUDED
           MOVE WS-FD-MISMATCH(WS-FD-IDX, 1) TO WS-DISP-MISMATCH
           MOVE WS-FD-VAL-CHECK(WS-FD-IDX, 1) TO WS-DISP-VAL-CHECK
           MOVE WS-FD-VAL-FAIL(WS-FD-IDX, 1) TO WS-DISP-VAL-FAIL
           MOVE WS-FD-OUTLIERS(WS-FD-IDX, 1) TO WS-DISP-OUTLIERS
           MOVE WS-FD-RESUBS(WS-FD-IDX, 1) TO WS-DISP-RESUBS
           MOVE WS-GRADE-LETTERS(WS-FD-GRADE(WS-FD-IDX, 1):1)
               TO WS-DISP-GRADE
           IF WS-FD-ACTIVE(WS-FD-IDX, 2)
               MOVE WS-GRADE-LETTERS(WS-FD-GRADE(WS-FD-IDX, 2):1)
                   TO WS-DISP-PRIOR-GRADE
           ELSE
               MOVE "-" TO WS-DISP-PRIOR-GRADE
           END-IF
           MOVE SPACES TO PRINT-LINE
           STRING WS-FD-NAME(WS-FD-IDX) " " WS-DISP-RUNS " "
               WS-DISP-RECORDS " " WS-DISP-REJECTS " " WS-DISP-RATE
               " " WS-DISP-EXCLUDED " " WS-DISP-MISMATCH " "
               WS-DISP-VAL-CHECK " " WS-DISP-VAL-FAIL " "
               WS-DISP-OUTLIERS "  " WS-DISP-RESUBS "     "
               WS-DISP-GRADE "     " WS-DISP-PRIOR-GRADE " "
               WS-FD-TREND(WS-FD-IDX) DELIMITED BY SIZE
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE.

      *--------------------------------------------------------------*
      * 4500-PRINT-REJECT-FILES - WHAT EACH REJECT FILE HOLDS NOW.
      * EACH IS REWRITTEN BY EVERY RUN OF ITS PROGRAM, SO ITS LINES
      * BELONG TO THAT PROGRAM'S LATEST RUN - SHOWN WITH THE FEED IT
      * READ AND, FOR STATS AND SORTING, THE REJECTS THAT RUN
      * RECORDED.
      *--------------------------------------------------------------*
       4500-PRINT-REJECT-FILES.
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE "===== CURRENT REJECT FILES =====" TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "FILE       PROGRAM    LINES  LATEST RUN IN THE"
               " RANGE                          RECORDED"
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           PERFORM VARYING WS-RJ-IDX FROM 1 BY 1 UNTIL WS-RJ-IDX > 3
               PERFORM 4550-PRINT-REJECT-FILE
           END-PERFORM.

       4550-PRINT-REJECT-FILE.
           MOVE WS-RJ-FILE(WS-RJ-IDX) TO WS-REJ-NAME
           MOVE 0 TO WS-RJ-LINES
           MOVE 'N' TO WS-RJ-PRESENT-SW
           OPEN INPUT REJECT-FILE
           IF WS-REJ-STATUS = "00"
               SET WS-RJ-PRESENT TO TRUE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-AT-EOF
                   READ REJECT-FILE
                       AT END
                           SET WS-AT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RJ-LINES
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
           END-IF
           IF WS-REJ-STATUS = "05"
               CLOSE REJECT-FILE
           END-IF
      *--------------------------------------------------------------*
      * THE LATEST TICKET OF THE WRITING PROGRAM IN THE RANGE ASKED
      * FOR - TICKETS RISE, SO THE HIGHEST IS THE LATEST.
      *--------------------------------------------------------------*
           MOVE 0 TO WS-TK-HIT
           PERFORM VARYING WS-TK-IDX FROM 1 BY 1
                   UNTIL WS-TK-IDX > WS-TK-COUNT
               IF WS-TK-PER(WS-TK-IDX) = 1
                       AND WS-TK-PROGRAM(WS-TK-IDX)
                           = WS-RJ-PROGRAM(WS-RJ-IDX)
                       AND WS-TK-FILES(WS-TK-IDX) > 0
                   IF WS-TK-HIT = 0
                       MOVE WS-TK-IDX TO WS-TK-HIT
                   ELSE
                       IF WS-TK-TICKET(WS-TK-IDX)
                               > WS-TK-TICKET(WS-TK-HIT)
                           MOVE WS-TK-IDX TO WS-TK-HIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-RJ-FEED
           MOVE 0 TO WS-RJ-RECORDED
           IF WS-TK-HIT > 0
               PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                       UNTIL WS-FL-IDX > WS-FL-COUNT
                          OR WS-RJ-FEED NOT = SPACES
                   IF WS-FL-TK(WS-FL-IDX) = WS-TK-HIT
                       MOVE WS-FD-NAME(WS-FL-FD(WS-FL-IDX))
                           TO WS-RJ-FEED
                   END-IF
               END-PERFORM
               IF WS-TK-XTR-FOUND(WS-TK-HIT)
                   MOVE WS-TK-XTR-REJECTS(WS-TK-HIT) TO WS-RJ-RECORDED
               ELSE
                   MOVE WS-TK-LIN-REJECTS(WS-TK-HIT) TO WS-RJ-RECORDED
               END-IF
           END-IF
           MOVE WS-RJ-LINES TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           IF NOT WS-RJ-PRESENT
               STRING WS-RJ-FILE(WS-RJ-IDX) " "
                   WS-RJ-PROGRAM(WS-RJ-IDX)(1:8) "  NOT PRESENT"
                   DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               IF WS-RJ-PROGRAM(WS-RJ-IDX) = "VALIDATE"
                   IF WS-LAST-VAL-NAME = SPACES
                       MOVE "NO VALIDATE CHECK IN THE RANGE"
                           TO WS-RJ-FEED
                   ELSE
                       MOVE WS-LAST-VAL-NAME TO WS-RJ-FEED
                   END-IF
                   STRING WS-RJ-FILE(WS-RJ-IDX) " "
                       WS-RJ-PROGRAM(WS-RJ-IDX)(1:8) " "
                       WS-DISP-COUNT "  CHECK OF " WS-RJ-FEED
                       DELIMITED BY SIZE INTO PRINT-LINE
               ELSE
                   IF WS-TK-HIT = 0
                       STRING WS-RJ-FILE(WS-RJ-IDX) " "
                           WS-RJ-PROGRAM(WS-RJ-IDX)(1:8) " "
                           WS-DISP-COUNT "  NO RUN IN THE RANGE"
                           DELIMITED BY SIZE INTO PRINT-LINE
                   ELSE
                       MOVE WS-TK-TICKET(WS-TK-HIT) TO WS-DISP-TICKET
                       MOVE WS-RJ-RECORDED TO WS-DISP-REJECTS
                       STRING WS-RJ-FILE(WS-RJ-IDX) " "
                           WS-RJ-PROGRAM(WS-RJ-IDX)(1:8) " "
                           WS-DISP-COUNT "  TICKET " WS-DISP-TICKET
                           " " WS-RJ-FEED " " WS-DISP-REJECTS
                           DELIMITED BY SIZE INTO PRINT-LINE
                       IF WS-RJ-RECORDED NOT = WS-RJ-LINES
                           MOVE "(A LATER RUN OUTSIDE THE RANGE, OR A"
                               TO PRINT-LINE(98:35)
                           PERFORM 8900-PRINT-LINE
                           MOVE SPACES TO PRINT-LINE
                           MOVE "REPLAY, MAY HAVE REWRITTEN THE FILE)"
                               TO PRINT-LINE(98:35)
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 8900-PRINT-LINE.

      *--------------------------------------------------------------*
      * 4800-PRINT-SUMMARY - COUNTS, THE GRADING RULES IN FORCE, AND
      * RETURN-CODE 4 WHEN ANY FEED IS POOR OR GETTING WORSE.
      *--------------------------------------------------------------*
       4800-PRINT-SUMMARY.
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-GRADED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "     FEEDS GRADED              " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-POOR-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "     GRADED D OR F             " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-WORSE-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "     WORSE THAN PRIOR PERIOD   " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-BETTER-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "     BETTER THAN PRIOR PERIOD  " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-PRIOR-ONLY-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "     SEEN IN PRIOR PERIOD ONLY " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-LINES-READ TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "     SOURCE LINES READ         " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "GRADE: REJECT RATE A <= 0.50%, B <= 2.00%, C <="
               " 5.00%, D <= 10.00%, ELSE F; ONE GRADE LOWER PER"
               " TRAILER MISMATCH (TRLM)" DELIMITED BY SIZE
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "       AND PER VALIDATE FAILURE (VALF), AND FOR"
               " EXCEPTION VALUES OVER 1.00% OF RECORDS.  RESB ="
               " SAME-DAY RESUBMISSIONS." DELIMITED BY SIZE
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "TREND: AGAINST THE PRIOR PERIOD'S GRADE, OR ON THE"
               " SAME GRADE A REJECT RATE MOVED MORE THAN 0.25"
               " POINTS." DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-GRADED-COUNT TO WS-DISP-COUNT
           DISPLAY "DQSCORE: " WS-DISP-COUNT
               " FEED(S) GRADED ON DQSRPT"
           IF WS-POOR-COUNT > 0 OR WS-WORSE-COUNT > 0
               MOVE 4 TO RETURN-CODE
               DISPLAY "*** DQSCORE: A FEED GRADES D OR F, OR IS"
                   " WORSE THAN THE PRIOR PERIOD - SEE DQSRPT ***"
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
               DISPLAY "*** DQSCORE RUN ENDED WITHOUT A SCORECARD -"
                   " SEE DIAGNOSTICS ABOVE ***"
           END-IF
           MOVE WS-LINES-READ TO WS-AUDIT-RECORDS-IN
           MOVE WS-GRADED-COUNT TO WS-AUDIT-RECORDS-OUT
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-RECORDS-IN
               WS-AUDIT-RECORDS-OUT WS-RUN-TICKET
           MOVE WS-SAVE-RC TO RETURN-CODE
           GOBACK.
