      *                    THE SHARED RPTNMLOG SUBPROGRAM, SO
      *                    SIMULTANEOUS RUNS EACH KEEP THEIR OWN
      *                    OUTPUT.
      *   2026-10-15  RA   THE BATCH, INTERSECTION AND SAMPLE POINTS
      *                    FILES ARE RETAINED UNDER THE RUN TICKET
      *                    THROUGH THE SHARED RETAIN SUBPROGRAM, WITH
      *                    THEIR RECORD COUNT, AS ARE THE ANSWERS GIVEN
      *                    AND THE TOOLPARM IN FORCE.  CALLED BY RERUN,
      *                    THE PROGRAM REPLAYS A TICKET FROM THOSE
      *                    COPIES TO QSRPT.R<TICKET>, WITH ITS AUDIT
      *                    AND EXCEPTION LINES IN QSAUDIT.R AND
      *                    QSEXCPT.R<TICKET>.
      *   2026-10-15  RA   ADDED AN L)OAN MODE - EACH RECORD OF THE
      *                    LOAN SCENARIO FILE GIVES A LABEL, THE TERMS
      *                    KNOWN AND WHICH ONE TO SOLVE FOR (P)AYMENT,
      *                    N) NUMBER OF PERIODS OR R)ATE).  THE UNKNOWN
      *                    IS SOLVED - THE RATE BY THE SAME BISECTION
      *                    THE C)UBIC MODE USES - AND THE FULL MONTHLY
      *                    AMORTIZATION SCHEDULE (INTEREST, PRINCIPAL
      *                    AND BALANCE EACH PERIOD, WITH TOTALS) GOES
      *                    TO QSRPT.  A SCENARIO MISSING A TERM IT
      *                    NEEDS IS QUEUED TO QSEXCPT.  THE MODE
      *                    QUESTION NOW LISTS THE MODES ON THE CONSOLE
      *                    AND ASKS FOR THE LETTER, AS THE FULL LIST
      *                    NO LONGER FITS IN ONE PROMPT.
      *   2026-10-15  RA   ADDED AN S)YSTEM MODE - THE BATCH FILE HOLDS
      *                    LABELLED SYSTEMS OF UP TO 10 LINEAR
      *                    EQUATIONS IN AS MANY UNKNOWNS (AN H RECORD
      *                    WITH THE COUNT AND LABEL, THEN ONE E RECORD
      *                    PER EQUATION).  EACH IS SOLVED BY GAUSS-
      *                    JORDAN ELIMINATION WITH PARTIAL PIVOTING,
      *                    THE SOLUTION VECTOR IS REPORTED AND EVERY
      *                    EQUATION CHECKED BY SUBSTITUTION AS
      *                    2700-VERIFY-ROOT CHECKS A ROOT.  A SINGULAR
      *                    SYSTEM IS REPORTED AS INCONSISTENT OR AS
      *                    HAVING NO SINGLE SOLUTION INSTEAD OF BEING
      *                    DIVIDED BY A ZERO PIVOT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUADRATICSOLVER.
           SELECT FIT-FILE ASSIGN TO DYNAMIC QS-FNAME-BATCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QS-BATCH-STATUS.
           SELECT LOAN-FILE ASSIGN TO DYNAMIC QS-FNAME-BATCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QS-BATCH-STATUS.
           SELECT SYSTEM-FILE ASSIGN TO DYNAMIC QS-FNAME-BATCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QS-BATCH-STATUS.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC QS-RPT-FNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QS-PRINT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC QS-AUDIT-FNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QS-AUDIT-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO DYNAMIC QS-EXCEPT-FNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QS-EXCEPT-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO DYNAMIC QS-PARM-FNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QS-PARM-STATUS.

           02  FIT-X              PIC S9(5)V9(5).
           02  FIT-Y              PIC S9(5)V9(5).

      *--------------------------------------------------------------*
      * ONE LOAN SCENARIO.  ONLY THE TERMS THE SOLVE-FOR CODE NEEDS
      * HAVE TO BE PRESENT - P NEEDS PRINCIPAL, RATE AND TERM; N
      * NEEDS PRINCIPAL, RATE AND PAYMENT; R NEEDS PRINCIPAL, TERM
      * AND PAYMENT.  A BLANK CODE MEANS P.  THE RATE IS AN ANNUAL
      * PERCENTAGE AND THE TERM IS IN MONTHLY PERIODS.
      *--------------------------------------------------------------*
       FD  LOAN-FILE.
       01  LOAN-REC.
           02  LOAN-SOLVE-FOR     PIC X(01).
           02  LOAN-PRINCIPAL     PIC 9(9)V99.
           02  LOAN-ANNUAL-RATE   PIC 9(3)V9(4).
           02  LOAN-TERM          PIC 9(04).
           02  LOAN-PAYMENT       PIC 9(9)V99.
           02  LOAN-LABEL         PIC X(20).

      *--------------------------------------------------------------*
      * ONE RECORD OF A LINEAR SYSTEM FILE - AN H RECORD STARTS A
      * SYSTEM WITH ITS NUMBER OF UNKNOWNS AND ITS LABEL, AND EACH E
      * RECORD AFTER IT GIVES ONE EQUATION: THE COEFFICIENTS OF X1
      * THROUGH XN IN THE FIRST N SLOTS AND THE RIGHT-HAND SIDE IN
      * THE LAST, WHATEVER N IS.
      *--------------------------------------------------------------*
       FD  SYSTEM-FILE.
       01  SYS-REC.
           02  SYS-REC-TYPE       PIC X(01).
               88  SYS-HEADER      VALUE 'H'.
               88  SYS-EQUATION    VALUE 'E'.
           02  SYS-H-COUNT        PIC 9(02).
           02  SYS-H-LABEL        PIC X(20).
           02  FILLER             PIC X(88).
       01  SYS-EQUATION-REC.
           02  FILLER             PIC X(01).
           02  SYS-E-COEF         PIC S9(5)V9(5) OCCURS 10 TIMES.
           02  SYS-E-RHS          PIC S9(5)V9(5).

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(132).

           88  QS-FIT               VALUE 'F'.
           88  QS-INTERSECT         VALUE 'X'.
           88  QS-CUBIC             VALUE 'C'.
           88  QS-LOAN              VALUE 'L'.
           88  QS-SYSTEM            VALUE 'S'.
       77  QS-FNAME-BATCH         PIC X(30).
       77  QS-BATCH-EOF-SW         PIC X(01).
       77  QS-BATCH-LINE-NO       PIC 9(06) COMP VALUE 0.
       77  QS-TKT-REPORTS-SW      PIC X(01) VALUE 'N'.
           88  QS-TICKETED-REPORTS VALUE 'Y'.

      *--------------------------------------------------------------*
      * INPUT RETENTION AND REPLAY WORK FIELDS - EVERY FILE READ AND
      * EVERY ANSWER GIVEN GOES TO THE SHARED RETAIN SUBPROGRAM.  WHEN
      * RERUN HAS PUT RETAIN INTO REPLAY MODE, THE FILE IS OPENED
      * UNDER THE NAME OF ITS RETAINED COPY (QS-RTN-HOLD-NAME KEEPS
      * THE ORIGINAL NAME FOR THE MESSAGES) AND EACH ANSWER COMES FROM
      * THE RETAINED ANSWERS.
      *--------------------------------------------------------------*
       77  QS-RTN-ACTION          PIC X(01).
       77  QS-RTN-TICKET          PIC 9(09).
       77  QS-RTN-KIND            PIC X(08).
       77  QS-RTN-NAME            PIC X(60).
       77  QS-RTN-TEXT            PIC X(60).
       77  QS-RTN-COUNT           PIC 9(07).
       77  QS-RTN-VALUE           PIC X(24).
       77  QS-RTN-HOLD-NAME       PIC X(30).
       77  QS-RERUN-SW            PIC X(01) VALUE 'N'.
           88  QS-RERUN-MODE       VALUE 'Y'.
       77  QS-RERUN-TICKET        PIC 9(09) VALUE 0.
       77  QS-PARM-FNAME          PIC X(30) VALUE "TOOLPARM".
       77  QS-AUDIT-FNAME         PIC X(30) VALUE "QSAUDIT".
       77  QS-EXCEPT-FNAME        PIC X(30) VALUE "QSEXCPT".

      *--------------------------------------------------------------*
      * REPORT/DISPLAY WORK FIELDS
      *--------------------------------------------------------------*
       77  QS-SK-OVERFLOW-SW       PIC X(01).
           88  QS-SK-OVERFLOW       VALUE 'Y'.

      *--------------------------------------------------------------*
      * LOAN-MODE WORK FIELDS - ONE SCENARIO'S TERMS, THE MONTHLY
      * RATE, THE RATE-SOLVING BISECTION BRACKET, AND THE RUNNING
      * BALANCE AND TOTALS OF THE AMORTIZATION SCHEDULE.  THE BRACKET
      * RUNS FROM ZERO TO QS-LN-MAX-I (5% A MONTH, 60% A YEAR); A
      * RATE PAST IT IS REPORTED AS OUT OF THE SOLVER'S RANGE.  NO
      * SCHEDULE RUNS PAST QS-LN-MAX-TERM PERIODS (100 YEARS).
      *--------------------------------------------------------------*
       77  QS-LN-SOLVE-FOR         PIC X(01).
           88  QS-LN-FOR-PAYMENT    VALUE 'P'.
           88  QS-LN-FOR-TERM       VALUE 'N'.
           88  QS-LN-FOR-RATE       VALUE 'R'.
       77  QS-LN-PRINCIPAL         PIC S9(9)V99 COMP-3.
       77  QS-LN-ANNUAL-RATE       PIC S9(3)V9(4) COMP-3.
       77  QS-LN-TERM              PIC 9(04) COMP.
       77  QS-LN-PAYMENT           PIC S9(9)V99 COMP-3.
       77  QS-LN-MAX-TERM          PIC 9(04) COMP VALUE 1200.
       77  QS-LN-MAX-I             PIC S9(1)V9(12) COMP-3 VALUE 0.05.
       77  QS-LN-I                 PIC S9(1)V9(12) COMP-3.
       77  QS-LN-LO                PIC S9(1)V9(12) COMP-3.
       77  QS-LN-HI                PIC S9(1)V9(12) COMP-3.
       77  QS-LN-MID               PIC S9(1)V9(12) COMP-3.
       77  QS-LN-ITER              PIC 9(03) COMP.
       77  QS-LN-GROWTH            PIC S9(12)V9(18) COMP-3.
       77  QS-LN-ONE-PLUS-I        PIC S9(1)V9(12) COMP-3.
       77  QS-LN-POW-K             PIC 9(04) COMP.
       77  QS-LN-CALC-PMT          PIC S9(11)V9(6) COMP-3.
       77  QS-LN-PERIOD            PIC 9(04) COMP.
       77  QS-LN-BALANCE           PIC S9(9)V99 COMP-3.
       77  QS-LN-INTEREST          PIC S9(9)V99 COMP-3.
       77  QS-LN-PRIN-PAID         PIC S9(9)V99 COMP-3.
       77  QS-LN-PAY-THIS          PIC S9(9)V99 COMP-3.
       77  QS-LN-TOT-PAID          PIC S9(11)V99 COMP-3.
       77  QS-LN-TOT-INT           PIC S9(11)V99 COMP-3.
       77  QS-LN-TOT-PRIN          PIC S9(11)V99 COMP-3.
       77  QS-LN-REASON            PIC X(60).
       77  QS-LN-FAIL-SW           PIC X(01).
           88  QS-LN-FAILED         VALUE 'Y'.
       77  QS-LN-OVFL-SW           PIC X(01).
           88  QS-LN-OVERFLOWED     VALUE 'Y'.
       77  QS-LN-FIXED-SW          PIC X(01).
           88  QS-LN-FIXED-TERM     VALUE 'Y'.
       77  QS-LN-PRINT-SW          PIC X(01).
           88  QS-LN-PRINTING       VALUE 'Y'.
       77  QS-LN-SCHED-SW          PIC X(01) VALUE 'N'.
           88  QS-LN-IN-SCHEDULE    VALUE 'Y'.
       77  QS-LN-DISP-PERIOD       PIC Z(05)9.
       77  QS-LN-DISP-TERM         PIC Z(03)9.
       77  QS-LN-DISP-RATE         PIC -(3)9.9999.
       77  QS-LN-DISP-PAY          PIC -(11)9.99.
       77  QS-LN-DISP-INT          PIC -(11)9.99.
       77  QS-LN-DISP-PRIN         PIC -(11)9.99.
       77  QS-LN-DISP-BAL          PIC -(11)9.99.
       01  QS-LN-COL-HEAD.
           05  FILLER              PIC X(07) VALUE "PERIOD ".
           05  FILLER              PIC X(16) VALUE "        PAYMENT ".
           05  FILLER              PIC X(16) VALUE "       INTEREST ".
           05  FILLER              PIC X(16) VALUE "      PRINCIPAL ".
           05  FILLER              PIC X(15) VALUE "        BALANCE".

      *--------------------------------------------------------------*
      * LINEAR-SYSTEM WORK FIELDS - ONE SYSTEM OF UP TO QS-SY-LIMIT
      * EQUATIONS IN AS MANY UNKNOWNS.  QS-SY-ORIG HOLDS THE SYSTEM AS
      * READ, FOR PRINTING AND THE SUBSTITUTION CHECK; QS-SY-M IS THE
      * AUGMENTED MATRIX THE ELIMINATION WORKS ON.  A PIVOT NO FURTHER
      * FROM ZERO THAN QS-SY-EPS IS TAKEN AS ZERO.
      *--------------------------------------------------------------*
       77  QS-SY-LIMIT             PIC 9(02) COMP VALUE 10.
       77  QS-SY-N                 PIC 9(02) COMP VALUE 0.
       77  QS-SY-COLS              PIC 9(02) COMP VALUE 0.
       77  QS-SY-ROWS              PIC 9(02) COMP VALUE 0.
       77  QS-SY-STATE-SW          PIC X(01) VALUE SPACE.
           88  QS-SY-COLLECTING     VALUE 'O'.
           88  QS-SY-SOLVED         VALUE 'D'.
           88  QS-SY-SET-ASIDE      VALUE 'X'.
       77  QS-SY-SET-NO            PIC 9(05) COMP VALUE 0.
       77  QS-SY-REASON            PIC X(40).
       01  QS-SY-ORIG-TABLE.
           05  QS-SY-ORIG-ROW OCCURS 10 TIMES.
               10  QS-SY-ORIG OCCURS 11 TIMES
                   PIC S9(5)V9(5) COMP-3.
       01  QS-SY-M-TABLE.
           05  QS-SY-M-ROW OCCURS 10 TIMES.
               10  QS-SY-M OCCURS 11 TIMES
                   PIC S9(15)V9(10) COMP-3.
       01  QS-SY-X-TABLE.
           05  QS-SY-X OCCURS 10 TIMES PIC S9(13)V9(5) COMP-3.
       77  QS-SY-I                 PIC 9(02) COMP.
       77  QS-SY-J                 PIC 9(02) COMP.
       77  QS-SY-K                 PIC 9(02) COMP.
       77  QS-SY-R                 PIC 9(02) COMP.
       77  QS-SY-P                 PIC 9(02) COMP.
       77  QS-SY-RANK              PIC 9(02) COMP.
       77  QS-SY-PIVOT             PIC S9(15)V9(10) COMP-3.
       77  QS-SY-FACTOR            PIC S9(15)V9(10) COMP-3.
       77  QS-SY-SWAP              PIC S9(15)V9(10) COMP-3.
       77  QS-SY-ABS               PIC S9(15)V9(10) COMP-3.
       77  QS-SY-BEST-ABS          PIC S9(15)V9(10) COMP-3.
       77  QS-SY-EPS               PIC S9(01)V9(08) COMP-3
                                   VALUE 0.00000001.
       77  QS-SY-OVFL-SW           PIC X(01).
           88  QS-SY-OVERFLOWED     VALUE 'Y'.
       77  QS-SY-CONTRA-SW         PIC X(01).
           88  QS-SY-CONTRADICTS    VALUE 'Y'.
       77  QS-SY-CHECK-SW          PIC X(01).
           88  QS-SY-ALL-CHECK      VALUE 'Y'.
       77  QS-SY-PTR               PIC 9(03) COMP.
       77  QS-SY-ON-LINE           PIC 9(02) COMP.
       77  QS-SY-DISP-N            PIC Z9.
       77  QS-SY-DISP-ROW          PIC Z9.
       77  QS-SY-DISP-COL          PIC 99.
       77  QS-SY-DISP-X            PIC -(12)9.99999.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL "RUNTICKET" USING WS-RUN-TICKET
           CALL "AUDITBEG" USING WS-AUDIT-PROGRAM WS-RUN-TICKET
           PERFORM 9700-CHECK-RERUN
           PERFORM 1000-INITIALIZE
           IF NOT QS-ABORT-RUN
               IF QS-BATCH
                           IF QS-CUBIC
                               PERFORM 4500-RUN-CUBIC
                           ELSE
                               IF QS-LOAN
                                   PERFORM 4600-RUN-LOAN-BATCH
                               ELSE
                                   IF QS-SYSTEM
                                       PERFORM 4700-RUN-SYSTEM-BATCH
                                   ELSE
                                       PERFORM 2000-SOLVE-EQUATION
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           MOVE 1 TO QS-RPT-PAGE-NO
           MOVE 0 TO QS-RPT-LINES-ON-PAGE
           MOVE 'N' TO QS-ABORT-SW
           DISPLAY "MODES: I)NTERACTIVE  B)ATCH  D)EMO  F)IT"
           DISPLAY "       X)INTERSECT  C)UBIC  L)OAN  S)YSTEM"
           MOVE "MODE (I/B/D/F/X/C/L/S)?" TO QS-PROMPT
           PERFORM 8800-GET-ANSWER
           MOVE QS-ANSWER TO QS-MODE
           IF NOT QS-INTERACTIVE AND NOT QS-BATCH AND NOT QS-DEMO
                   AND NOT QS-FIT AND NOT QS-INTERSECT
                   AND NOT QS-CUBIC AND NOT QS-LOAN
                   AND NOT QS-SYSTEM
               MOVE 'I' TO QS-MODE
           END-IF
           ACCEPT QS-RUN-DATE FROM DATE
           END-IF
           IF QS-AUDIT-STATUS NOT = "00"
               DISPLAY "*** QUADRATICSOLVER: UNABLE TO OPEN AUDIT"
                   " FILE " QS-AUDIT-FNAME " - FILE STATUS "
                   QS-AUDIT-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               SET QS-ABORT-RUN TO TRUE
           END-IF
           IF NOT QS-ABORT-RUN
               IF QS-BATCH OR QS-FIT OR QS-INTERSECT OR QS-CUBIC
                       OR QS-LOAN OR QS-SYSTEM
                   IF QS-FIT
                       MOVE "SAMPLE POINTS FILENAME?" TO QS-PROMPT
                       PERFORM 8800-GET-ANSWER
                       PERFORM 8800-GET-ANSWER
                       PERFORM 8810-ANSWER-TO-NUMBER
                       MOVE QS-ANSWER-NUM TO QS-C0
                   ELSE
                   IF QS-LOAN
                       MOVE "LOAN SCENARIO FILENAME?" TO QS-PROMPT
                       PERFORM 8800-GET-ANSWER
                       MOVE QS-ANSWER TO QS-FNAME-BATCH
                       MOVE "LOAN AMORTIZATION RESULTS" TO QS-RPT-TITLE
                   ELSE
                   IF QS-SYSTEM
                       MOVE "LINEAR SYSTEM FILENAME?" TO QS-PROMPT
                       PERFORM 8800-GET-ANSWER
                       MOVE QS-ANSWER TO QS-FNAME-BATCH
                       MOVE "LINEAR SYSTEM RESULTS" TO QS-RPT-TITLE
                   ELSE
                       MOVE "BATCH INPUT FILENAME?" TO QS-PROMPT
                       PERFORM 8800-GET-ANSWER
                       END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   PERFORM 1320-SET-REPORT-NAME
                   OPEN OUTPUT PRINT-FILE
                   IF QS-PRINT-STATUS NOT = "00"
                   IF NOT QS-ABORT-RUN
                       PERFORM 1300-READ-PARMS
                   END-IF
                   IF (QS-BATCH OR QS-LOAN OR QS-SYSTEM)
                           AND NOT QS-ABORT-RUN
                       OPEN OUTPUT EXCEPT-FILE
                       IF QS-EXCEPT-STATUS NOT = "00"
                           DISPLAY "*** QUADRATICSOLVER: UNABLE TO"
                               " OPEN EXCEPTION FILE " QS-EXCEPT-FNAME
                               " - FILE STATUS " QS-EXCEPT-STATUS
                               " ***"
                           MOVE 16 TO RETURN-CODE
                           SET QS-ABORT-RUN TO TRUE
                       END-IF
      * 1320-SET-REPORT-NAME - THE LIVE REPORT'S FILENAME.  WHEN THE
      * SHOP HAS TURNED TICKETED REPORT NAMES ON AND THIS RUN DREW A
      * TICKET, THE NAME CARRIES IT - QSRPT.T<TICKET> - AND IS
      * RECORDED IN RPTNAMES FOR RPTINDEX.  A REPLAY'S REPORT CARRIES
      * THE TICKET REPLAYED - QSRPT.R<TICKET> - AND IS NEITHER
      * RECORDED NOR ARCHIVED.
      *--------------------------------------------------------------*
       1320-SET-REPORT-NAME.
           MOVE "QSRPT" TO QS-RPT-FNAME
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF QS-RERUN-MODE
               MOVE SPACES TO QS-RPT-FNAME
               STRING "QSRPT.R" QS-RERUN-TICKET INTO QS-RPT-FNAME
           ELSE
               IF QS-TICKETED-REPORTS AND WS-RUN-TICKET > 0
                   MOVE SPACES TO QS-RPT-FNAME
                   STRING "QSRPT.T" WS-RUN-TICKET INTO QS-RPT-FNAME
                   CALL "RPTNMLOG" USING QS-RPT-FNAME
               END-IF
           END-IF
           MOVE QS-RPT-FNAME TO WS-ARCHIVE-REPORT.

      * ANOTHER, INSTEAD OF PROMPTING FOR A SINGLE EQUATION.
      *--------------------------------------------------------------*
       3000-RUN-BATCH.
           PERFORM 9710-MAP-RETAINED-NAME
           OPEN INPUT BATCH-FILE
           MOVE QS-RTN-HOLD-NAME TO QS-FNAME-BATCH
           IF QS-BATCH-STATUS NOT = "00"
               DISPLAY "*** QUADRATICSOLVER: UNABLE TO OPEN BATCH"
                   " FILE " QS-FNAME-BATCH " - FILE STATUS "
                   END-READ
               END-PERFORM
               CLOSE BATCH-FILE
               PERFORM 9720-RETAIN-INPUT-FILE
           END-IF
           IF QS-PRINT-STATUS = "00"
               CLOSE PRINT-FILE
      *--------------------------------------------------------------*
       3500-RUN-INTERSECT-BATCH.
           MOVE 0 TO QS-INT-SET-NO
           PERFORM 9710-MAP-RETAINED-NAME
           OPEN INPUT BATCH-FILE
           MOVE QS-RTN-HOLD-NAME TO QS-FNAME-BATCH
           IF QS-BATCH-STATUS NOT = "00"
               DISPLAY "*** QUADRATICSOLVER: UNABLE TO OPEN BATCH"
                   " FILE " QS-FNAME-BATCH " - FILE STATUS "
                   END-IF
               END-PERFORM
               CLOSE BATCH-FILE
               PERFORM 9720-RETAIN-INPUT-FILE
           END-IF
           IF QS-PRINT-STATUS = "00"
               CLOSE PRINT-FILE
           MOVE 0 TO QS-PT-COUNT
           MOVE 'N' TO QS-FIT-SINGULAR-SW
           MOVE 'N' TO QS-FIT-OVERFLOW-SW
           PERFORM 9710-MAP-RETAINED-NAME
           OPEN INPUT FIT-FILE
           MOVE QS-RTN-HOLD-NAME TO QS-FNAME-BATCH
           IF QS-BATCH-STATUS NOT = "00"
               DISPLAY "*** QUADRATICSOLVER: UNABLE TO OPEN SAMPLE"
                   " POINTS FILE " QS-FNAME-BATCH " - FILE STATUS "
               END-PERFORM
               CLOSE FIT-FILE
               MOVE QS-FIT-N TO QS-BATCH-LINE-NO
               PERFORM 9720-RETAIN-INPUT-FILE
               IF QS-FIT-N < 3
                   MOVE SPACES TO QS-OUTPUT-LINE
                   MOVE QS-FIT-N TO QS-DISP-FIT-N
               INTO QS-OUTPUT-LINE
           PERFORM 2900-EMIT-LINE.

      *--------------------------------------------------------------*
      * 4600-RUN-LOAN-BATCH - SOLVE AND SCHEDULE EVERY SCENARIO IN
      * THE LOAN SCENARIO FILE, ONE AFTER ANOTHER, ON QSRPT.
      *--------------------------------------------------------------*
       4600-RUN-LOAN-BATCH.
           PERFORM 9710-MAP-RETAINED-NAME
           OPEN INPUT LOAN-FILE
           MOVE QS-RTN-HOLD-NAME TO QS-FNAME-BATCH
           IF QS-BATCH-STATUS NOT = "00"
               DISPLAY "*** QUADRATICSOLVER: UNABLE TO OPEN LOAN"
                   " SCENARIO FILE " QS-FNAME-BATCH " - FILE STATUS "
                   QS-BATCH-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               SET QS-ABORT-RUN TO TRUE
           ELSE
               CALL "RPTHEADER" USING QS-RPT-PROGRAM QS-RPT-TITLE
                   QS-RPT-PAGE-NO QS-OUTPUT-LINE QS-RPT-WIDTH
               MOVE QS-OUTPUT-LINE TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE 2 TO QS-RPT-LINES-ON-PAGE
               MOVE 'N' TO QS-LN-SCHED-SW
               MOVE 'N' TO QS-BATCH-EOF-SW
               PERFORM UNTIL QS-BATCH-EOF-SW = 'Y'
                   READ LOAN-FILE
                       AT END
                           MOVE 'Y' TO QS-BATCH-EOF-SW
                       NOT AT END
                           PERFORM 1350-CHECK-RUN-SIZE
                           IF NOT QS-ABORT-RUN
                               PERFORM 4610-SOLVE-LOAN-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-FILE
               PERFORM 9720-RETAIN-INPUT-FILE
           END-IF
           IF QS-PRINT-STATUS = "00"
               CLOSE PRINT-FILE
           END-IF
           IF QS-EXCEPT-STATUS = "00"
               CLOSE EXCEPT-FILE
           END-IF
           IF QS-ABORT-RUN
               DISPLAY "*** QUADRATICSOLVER LOAN RUN ABORTED - SEE"
                   " DIAGNOSTICS ABOVE ***"
           ELSE
               DISPLAY "LOAN REPORT WRITTEN TO " QS-RPT-FNAME
               IF QS-EXCEPT-COUNT > 0
                   MOVE QS-EXCEPT-COUNT TO QS-DISP-EXCEPT-COUNT
                   DISPLAY QS-DISP-EXCEPT-COUNT " SCENARIO(S) QUEUED"
                       " TO QSEXCPT FOR REVIEW"
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 4610-SOLVE-LOAN-RECORD - CHECK THE SCENARIO HAS THE TERMS ITS
      * SOLVE-FOR CODE NEEDS, SOLVE FOR THE UNKNOWN, THEN PRINT THE
      * SCHEDULE.  EVERY SCENARIO SOLVED, OR FOUND UNSOLVABLE, GOES
      * TO THE QSAUDIT TRAIL.
      *--------------------------------------------------------------*
       4610-SOLVE-LOAN-RECORD.
           ADD 1 TO QS-BATCH-LINE-NO
           MOVE LOAN-LABEL TO QS-EQ-LABEL
           MOVE LOAN-SOLVE-FOR TO QS-LN-SOLVE-FOR
           IF QS-LN-SOLVE-FOR = SPACE
               MOVE 'P' TO QS-LN-SOLVE-FOR
           END-IF
           PERFORM 4620-CHECK-LOAN-TERMS
           IF QS-LN-REASON NOT = SPACES
               PERFORM 4690-QUEUE-LOAN-EXCEPTION
           ELSE
               MOVE 'N' TO QS-LN-FAIL-SW
               MOVE SPACES TO QS-AUDIT-RESULT
               PERFORM 4625-PRINT-LOAN-TERMS
               IF QS-LN-FOR-PAYMENT
                   PERFORM 4630-SOLVE-PAYMENT
               END-IF
               IF QS-LN-FOR-TERM
                   PERFORM 4640-SOLVE-TERM
               END-IF
               IF QS-LN-FOR-RATE
                   PERFORM 4650-SOLVE-RATE
               END-IF
               IF QS-LN-FAILED
                   MOVE SPACES TO QS-OUTPUT-LINE
                   STRING "*** " QS-LN-REASON DELIMITED BY "  "
                       " - NO SCHEDULE ***" DELIMITED BY SIZE
                       INTO QS-OUTPUT-LINE
                   PERFORM 2900-EMIT-LINE
                   MOVE QS-LN-REASON TO QS-AUDIT-RESULT
               ELSE
                   PERFORM 4660-PRINT-SCHEDULE
               END-IF
               PERFORM 4680-WRITE-LOAN-AUDIT
           END-IF
           MOVE SPACES TO QS-OUTPUT-LINE
           PERFORM 2900-EMIT-LINE.

      *--------------------------------------------------------------*
      * 4620-CHECK-LOAN-TERMS - LEAVE QS-LN-REASON BLANK WHEN THE
      * SCENARIO CAN BE SOLVED, OTHERWISE SAY WHAT IS WRONG WITH IT.
      * THE TERMS THAT PASS ARE MOVED TO THE WORK FIELDS; ONE THE
      * SOLVE-FOR CODE DOES NOT NEED IS TAKEN AS ZERO WHEN BLANK.
      *--------------------------------------------------------------*
       4620-CHECK-LOAN-TERMS.
           MOVE SPACES TO QS-LN-REASON
           MOVE 0 TO QS-LN-PRINCIPAL
           MOVE 0 TO QS-LN-ANNUAL-RATE
           MOVE 0 TO QS-LN-TERM
           MOVE 0 TO QS-LN-PAYMENT
           IF NOT QS-LN-FOR-PAYMENT AND NOT QS-LN-FOR-TERM
                   AND NOT QS-LN-FOR-RATE
               MOVE "SOLVE-FOR CODE IS NOT P, N OR R" TO QS-LN-REASON
           END-IF
           IF QS-LN-REASON = SPACES
               IF LOAN-PRINCIPAL IS NUMERIC
                   MOVE LOAN-PRINCIPAL TO QS-LN-PRINCIPAL
               END-IF
               IF QS-LN-PRINCIPAL = 0
                   MOVE "PRINCIPAL MISSING OR ZERO" TO QS-LN-REASON
               END-IF
           END-IF
           IF QS-LN-REASON = SPACES
               IF LOAN-ANNUAL-RATE IS NUMERIC
                   MOVE LOAN-ANNUAL-RATE TO QS-LN-ANNUAL-RATE
               ELSE
                   IF NOT QS-LN-FOR-RATE
                       MOVE "ANNUAL RATE MISSING" TO QS-LN-REASON
                   END-IF
               END-IF
           END-IF
           IF QS-LN-REASON = SPACES
               IF LOAN-TERM IS NUMERIC
                   MOVE LOAN-TERM TO QS-LN-TERM
               END-IF
               IF NOT QS-LN-FOR-TERM
                   IF QS-LN-TERM = 0 OR QS-LN-TERM > QS-LN-MAX-TERM
                       MOVE "TERM MISSING, ZERO OR OVER 1200 PERIODS"
                           TO QS-LN-REASON
                   END-IF
               END-IF
           END-IF
           IF QS-LN-REASON = SPACES
               IF LOAN-PAYMENT IS NUMERIC
                   MOVE LOAN-PAYMENT TO QS-LN-PAYMENT
               END-IF
               IF NOT QS-LN-FOR-PAYMENT AND QS-LN-PAYMENT = 0
                   MOVE "PAYMENT MISSING OR ZERO" TO QS-LN-REASON
               END-IF
           END-IF
           COMPUTE QS-LN-I ROUNDED = QS-LN-ANNUAL-RATE / 1200.

       4625-PRINT-LOAN-TERMS.
           MOVE QS-BATCH-LINE-NO TO QS-DISP-LINE-NO
           MOVE QS-LN-PRINCIPAL TO QS-LN-DISP-PAY
           MOVE SPACES TO QS-OUTPUT-LINE
           STRING "LOAN " QS-DISP-LINE-NO ": PRINCIPAL=" QS-LN-DISP-PAY
               INTO QS-OUTPUT-LINE
           PERFORM 2900-EMIT-LINE
           IF QS-EQ-LABEL NOT = SPACES
               MOVE SPACES TO QS-OUTPUT-LINE
               STRING "           LABEL: " QS-EQ-LABEL
                   INTO QS-OUTPUT-LINE
               PERFORM 2900-EMIT-LINE
           END-IF
           IF NOT QS-LN-FOR-RATE
               MOVE QS-LN-ANNUAL-RATE TO QS-LN-DISP-RATE
               MOVE SPACES TO QS-OUTPUT-LINE
               STRING "           ANNUAL RATE=" QS-LN-DISP-RATE "%"
                   INTO QS-OUTPUT-LINE
               PERFORM 2900-EMIT-LINE
           END-IF
           IF NOT QS-LN-FOR-TERM
               MOVE QS-LN-TERM TO QS-LN-DISP-TERM
               MOVE SPACES TO QS-OUTPUT-LINE
               STRING "           TERM=" QS-LN-DISP-TERM
                   " MONTHLY PERIODS" INTO QS-OUTPUT-LINE
               PERFORM 2900-EMIT-LINE
           END-IF
           IF NOT QS-LN-FOR-PAYMENT
               MOVE QS-LN-PAYMENT TO QS-LN-DISP-PAY
               MOVE SPACES TO QS-OUTPUT-LINE
               STRING "           PAYMENT=" QS-LN-DISP-PAY
                   INTO QS-OUTPUT-LINE
               PERFORM 2900-EMIT-LINE
           END-IF.

      *--------------------------------------------------------------*
      * 4630-SOLVE-PAYMENT - THE LEVEL PAYMENT THAT RETIRES THE
      * PRINCIPAL OVER THE TERM, ROUNDED TO THE CENT; THE FINAL
      * PAYMENT OF THE SCHEDULE TAKES UP THE ROUNDING.
      *--------------------------------------------------------------*
       4630-SOLVE-PAYMENT.
           PERFORM 4635-EVAL-PAYMENT
           COMPUTE QS-LN-PAYMENT ROUNDED = QS-LN-CALC-PMT
               ON SIZE ERROR
                   MOVE 'Y' TO QS-LN-FAIL-SW
                   MOVE "PAYMENT TOO LARGE FOR THE SCHEDULE"
                       TO QS-LN-REASON
           END-COMPUTE
           IF NOT QS-LN-FAILED
               MOVE QS-LN-PAYMENT TO QS-LN-DISP-PAY
               MOVE SPACES TO QS-OUTPUT-LINE
               STRING "PAYMENT SOLVED: " QS-LN-DISP-PAY
                   INTO QS-OUTPUT-LINE
               PERFORM 2900-EMIT-LINE
               MOVE SPACES TO QS-AUDIT-RESULT
               STRING "PAYMENT SOLVED=" QS-LN-DISP-PAY
                   INTO QS-AUDIT-RESULT
           END-IF.

      *--------------------------------------------------------------*
      * 4635-EVAL-PAYMENT - THE LEVEL PAYMENT AT MONTHLY RATE QS-LN-I
      * OVER QS-LN-TERM PERIODS, P*I*G/(G-1) WHERE G = (1+I)**N, OR
      * P/N AT A ZERO RATE.  A G TOO LARGE FOR ITS PICTURE MAKES
      * G/(G-1) ONE FOR ALL PRACTICAL PURPOSES, SO THE PAYMENT IS
      * THEN JUST THE INTEREST, P*I.  G IS COMPOUNDED ONE PERIOD AT A
      * TIME, BY 1+I HELD IN A FIELD OF ITS OWN, RATHER THAN RAISED
      * WITH ** OR MULTIPLIED BY (1 + I) IN PLACE - NEITHER CARRIES A
      * RATE OF TWELVE DECIMAL PLACES TO FULL PRECISION, AND THE
      * BISECTION NEEDS EVERY ONE OF THEM.
      *--------------------------------------------------------------*
       4635-EVAL-PAYMENT.
           MOVE 'N' TO QS-LN-OVFL-SW
           IF QS-LN-I = 0
               COMPUTE QS-LN-CALC-PMT ROUNDED
                   = QS-LN-PRINCIPAL / QS-LN-TERM
           ELSE
               COMPUTE QS-LN-ONE-PLUS-I = 1 + QS-LN-I
               MOVE 1 TO QS-LN-GROWTH
               PERFORM 4637-GROW-ONE-PERIOD
                   VARYING QS-LN-POW-K FROM 1 BY 1
                   UNTIL QS-LN-POW-K > QS-LN-TERM OR QS-LN-OVERFLOWED
               IF QS-LN-OVERFLOWED
                   COMPUTE QS-LN-CALC-PMT ROUNDED
                       = QS-LN-PRINCIPAL * QS-LN-I
               ELSE
      *--------------------------------------------------------------*
      * THE RATIO IS TAKEN ON ITS OWN - DIVIDING THE WHOLE PRODUCT IN
      * ONE STATEMENT LOSES THE LOW-ORDER DIGITS OF THE INTERMEDIATE
      * RESULT AND CAN MOVE THE PAYMENT BY A CENT.
      *--------------------------------------------------------------*
                   COMPUTE QS-LN-GROWTH ROUNDED
                       = QS-LN-GROWTH / (QS-LN-GROWTH - 1)
                   COMPUTE QS-LN-CALC-PMT ROUNDED
                       = QS-LN-PRINCIPAL * QS-LN-I * QS-LN-GROWTH
               END-IF
           END-IF.

       4637-GROW-ONE-PERIOD.
           COMPUTE QS-LN-GROWTH ROUNDED
               = QS-LN-GROWTH * QS-LN-ONE-PLUS-I
               ON SIZE ERROR
                   MOVE 'Y' TO QS-LN-OVFL-SW
           END-COMPUTE.

      *--------------------------------------------------------------*
      * 4640-SOLVE-TERM - RUN THE SCHEDULE WITHOUT PRINTING IT UNTIL
      * THE BALANCE IS PAID OFF; THE PERIODS IT TOOK ARE THE TERM,
      * AND THE LAST PAYMENT IS USUALLY A SHORT ONE.  A PAYMENT THAT
      * DOES NOT EVEN COVER THE FIRST PERIOD'S INTEREST NEVER PAYS
      * THE LOAN OFF.
      *--------------------------------------------------------------*
       4640-SOLVE-TERM.
           COMPUTE QS-LN-INTEREST ROUNDED = QS-LN-PRINCIPAL * QS-LN-I
           IF QS-LN-PAYMENT NOT > QS-LN-INTEREST
               MOVE 'Y' TO QS-LN-FAIL-SW
               MOVE "PAYMENT DOES NOT COVER THE INTEREST" TO
                   QS-LN-REASON
           ELSE
               MOVE QS-LN-MAX-TERM TO QS-LN-TERM
               MOVE 'N' TO QS-LN-FIXED-SW
               MOVE 'N' TO QS-LN-PRINT-SW
               PERFORM 4670-AMORTIZE
               IF QS-LN-BALANCE > 0
                   MOVE 'Y' TO QS-LN-FAIL-SW
                   MOVE "LOAN WOULD RUN PAST 1200 PERIODS"
                       TO QS-LN-REASON
               ELSE
                   MOVE QS-LN-PERIOD TO QS-LN-TERM
                   MOVE QS-LN-TERM TO QS-LN-DISP-TERM
                   MOVE QS-LN-PAY-THIS TO QS-LN-DISP-PAY
                   MOVE SPACES TO QS-OUTPUT-LINE
                   STRING "TERM SOLVED: " QS-LN-DISP-TERM
                       " MONTHLY PERIODS, FINAL PAYMENT "
                       QS-LN-DISP-PAY INTO QS-OUTPUT-LINE
                   PERFORM 2900-EMIT-LINE
                   MOVE SPACES TO QS-AUDIT-RESULT
                   STRING "TERM SOLVED=" QS-LN-DISP-TERM
                       " FINAL=" QS-LN-DISP-PAY INTO QS-AUDIT-RESULT
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 4650-SOLVE-RATE - BISECTION, AS 4510-FIND-FIRST-ROOT DOES FOR
      * THE CUBIC.  THE LEVEL PAYMENT RISES STEADILY WITH THE RATE,
      * SO THE RATE GIVING THE SCENARIO'S PAYMENT IS BRACKETED BY
      * ZERO AND QS-LN-MAX-I AND HALVED SIXTY TIMES.  PAYMENTS THAT
      * DO NOT ADD UP TO THE PRINCIPAL NEED A NEGATIVE RATE, AND A
      * PAYMENT ABOVE THE ONE AT QS-LN-MAX-I IS OUT OF RANGE.
      *--------------------------------------------------------------*
       4650-SOLVE-RATE.
           COMPUTE QS-LN-TOT-PAID = QS-LN-PAYMENT * QS-LN-TERM
           IF QS-LN-TOT-PAID < QS-LN-PRINCIPAL
               MOVE 'Y' TO QS-LN-FAIL-SW
               MOVE "PAYMENTS NEVER REPAY THE PRINCIPAL" TO
                   QS-LN-REASON
           ELSE
               IF QS-LN-TOT-PAID = QS-LN-PRINCIPAL
                   MOVE 0 TO QS-LN-I
               ELSE
                   MOVE QS-LN-MAX-I TO QS-LN-I
                   PERFORM 4635-EVAL-PAYMENT
                   IF QS-LN-CALC-PMT < QS-LN-PAYMENT
                       MOVE 'Y' TO QS-LN-FAIL-SW
                       MOVE "RATE LIES BEYOND THE SOLVER'S RANGE"
                           TO QS-LN-REASON
                   ELSE
                       MOVE 0 TO QS-LN-LO
                       MOVE QS-LN-MAX-I TO QS-LN-HI
                       PERFORM 4655-BISECT-RATE-ONCE
                           VARYING QS-LN-ITER FROM 1 BY 1
                           UNTIL QS-LN-ITER > 60
                       COMPUTE QS-LN-I ROUNDED
                           = (QS-LN-LO + QS-LN-HI) / 2
                   END-IF
               END-IF
           END-IF
           IF NOT QS-LN-FAILED
               COMPUTE QS-LN-ANNUAL-RATE ROUNDED = QS-LN-I * 1200
               MOVE QS-LN-ANNUAL-RATE TO QS-LN-DISP-RATE
               MOVE SPACES TO QS-OUTPUT-LINE
               STRING "ANNUAL RATE SOLVED: " QS-LN-DISP-RATE "%"
                   INTO QS-OUTPUT-LINE
               PERFORM 2900-EMIT-LINE
               MOVE SPACES TO QS-AUDIT-RESULT
               STRING "RATE SOLVED=" QS-LN-DISP-RATE "%"
                   INTO QS-AUDIT-RESULT
           END-IF.

       4655-BISECT-RATE-ONCE.
           COMPUTE QS-LN-MID ROUNDED = (QS-LN-LO + QS-LN-HI) / 2
           MOVE QS-LN-MID TO QS-LN-I
           PERFORM 4635-EVAL-PAYMENT
           IF QS-LN-CALC-PMT <= QS-LN-PAYMENT
               MOVE QS-LN-MID TO QS-LN-LO
           ELSE
               MOVE QS-LN-MID TO QS-LN-HI
           END-IF.

      *--------------------------------------------------------------*
      * 4660-PRINT-SCHEDULE - ONE LINE PER PERIOD UNDER THE COLUMN
      * HEADINGS, THEN THE TOTALS.
      *--------------------------------------------------------------*
       4660-PRINT-SCHEDULE.
           MOVE QS-LN-COL-HEAD TO QS-OUTPUT-LINE
           PERFORM 2900-EMIT-LINE
           SET QS-LN-IN-SCHEDULE TO TRUE
           MOVE 'Y' TO QS-LN-FIXED-SW
           MOVE 'Y' TO QS-LN-PRINT-SW
           PERFORM 4670-AMORTIZE
           MOVE 'N' TO QS-LN-SCHED-SW
           MOVE QS-LN-TOT-PAID TO QS-LN-DISP-PAY
           MOVE QS-LN-TOT-INT TO QS-LN-DISP-INT
           MOVE QS-LN-TOT-PRIN TO QS-LN-DISP-PRIN
           MOVE SPACES TO QS-OUTPUT-LINE
           STRING "TOTALS " QS-LN-DISP-PAY " " QS-LN-DISP-INT " "
               QS-LN-DISP-PRIN INTO QS-OUTPUT-LINE
           PERFORM 2900-EMIT-LINE.

      *--------------------------------------------------------------*
      * 4670-AMORTIZE - WALK THE LOAN FROM ITS PRINCIPAL DOWN TO A
      * ZERO BALANCE.  ON A FIXED TERM THE LAST PERIOD PAYS OFF
      * WHATEVER IS LEFT, SO THE CENT ROUNDING OF THE LEVEL PAYMENT
      * COMES OUT THERE.
      *--------------------------------------------------------------*
       4670-AMORTIZE.
           MOVE QS-LN-PRINCIPAL TO QS-LN-BALANCE
           MOVE 0 TO QS-LN-PERIOD
           MOVE 0 TO QS-LN-TOT-PAID
           MOVE 0 TO QS-LN-TOT-INT
           MOVE 0 TO QS-LN-TOT-PRIN
           PERFORM 4675-AMORTIZE-PERIOD
               UNTIL QS-LN-BALANCE NOT > 0
                   OR QS-LN-PERIOD NOT < QS-LN-TERM.

       4675-AMORTIZE-PERIOD.
           ADD 1 TO QS-LN-PERIOD
           COMPUTE QS-LN-INTEREST ROUNDED = QS-LN-BALANCE * QS-LN-I
           MOVE QS-LN-PAYMENT TO QS-LN-PAY-THIS
           COMPUTE QS-LN-PRIN-PAID = QS-LN-PAY-THIS - QS-LN-INTEREST
           IF QS-LN-PRIN-PAID > QS-LN-BALANCE
                   OR (QS-LN-FIXED-TERM AND QS-LN-PERIOD = QS-LN-TERM)
               MOVE QS-LN-BALANCE TO QS-LN-PRIN-PAID
               COMPUTE QS-LN-PAY-THIS = QS-LN-BALANCE + QS-LN-INTEREST
           END-IF
           SUBTRACT QS-LN-PRIN-PAID FROM QS-LN-BALANCE
           ADD QS-LN-PAY-THIS TO QS-LN-TOT-PAID
           ADD QS-LN-INTEREST TO QS-LN-TOT-INT
           ADD QS-LN-PRIN-PAID TO QS-LN-TOT-PRIN
           IF QS-LN-PRINTING
               MOVE QS-LN-PERIOD TO QS-LN-DISP-PERIOD
               MOVE QS-LN-PAY-THIS TO QS-LN-DISP-PAY
               MOVE QS-LN-INTEREST TO QS-LN-DISP-INT
               MOVE QS-LN-PRIN-PAID TO QS-LN-DISP-PRIN
               MOVE QS-LN-BALANCE TO QS-LN-DISP-BAL
               MOVE SPACES TO QS-OUTPUT-LINE
               STRING QS-LN-DISP-PERIOD " " QS-LN-DISP-PAY " "
                   QS-LN-DISP-INT " " QS-LN-DISP-PRIN " "
                   QS-LN-DISP-BAL INTO QS-OUTPUT-LINE
               PERFORM 2900-EMIT-LINE
           END-IF.

      *--------------------------------------------------------------*
      * 4680-WRITE-LOAN-AUDIT - THE QSAUDIT LINE FOR ONE SCENARIO:
      * ITS TERMS, SOLVED OR GIVEN, AND WHAT CAME OF IT.
      *--------------------------------------------------------------*
       4680-WRITE-LOAN-AUDIT.
           MOVE QS-LN-PRINCIPAL TO QS-LN-DISP-PRIN
           MOVE QS-LN-ANNUAL-RATE TO QS-LN-DISP-RATE
           MOVE QS-LN-TERM TO QS-LN-DISP-TERM
           MOVE QS-LN-PAYMENT TO QS-LN-DISP-PAY
           MOVE SPACES TO AUDIT-LINE
           IF QS-EQ-LABEL = SPACES
               STRING QS-RUN-DATE " LOAN P=" QS-LN-DISP-PRIN
                   " RATE=" QS-LN-DISP-RATE " N=" QS-LN-DISP-TERM
                   " PMT=" QS-LN-DISP-PAY " " QS-AUDIT-RESULT
                   INTO AUDIT-LINE
           ELSE
               STRING QS-RUN-DATE " " QS-EQ-LABEL
                   " LOAN P=" QS-LN-DISP-PRIN
                   " RATE=" QS-LN-DISP-RATE " N=" QS-LN-DISP-TERM
                   " PMT=" QS-LN-DISP-PAY " " QS-AUDIT-RESULT
                   INTO AUDIT-LINE
           END-IF
           WRITE AUDIT-LINE.

      *--------------------------------------------------------------*
      * 4690-QUEUE-LOAN-EXCEPTION - A SCENARIO THAT CANNOT BE SOLVED
      * AS WRITTEN GOES, WITH ITS LINE NUMBER AND THE REASON, TO
      * QSEXCPT FOR A HUMAN TO FIX, AND IS NOTED ON THE REPORT SO THE
      * GAP IN THE NUMBERING IS ACCOUNTED FOR.
      *--------------------------------------------------------------*
       4690-QUEUE-LOAN-EXCEPTION.
           ADD 1 TO QS-EXCEPT-COUNT
           MOVE QS-BATCH-LINE-NO TO QS-DISP-LINE-NO
           MOVE SPACES TO EXCEPT-LINE
           STRING "LINE " QS-DISP-LINE-NO ": " LOAN-REC
               INTO EXCEPT-LINE
           WRITE EXCEPT-LINE
           MOVE SPACES TO EXCEPT-LINE
           STRING "       " QS-LN-REASON INTO EXCEPT-LINE
           WRITE EXCEPT-LINE
           MOVE SPACES TO QS-OUTPUT-LINE
           STRING "LOAN " QS-DISP-LINE-NO ": " DELIMITED BY SIZE
               QS-LN-REASON DELIMITED BY "  "
               " - QUEUED TO QSEXCPT" DELIMITED BY SIZE
               INTO QS-OUTPUT-LINE
           PERFORM 2900-EMIT-LINE.

      *--------------------------------------------------------------*
      * 4700-RUN-SYSTEM-BATCH - READ THE LINEAR SYSTEM FILE AND SOLVE
      * EACH SYSTEM IN IT AS SOON AS ITS LAST EQUATION IS IN.  AN H
      * RECORD OPENS A SYSTEM (ITS UNKNOWN COUNT AND LABEL); THE E
      * RECORDS AFTER IT ARE ITS EQUATIONS, ONE PER UNKNOWN.
      *--------------------------------------------------------------*
       4700-RUN-SYSTEM-BATCH.
           MOVE 0 TO QS-SY-SET-NO
           MOVE SPACE TO QS-SY-STATE-SW
           PERFORM 9710-MAP-RETAINED-NAME
           OPEN INPUT SYSTEM-FILE
           MOVE QS-RTN-HOLD-NAME TO QS-FNAME-BATCH
           IF QS-BATCH-STATUS NOT = "00"
               DISPLAY "*** QUADRATICSOLVER: UNABLE TO OPEN LINEAR"
                   " SYSTEM FILE " QS-FNAME-BATCH " - FILE STATUS "
                   QS-BATCH-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               SET QS-ABORT-RUN TO TRUE
           ELSE
               CALL "RPTHEADER" USING QS-RPT-PROGRAM QS-RPT-TITLE
                   QS-RPT-PAGE-NO QS-OUTPUT-LINE QS-RPT-WIDTH
               MOVE QS-OUTPUT-LINE TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE 2 TO QS-RPT-LINES-ON-PAGE
               MOVE 'N' TO QS-BATCH-EOF-SW
               PERFORM UNTIL QS-BATCH-EOF-SW = 'Y'
                   READ SYSTEM-FILE
                       AT END
                           MOVE 'Y' TO QS-BATCH-EOF-SW
                       NOT AT END
                           PERFORM 1350-CHECK-RUN-SIZE
                           IF NOT QS-ABORT-RUN
                               PERFORM 4710-TAKE-SYSTEM-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               IF QS-SY-COLLECTING AND NOT QS-ABORT-RUN
                   PERFORM 4715-SYSTEM-INCOMPLETE
               END-IF
               CLOSE SYSTEM-FILE
               PERFORM 9720-RETAIN-INPUT-FILE
           END-IF
           IF QS-PRINT-STATUS = "00"
               CLOSE PRINT-FILE
           END-IF
           IF QS-EXCEPT-STATUS = "00"
               CLOSE EXCEPT-FILE
           END-IF
           IF QS-ABORT-RUN
               DISPLAY "*** QUADRATICSOLVER SYSTEM RUN ABORTED - SEE"
                   " DIAGNOSTICS ABOVE ***"
           ELSE
               DISPLAY "LINEAR SYSTEM REPORT WRITTEN TO " QS-RPT-FNAME
               IF QS-EXCEPT-COUNT > 0
                   MOVE QS-EXCEPT-COUNT TO QS-DISP-EXCEPT-COUNT
                   DISPLAY QS-DISP-EXCEPT-COUNT " RECORD(S) QUEUED"
                       " TO QSEXCPT FOR REVIEW"
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 4710-TAKE-SYSTEM-RECORD - FILE ONE RECORD INTO THE SYSTEM
      * BEING BUILT.  A RECORD THAT DOES NOT FIT - AN UNKNOWN TYPE, A
      * BAD UNKNOWN COUNT, AN EQUATION WITH NO SYSTEM OPEN OR ONE TOO
      * MANY FOR ITS SYSTEM - IS QUEUED TO QSEXCPT.  AN EQUATION WITH
      * A NON-NUMERIC TERM IS QUEUED AND ITS WHOLE SYSTEM SET ASIDE.
      *--------------------------------------------------------------*
       4710-TAKE-SYSTEM-RECORD.
           ADD 1 TO QS-BATCH-LINE-NO
           MOVE SPACES TO QS-SY-REASON
           IF SYS-HEADER
               IF QS-SY-COLLECTING
                   PERFORM 4715-SYSTEM-INCOMPLETE
               END-IF
               MOVE SPACE TO QS-SY-STATE-SW
               IF SYS-H-COUNT IS NOT NUMERIC
                   MOVE "UNKNOWN COUNT IS NOT 1 TO 10" TO QS-SY-REASON
               ELSE
                   IF SYS-H-COUNT = 0 OR SYS-H-COUNT > QS-SY-LIMIT
                       MOVE "UNKNOWN COUNT IS NOT 1 TO 10"
                           TO QS-SY-REASON
                   END-IF
               END-IF
               IF QS-SY-REASON = SPACES
                   ADD 1 TO QS-SY-SET-NO
                   MOVE SYS-H-COUNT TO QS-SY-N
                   COMPUTE QS-SY-COLS = QS-SY-N + 1
                   MOVE 0 TO QS-SY-ROWS
                   MOVE SYS-H-LABEL TO QS-EQ-LABEL
                   SET QS-SY-COLLECTING TO TRUE
               END-IF
           ELSE
               IF SYS-EQUATION
                   IF QS-SY-SET-ASIDE
                       CONTINUE
                   ELSE
                       IF QS-SY-COLLECTING
                           PERFORM 4720-STORE-EQUATION
                       ELSE
                           IF QS-SY-SOLVED
                               MOVE "MORE EQUATIONS THAN UNKNOWNS"
                                   TO QS-SY-REASON
                           ELSE
                               MOVE "EQUATION OUTSIDE ANY SYSTEM"
                                   TO QS-SY-REASON
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   MOVE "RECORD TYPE IS NOT H OR E" TO QS-SY-REASON
               END-IF
           END-IF
           IF QS-SY-REASON NOT = SPACES
               PERFORM 4790-QUEUE-SYSTEM-EXCEPTION
           END-IF.

      *--------------------------------------------------------------*
      * 4715-SYSTEM-INCOMPLETE - THE FILE ENDED, OR THE NEXT SYSTEM
      * BEGAN, BEFORE THIS ONE HAD AN EQUATION FOR EVERY UNKNOWN.
      *--------------------------------------------------------------*
       4715-SYSTEM-INCOMPLETE.
           PERFORM 4725-PRINT-SYSTEM-HEADING
           MOVE QS-SY-ROWS TO QS-SY-DISP-ROW
           MOVE QS-SY-N TO QS-SY-DISP-N
           MOVE SPACES TO QS-OUTPUT-LINE
           STRING "*** ONLY " QS-SY-DISP-ROW " OF " QS-SY-DISP-N
               " EQUATIONS WERE GIVEN - SYSTEM NOT SOLVED ***"
               INTO QS-OUTPUT-LINE
           PERFORM 2900-EMIT-LINE
           MOVE SPACES TO QS-AUDIT-RESULT
           STRING "INCOMPLETE - " QS-SY-DISP-ROW " OF " QS-SY-DISP-N
               " EQUATIONS" INTO QS-AUDIT-RESULT
           PERFORM 4780-WRITE-SYSTEM-AUDIT
           MOVE SPACES TO QS-OUTPUT-LINE
           PERFORM 2900-EMIT-LINE
           MOVE SPACE TO QS-SY-STATE-SW.

      *--------------------------------------------------------------*
      * 4720-STORE-EQUATION - KEEP THE EQUATION AS READ; THE LAST ONE
      * OF THE SYSTEM SETS OFF THE SOLVE.
      *--------------------------------------------------------------*
       4720-STORE-EQUATION.
           IF SYS-E-RHS IS NOT NUMERIC
               MOVE "RIGHT-HAND SIDE IS NOT NUMERIC" TO QS-SY-REASON
           END-IF
           PERFORM 4722-CHECK-COEFFICIENT
               VARYING QS-SY-J FROM 1 BY 1
               UNTIL QS-SY-J > QS-SY-N
           IF QS-SY-REASON NOT = SPACES
               SET QS-SY-SET-ASIDE TO TRUE
               PERFORM 4725-PRINT-SYSTEM-HEADING
               PERFORM 4790-QUEUE-SYSTEM-EXCEPTION
               MOVE SPACES TO QS-SY-REASON
               MOVE SPACES TO QS-OUTPUT-LINE
               STRING "*** BAD EQUATION RECORD - SYSTEM NOT SOLVED"
                   " ***" INTO QS-OUTPUT-LINE
               PERFORM 2900-EMIT-LINE
               MOVE "BAD EQUATION RECORD - NOT SOLVED"
                   TO QS-AUDIT-RESULT
               PERFORM 4780-WRITE-SYSTEM-AUDIT
               MOVE SPACES TO QS-OUTPUT-LINE
               PERFORM 2900-EMIT-LINE
           ELSE
               ADD 1 TO QS-SY-ROWS
               PERFORM 4723-KEEP-COEFFICIENT
                   VARYING QS-SY-J FROM 1 BY 1
                   UNTIL QS-SY-J > QS-SY-N
               MOVE SYS-E-RHS TO QS-SY-ORIG(QS-SY-ROWS, QS-SY-COLS)
               IF QS-SY-ROWS = QS-SY-N
                   PERFORM 4730-SOLVE-SYSTEM
               END-IF
           END-IF.

       4722-CHECK-COEFFICIENT.
           IF SYS-E-COEF(QS-SY-J) IS NOT NUMERIC
               MOVE "COEFFICIENT IS NOT NUMERIC" TO QS-SY-REASON
           END-IF.

       4723-KEEP-COEFFICIENT.
           MOVE SYS-E-COEF(QS-SY-J) TO QS-SY-ORIG(QS-SY-ROWS, QS-SY-J).

       4725-PRINT-SYSTEM-HEADING.
           MOVE QS-SY-SET-NO TO QS-DISP-SET-NO
           MOVE QS-SY-N TO QS-SY-DISP-N
           MOVE SPACES TO QS-OUTPUT-LINE
           STRING "SYSTEM " QS-DISP-SET-NO ": " QS-SY-DISP-N
               " EQUATIONS IN " QS-SY-DISP-N " UNKNOWNS"
               INTO QS-OUTPUT-LINE
           PERFORM 2900-EMIT-LINE
           IF QS-EQ-LABEL NOT = SPACES
               MOVE SPACES TO QS-OUTPUT-LINE
               STRING "           LABEL: " QS-EQ-LABEL
                   INTO QS-OUTPUT-LINE
               PERFORM 2900-EMIT-LINE
           END-IF.

      *--------------------------------------------------------------*
      * 4730-SOLVE-SYSTEM - PRINT THE SYSTEM, ELIMINATE, AND REPORT
      * WHICH OF THE THREE THINGS IT TURNED OUT TO BE: ONE SOLUTION
      * (PRINTED AND CHECKED BY SUBSTITUTION), NO SOLUTION, OR NO
      * SINGLE SOLUTION.
      *--------------------------------------------------------------*
       4730-SOLVE-SYSTEM.
           SET QS-SY-SOLVED TO TRUE
           PERFORM 4725-PRINT-SYSTEM-HEADING
           PERFORM 4735-PRINT-EQUATION
               VARYING QS-SY-I FROM 1 BY 1
               UNTIL QS-SY-I > QS-SY-N
           PERFORM 4740-ELIMINATE
           IF QS-SY-OVERFLOWED
               MOVE SPACES TO QS-OUTPUT-LINE
               STRING "*** SYSTEM TOO LARGE IN MAGNITUDE FOR THE"
                   " SOLVER - NOT SOLVED ***" INTO QS-OUTPUT-LINE
               PERFORM 2900-EMIT-LINE
               MOVE "MAGNITUDE OVERFLOW - NOT SOLVED"
                   TO QS-AUDIT-RESULT
           ELSE
               IF QS-SY-RANK = QS-SY-N
                   PERFORM 4750-PRINT-SOLUTION
               ELSE
                   PERFORM 4755-CLASSIFY-SINGULAR
               END-IF
           END-IF
           PERFORM 4780-WRITE-SYSTEM-AUDIT
           MOVE SPACES TO QS-OUTPUT-LINE
           PERFORM 2900-EMIT-LINE.

      *--------------------------------------------------------------*
      * 4735-PRINT-EQUATION - ONE EQUATION AS READ, FIVE TERMS TO A
      * LINE, WITH ITS RIGHT-HAND SIDE.
      *--------------------------------------------------------------*
       4735-PRINT-EQUATION.
           MOVE QS-SY-I TO QS-SY-DISP-ROW
           MOVE SPACES TO QS-OUTPUT-LINE
           MOVE 1 TO QS-SY-PTR
           STRING "  EQUATION " QS-SY-DISP-ROW ":" DELIMITED BY SIZE
               INTO QS-OUTPUT-LINE WITH POINTER QS-SY-PTR
           MOVE 0 TO QS-SY-ON-LINE
           PERFORM 4737-ADD-TERM
               VARYING QS-SY-J FROM 1 BY 1
               UNTIL QS-SY-J > QS-SY-N
           MOVE QS-SY-ORIG(QS-SY-I, QS-SY-COLS) TO QS-DISP-NUM
           STRING " = " QS-DISP-NUM DELIMITED BY SIZE
               INTO QS-OUTPUT-LINE WITH POINTER QS-SY-PTR
           PERFORM 2900-EMIT-LINE.

       4737-ADD-TERM.
           IF QS-SY-ON-LINE = 5
               PERFORM 2900-EMIT-LINE
               MOVE SPACES TO QS-OUTPUT-LINE
               MOVE 15 TO QS-SY-PTR
               MOVE 0 TO QS-SY-ON-LINE
           END-IF
           MOVE QS-SY-ORIG(QS-SY-I, QS-SY-J) TO QS-DISP-NUM
           MOVE QS-SY-J TO QS-SY-DISP-COL
           STRING " " QS-DISP-NUM " X" QS-SY-DISP-COL
               DELIMITED BY SIZE
               INTO QS-OUTPUT-LINE WITH POINTER QS-SY-PTR
           ADD 1 TO QS-SY-ON-LINE.

      *--------------------------------------------------------------*
      * 4740-ELIMINATE - GAUSS-JORDAN ELIMINATION WITH PARTIAL
      * PIVOTING ON A COPY OF THE AUGMENTED MATRIX.  EACH COLUMN IN
      * TURN TAKES THE REMAINING ROW WITH THE LARGEST ENTRY IN IT AS
      * PIVOT ROW, SCALES IT TO A LEADING ONE AND CLEARS THE COLUMN
      * FROM EVERY OTHER ROW.  A COLUMN WITH NO ENTRY CLEAR OF
      * QS-SY-EPS HAS NO PIVOT AND IS SKIPPED RATHER THAN DIVIDED BY,
      * SO QS-SY-RANK COMES OUT LESS THAN N FOR A SINGULAR SYSTEM.
      *--------------------------------------------------------------*
       4740-ELIMINATE.
           MOVE 'N' TO QS-SY-OVFL-SW
           MOVE 0 TO QS-SY-RANK
           MOVE 1 TO QS-SY-R
           PERFORM 4741-COPY-ROW
               VARYING QS-SY-I FROM 1 BY 1
               UNTIL QS-SY-I > QS-SY-N
           PERFORM 4742-PIVOT-COLUMN
               VARYING QS-SY-K FROM 1 BY 1
               UNTIL QS-SY-K > QS-SY-N OR QS-SY-OVERFLOWED.

       4741-COPY-ROW.
           PERFORM VARYING QS-SY-J FROM 1 BY 1
                   UNTIL QS-SY-J > QS-SY-COLS
               MOVE QS-SY-ORIG(QS-SY-I, QS-SY-J)
                   TO QS-SY-M(QS-SY-I, QS-SY-J)
           END-PERFORM.

       4742-PIVOT-COLUMN.
           MOVE 0 TO QS-SY-BEST-ABS
           MOVE 0 TO QS-SY-P
           PERFORM 4744-FIND-PIVOT
               VARYING QS-SY-I FROM QS-SY-R BY 1
               UNTIL QS-SY-I > QS-SY-N
           IF QS-SY-BEST-ABS > QS-SY-EPS
               IF QS-SY-P NOT = QS-SY-R
                   PERFORM 4746-SWAP-ENTRY
                       VARYING QS-SY-J FROM 1 BY 1
                       UNTIL QS-SY-J > QS-SY-COLS
               END-IF
               MOVE QS-SY-M(QS-SY-R, QS-SY-K) TO QS-SY-PIVOT
               PERFORM 4747-SCALE-ENTRY
                   VARYING QS-SY-J FROM 1 BY 1
                   UNTIL QS-SY-J > QS-SY-COLS
               PERFORM 4748-CLEAR-ROW
                   VARYING QS-SY-I FROM 1 BY 1
                   UNTIL QS-SY-I > QS-SY-N OR QS-SY-OVERFLOWED
               ADD 1 TO QS-SY-RANK
               ADD 1 TO QS-SY-R
           END-IF.

       4744-FIND-PIVOT.
           MOVE QS-SY-M(QS-SY-I, QS-SY-K) TO QS-SY-ABS
           IF QS-SY-ABS < 0
               COMPUTE QS-SY-ABS = 0 - QS-SY-ABS
           END-IF
           IF QS-SY-ABS > QS-SY-BEST-ABS
               MOVE QS-SY-ABS TO QS-SY-BEST-ABS
               MOVE QS-SY-I TO QS-SY-P
           END-IF.

       4746-SWAP-ENTRY.
           MOVE QS-SY-M(QS-SY-R, QS-SY-J) TO QS-SY-SWAP
           MOVE QS-SY-M(QS-SY-P, QS-SY-J) TO QS-SY-M(QS-SY-R, QS-SY-J)
           MOVE QS-SY-SWAP TO QS-SY-M(QS-SY-P, QS-SY-J).

       4747-SCALE-ENTRY.
           COMPUTE QS-SY-M(QS-SY-R, QS-SY-J) ROUNDED
               = QS-SY-M(QS-SY-R, QS-SY-J) / QS-SY-PIVOT
               ON SIZE ERROR
                   MOVE 'Y' TO QS-SY-OVFL-SW
           END-COMPUTE.

       4748-CLEAR-ROW.
           IF QS-SY-I NOT = QS-SY-R
                   AND QS-SY-M(QS-SY-I, QS-SY-K) NOT = 0
               MOVE QS-SY-M(QS-SY-I, QS-SY-K) TO QS-SY-FACTOR
               PERFORM 4749-SUBTRACT-ENTRY
                   VARYING QS-SY-J FROM 1 BY 1
                   UNTIL QS-SY-J > QS-SY-COLS
           END-IF.

       4749-SUBTRACT-ENTRY.
           COMPUTE QS-SY-M(QS-SY-I, QS-SY-J) ROUNDED
               = QS-SY-M(QS-SY-I, QS-SY-J)
               - (QS-SY-FACTOR * QS-SY-M(QS-SY-R, QS-SY-J))
               ON SIZE ERROR
                   MOVE 'Y' TO QS-SY-OVFL-SW
           END-COMPUTE.

      *--------------------------------------------------------------*
      * 4750-PRINT-SOLUTION - FULL RANK, SO THE ELIMINATED MATRIX IS
      * THE IDENTITY AND ITS LAST COLUMN IS THE SOLUTION VECTOR.
      *--------------------------------------------------------------*
       4750-PRINT-SOLUTION.
           MOVE SPACES TO QS-OUTPUT-LINE
           STRING "THE SYSTEM HAS ONE SOLUTION:" INTO QS-OUTPUT-LINE
           PERFORM 2900-EMIT-LINE
           PERFORM 4752-PRINT-UNKNOWN
               VARYING QS-SY-I FROM 1 BY 1
               UNTIL QS-SY-I > QS-SY-N
           IF QS-SY-OVERFLOWED
               MOVE SPACES TO QS-OUTPUT-LINE
               STRING "*** A SOLUTION VALUE IS TOO LARGE TO REPORT"
                   " ***" INTO QS-OUTPUT-LINE
               PERFORM 2900-EMIT-LINE
               MOVE "SOLUTION TOO LARGE TO REPORT" TO QS-AUDIT-RESULT
           ELSE
               PERFORM 4760-VERIFY-SYSTEM
           END-IF.

       4752-PRINT-UNKNOWN.
           COMPUTE QS-SY-X(QS-SY-I) ROUNDED
               = QS-SY-M(QS-SY-I, QS-SY-COLS)
               ON SIZE ERROR
                   MOVE 'Y' TO QS-SY-OVFL-SW
                   MOVE 0 TO QS-SY-X(QS-SY-I)
           END-COMPUTE
           MOVE QS-SY-I TO QS-SY-DISP-COL
           MOVE QS-SY-X(QS-SY-I) TO QS-SY-DISP-X
           MOVE SPACES TO QS-OUTPUT-LINE
           STRING "  X" QS-SY-DISP-COL " = " QS-SY-DISP-X
               INTO QS-OUTPUT-LINE
           PERFORM 2900-EMIT-LINE.

      *--------------------------------------------------------------*
      * 4755-CLASSIFY-SINGULAR - A ROW LEFT WITH NO COEFFICIENTS BUT A
      * RIGHT-HAND SIDE CLEAR OF QS-VERIFY-TOL SAYS 0 = NONZERO, SO
      * THE EQUATIONS CONTRADICT ONE ANOTHER; OTHERWISE SOME OF THEM
      * REPEAT OTHERS AND THE SYSTEM HAS NO SINGLE SOLUTION.
      *--------------------------------------------------------------*
       4755-CLASSIFY-SINGULAR.
           MOVE 'N' TO QS-SY-CONTRA-SW
           PERFORM 4757-CHECK-ZERO-ROW
               VARYING QS-SY-I FROM QS-SY-R BY 1
               UNTIL QS-SY-I > QS-SY-N
           MOVE QS-SY-RANK TO QS-SY-DISP-ROW
           MOVE SPACES TO QS-OUTPUT-LINE
           IF QS-SY-CONTRADICTS
               STRING "*** SYSTEM IS INCONSISTENT - THE EQUATIONS"
                   " CONTRADICT ONE ANOTHER AND NO SOLUTION EXISTS"
                   " ***" INTO QS-OUTPUT-LINE
               MOVE "SINGULAR, INCONSISTENT - NO SOLUTION"
                   TO QS-AUDIT-RESULT
           ELSE
               STRING "*** SYSTEM IS SINGULAR - ONLY " QS-SY-DISP-ROW
                   " INDEPENDENT EQUATION(S), SO NO SINGLE SOLUTION"
                   " ***" INTO QS-OUTPUT-LINE
               MOVE "SINGULAR, DEPENDENT - NO SINGLE SOLUTION"
                   TO QS-AUDIT-RESULT
           END-IF
           PERFORM 2900-EMIT-LINE.

       4757-CHECK-ZERO-ROW.
           MOVE QS-SY-M(QS-SY-I, QS-SY-COLS) TO QS-SY-ABS
           IF QS-SY-ABS < 0
               COMPUTE QS-SY-ABS = 0 - QS-SY-ABS
           END-IF
           IF QS-SY-ABS > QS-VERIFY-TOL
               SET QS-SY-CONTRADICTS TO TRUE
           END-IF.

      *--------------------------------------------------------------*
      * 4760-VERIFY-SYSTEM - THE SAME SUBSTITUTION TREATMENT
      * 2700-VERIFY-ROOT GIVES A QUADRATIC ROOT: EVERY EQUATION AS
      * READ IS EVALUATED AT THE SOLUTION, AND ANY WHOSE LEFT SIDE
      * MISSES ITS RIGHT SIDE BY MORE THAN QS-VERIFY-TOL IS FLAGGED.
      *--------------------------------------------------------------*
       4760-VERIFY-SYSTEM.
           MOVE 'Y' TO QS-SY-CHECK-SW
           PERFORM 4762-VERIFY-EQUATION
               VARYING QS-SY-I FROM 1 BY 1
               UNTIL QS-SY-I > QS-SY-N
           IF QS-SY-ALL-CHECK
               MOVE QS-SY-N TO QS-SY-DISP-N
               MOVE SPACES TO QS-OUTPUT-LINE
               STRING "ALL " QS-SY-DISP-N " EQUATIONS CHECK BY"
                   " SUBSTITUTION" INTO QS-OUTPUT-LINE
               PERFORM 2900-EMIT-LINE
               MOVE "ONE SOLUTION, VERIFIED" TO QS-AUDIT-RESULT
           ELSE
               MOVE "ONE SOLUTION, FAILS VERIFICATION"
                   TO QS-AUDIT-RESULT
           END-IF.

       4762-VERIFY-EQUATION.
           MOVE 'N' TO QS-SY-OVFL-SW
           COMPUTE QS-RESIDUAL = 0 - QS-SY-ORIG(QS-SY-I, QS-SY-COLS)
           PERFORM 4764-ADD-PRODUCT
               VARYING QS-SY-J FROM 1 BY 1
               UNTIL QS-SY-J > QS-SY-N
           IF QS-SY-OVERFLOWED
               MOVE 99999 TO QS-RESIDUAL
           END-IF
           IF QS-RESIDUAL < 0
               COMPUTE QS-RESIDUAL = 0 - QS-RESIDUAL
           END-IF
           IF QS-RESIDUAL > QS-VERIFY-TOL
               MOVE 'N' TO QS-SY-CHECK-SW
               MOVE QS-SY-I TO QS-SY-DISP-ROW
               MOVE QS-RESIDUAL TO QS-DISP-RESID
               MOVE SPACES TO QS-OUTPUT-LINE
               STRING "*** WARNING: EQUATION " QS-SY-DISP-ROW
                   " DOES NOT CHECK - RESIDUAL " QS-DISP-RESID " ***"
                   INTO QS-OUTPUT-LINE
               PERFORM 2900-EMIT-LINE
           END-IF.

       4764-ADD-PRODUCT.
           COMPUTE QS-RESIDUAL ROUNDED = QS-RESIDUAL
               + (QS-SY-ORIG(QS-SY-I, QS-SY-J) * QS-SY-X(QS-SY-J))
               ON SIZE ERROR
                   MOVE 'Y' TO QS-SY-OVFL-SW
           END-COMPUTE.

      *--------------------------------------------------------------*
      * 4780-WRITE-SYSTEM-AUDIT - THE QSAUDIT LINE FOR ONE SYSTEM.
      *--------------------------------------------------------------*
       4780-WRITE-SYSTEM-AUDIT.
           MOVE QS-SY-N TO QS-SY-DISP-N
           MOVE SPACES TO AUDIT-LINE
           IF QS-EQ-LABEL = SPACES
               STRING QS-RUN-DATE " SYSTEM N=" QS-SY-DISP-N " "
                   QS-AUDIT-RESULT INTO AUDIT-LINE
           ELSE
               STRING QS-RUN-DATE " " QS-EQ-LABEL
                   " SYSTEM N=" QS-SY-DISP-N " "
                   QS-AUDIT-RESULT INTO AUDIT-LINE
           END-IF
           WRITE AUDIT-LINE.

      *--------------------------------------------------------------*
      * 4790-QUEUE-SYSTEM-EXCEPTION - A RECORD THAT CANNOT BE USED
      * GOES, WITH ITS LINE NUMBER AND THE REASON, TO QSEXCPT, AND IS
      * NOTED ON THE REPORT.
      *--------------------------------------------------------------*
       4790-QUEUE-SYSTEM-EXCEPTION.
           ADD 1 TO QS-EXCEPT-COUNT
           MOVE QS-BATCH-LINE-NO TO QS-DISP-LINE-NO
           MOVE SPACES TO EXCEPT-LINE
           STRING "LINE " QS-DISP-LINE-NO ": " SYS-REC
               INTO EXCEPT-LINE
           WRITE EXCEPT-LINE
           MOVE SPACES TO EXCEPT-LINE
           STRING "       " QS-SY-REASON INTO EXCEPT-LINE
           WRITE EXCEPT-LINE
           MOVE SPACES TO QS-OUTPUT-LINE
           STRING "RECORD " QS-DISP-LINE-NO ": " DELIMITED BY SIZE
               QS-SY-REASON DELIMITED BY "  "
               " - QUEUED TO QSEXCPT" DELIMITED BY SIZE
               INTO QS-OUTPUT-LINE
           PERFORM 2900-EMIT-LINE.

      *--------------------------------------------------------------*
      * 2000-SOLVE-EQUATION - IF A IS ZERO THE EQUATION IS LINEAR
      * (BX + C = 0), NOT QUADRATIC, SO IT IS SOLVED SEPARATELY TO
      *--------------------------------------------------------------*
       2900-EMIT-LINE.
           IF QS-BATCH OR QS-FIT OR QS-INTERSECT OR QS-CUBIC
                   OR QS-LOAN OR QS-SYSTEM
               MOVE QS-OUTPUT-LINE TO PRINT-LINE
               IF QS-RPT-WIDTH < 132
                   MOVE SPACES TO PRINT-LINE(QS-RPT-WIDTH + 1:)
      *--------------------------------------------------------------*
      * 2950-NEW-PAGE - START A FRESH PAGE ON QSRPT: BUMP THE PAGE
      * NUMBER, CALL RPTHEADER AGAIN FOR A NEW HEADING LINE, AND
      * RESET THE LINE COUNT.  A LOAN SCHEDULE BROKEN ACROSS THE PAGE
      * GETS ITS COLUMN HEADINGS AGAIN.
      *--------------------------------------------------------------*
       2950-NEW-PAGE.
           ADD 1 TO QS-RPT-PAGE-NO
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 2 TO QS-RPT-LINES-ON-PAGE
           IF QS-LOAN AND QS-LN-IN-SCHEDULE
               MOVE QS-LN-COL-HEAD TO PRINT-LINE
               WRITE PRINT-LINE
               ADD 1 TO QS-RPT-LINES-ON-PAGE
           END-IF.

      *--------------------------------------------------------------*
      * 8800-GET-ANSWER - SINGLE CHOKEPOINT FOR EVERY OPERATOR
      * QUESTION.  THE SHARED RESPOND SUBPROGRAM ANSWERS FROM THE
      * RESPFILE RESPONSE FILE WHEN ONE IS PRESENT AND FROM THE
      * CONSOLE OTHERWISE, SO AN UNATTENDED RUN NEVER BLOCKS ON AN
      * ACCEPT.  EVERY ANSWER IS RETAINED UNDER THE RUN TICKET; A
      * REPLAY TAKES THE RETAINED ANSWER INSTEAD OF ASKING.
      *--------------------------------------------------------------*
       8800-GET-ANSWER.
           MOVE SPACES TO QS-ANSWER
           MOVE QS-PROMPT TO QS-RTN-NAME
           IF QS-RERUN-MODE
               MOVE 'R' TO QS-RTN-ACTION
               PERFORM 9730-CALL-RETAIN
               MOVE QS-RTN-TEXT TO QS-ANSWER
           ELSE
               CALL "RESPOND" USING QS-PROMPT QS-ANSWER
               MOVE 'A' TO QS-RTN-ACTION
               MOVE WS-RUN-TICKET TO QS-RTN-TICKET
               MOVE QS-ANSWER TO QS-RTN-TEXT
               PERFORM 9730-CALL-RETAIN
           END-IF.

      *--------------------------------------------------------------*
      * 8810-ANSWER-TO-NUMBER - DE-EDIT A FREE-FORM NUMERIC ANSWER
               MOVE FUNCTION NUMVAL(QS-ANSWER) TO QS-ANSWER-NUM
           END-IF.

      *--------------------------------------------------------------*
      * 9700-CHECK-RERUN - ASK RETAIN WHETHER RERUN IS REPLAYING A
      * TICKET.  IF SO TOOLPARM IS READ FROM THE TICKET'S RETAINED
      * COPY, AND THE AUDIT AND EXCEPTION LINES GO TO FILES CARRYING
      * THE REPLAYED TICKET SO THE LIVE ONES ARE LEFT ALONE.
      *--------------------------------------------------------------*
       9700-CHECK-RERUN.
           MOVE 'N' TO QS-RERUN-SW
           MOVE 0 TO QS-RERUN-TICKET
           MOVE "TOOLPARM" TO QS-PARM-FNAME
           MOVE "QSAUDIT" TO QS-AUDIT-FNAME
           MOVE "QSEXCPT" TO QS-EXCEPT-FNAME
           MOVE 'Q' TO QS-RTN-ACTION
           MOVE SPACES TO QS-RTN-KIND
           PERFORM 9730-CALL-RETAIN
           IF QS-RTN-KIND = "RERUN"
               SET QS-RERUN-MODE TO TRUE
               MOVE QS-RTN-TICKET TO QS-RERUN-TICKET
               MOVE "TOOLPARM" TO QS-RTN-NAME
               MOVE 'M' TO QS-RTN-ACTION
               PERFORM 9730-CALL-RETAIN
               MOVE QS-RTN-NAME TO QS-PARM-FNAME
               MOVE SPACES TO QS-AUDIT-FNAME
               STRING "QSAUDIT.R" QS-RERUN-TICKET INTO QS-AUDIT-FNAME
               MOVE SPACES TO QS-EXCEPT-FNAME
               STRING "QSEXCPT.R" QS-RERUN-TICKET
                   INTO QS-EXCEPT-FNAME
               DISPLAY "QUADRATICSOLVER: REPLAYING TICKET "
                   QS-RERUN-TICKET " FROM ITS RETAINED INPUT"
           END-IF.

      *--------------------------------------------------------------*
      * 9710-MAP-RETAINED-NAME - IN A REPLAY, PUT THE NAME OF THE
      * RETAINED COPY OF QS-FNAME-BATCH IN ITS PLACE FOR THE OPEN;
      * THE CALLER PUTS QS-RTN-HOLD-NAME BACK ONCE THE FILE IS OPEN.
      *--------------------------------------------------------------*
       9710-MAP-RETAINED-NAME.
           MOVE QS-FNAME-BATCH TO QS-RTN-HOLD-NAME
           IF QS-RERUN-MODE
               MOVE QS-FNAME-BATCH TO QS-RTN-NAME
               MOVE 'M' TO QS-RTN-ACTION
               PERFORM 9730-CALL-RETAIN
               MOVE QS-RTN-NAME TO QS-FNAME-BATCH
           END-IF.

      *--------------------------------------------------------------*
      * 9720-RETAIN-INPUT-FILE - KEEP A COPY OF THE FILE JUST READ
      * WITH THE NUMBER OF RECORDS IT GAVE UP.  THESE FILES CARRY NO
      * TRAILER.
      *--------------------------------------------------------------*
       9720-RETAIN-INPUT-FILE.
           MOVE 'F' TO QS-RTN-ACTION
           MOVE WS-RUN-TICKET TO QS-RTN-TICKET
           MOVE "INPUT" TO QS-RTN-KIND
           MOVE QS-FNAME-BATCH TO QS-RTN-NAME
           MOVE QS-BATCH-LINE-NO TO QS-RTN-COUNT
           MOVE "NO TRAILER" TO QS-RTN-VALUE
           PERFORM 9730-CALL-RETAIN.

      *--------------------------------------------------------------*
      * 9730-CALL-RETAIN - THE ONE RETAIN CALL, KEEPING THE RUN'S
      * RETURN-CODE ACROSS IT.
      *--------------------------------------------------------------*
       9730-CALL-RETAIN.
           MOVE RETURN-CODE TO QS-SAVE-RC
           CALL "RETAIN" USING QS-RTN-ACTION WS-AUDIT-PROGRAM
               QS-RTN-TICKET QS-RTN-KIND QS-RTN-NAME QS-RTN-TEXT
               QS-RTN-COUNT QS-RTN-VALUE
           MOVE QS-SAVE-RC TO RETURN-CODE.

       9999-FINISH-EXIT.
           IF QS-AUDIT-STATUS = "00"
               CLOSE AUDIT-FILE
           END-IF
           IF (QS-BATCH OR QS-FIT OR QS-INTERSECT OR QS-CUBIC
                   OR QS-LOAN OR QS-SYSTEM)
                   AND NOT QS-ABORT-RUN
                   AND QS-PRINT-STATUS = "00"
                   AND NOT QS-RERUN-MODE
               CALL "RPTARCHV" USING WS-ARCHIVE-REPORT
           END-IF
           MOVE 'E' TO QS-RTN-ACTION
           MOVE WS-RUN-TICKET TO QS-RTN-TICKET
           MOVE SPACES TO QS-RTN-NAME
           IF (QS-BATCH OR QS-FIT OR QS-INTERSECT OR QS-CUBIC
                   OR QS-LOAN OR QS-SYSTEM)
                   AND QS-PRINT-STATUS = "00"
               MOVE QS-RPT-FNAME TO QS-RTN-NAME
           END-IF
           PERFORM 9730-CALL-RETAIN
           IF QS-BATCH OR QS-FIT OR QS-INTERSECT OR QS-LOAN
                   OR QS-SYSTEM
               MOVE QS-BATCH-LINE-NO TO WS-AUDIT-RECORDS-IN
               MOVE QS-BATCH-LINE-NO TO WS-AUDIT-RECORDS-OUT
           ELSE
