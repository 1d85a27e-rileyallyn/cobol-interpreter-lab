      *                    ROLLUPS EXIST AT THE LEVEL THE PROBLEMS
      *                    ACTUALLY START.  NO CATTRND YET SIMPLY
      *                    SKIPS THE SECTION.
      *   2026-10-15  RA   WHEN TOOLPARM'S PARM-CSV-EXPORT IS 1, EACH
      *                    MONTH, YEAR AND CATEGORY-MONTH BLOCK ALSO
      *                    GOES AS ONE UNEDITED ROW TO THE COMMA-
      *                    DELIMITED TRNDCSV FILE, FOR LOADING INTO A
      *                    SPREADSHEET WITHOUT RE-KEYING TRNDRPT.
      *   2026-10-15  RA   THE DATA FILE IS CLOSED AND REPORTED ONLY
      *                    WHEN IT WAS ACTUALLY OPENED - AN ABORTED
      *                    RUN NO LONGER CLAIMS TO HAVE WRITTEN IT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRENDROLL.
           SELECT OPTIONAL CAT-TREND-FILE ASSIGN TO "CATTRND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRND-STATUS.
           SELECT CSV-FILE ASSIGN TO "TRNDCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
           COPY TOOLPARM.

       FD  CSV-FILE.
       01  CSV-LINE                PIC X(256).

       WORKING-STORAGE SECTION.
       77  WS-TREND-STATUS         PIC X(02).
       77  WS-PRINT-STATUS         PIC X(02).
           88  WS-TABLE-OVERFLOW    VALUE 'Y'.
       77  WS-ROLL-AVG             PIC S9(14)V9(4) COMP-3.

      *--------------------------------------------------------------*
      * COMMA-DELIMITED DATA FILE WORK FIELDS - WHEN TOOLPARM'S
      * PARM-CSV-EXPORT IS 1, EVERY DETAIL LINE ALSO GOES TO TRNDCSV
      * AS ONE ROW OF UNEDITED FIGURES (NO ZERO-SUPPRESSION PADDING,
      * A LEADING MINUS WHEN NEGATIVE) UNDER A SINGLE HEADER ROW OF
      * COLUMN NAMES, READY TO LOAD INTO A SPREADSHEET.
      *--------------------------------------------------------------*
       77  WS-CSV-STATUS           PIC X(02).
       77  WS-CSV-SW               PIC X(01) VALUE 'N'.
           88  WS-CSV-ON            VALUE 'Y'.
       77  WS-CSV-WANTED-SW        PIC X(01) VALUE 'N'.
           88  WS-CSV-WANTED        VALUE 'Y'.
       77  WS-CSV-ROWS             PIC 9(06) COMP VALUE 0.
       77  WS-CSV-COLS             PIC 9(03) COMP VALUE 0.
       77  WS-CSV-PTR              PIC 9(03) COMP VALUE 1.
       77  WS-CSV-LEAD             PIC 9(03) COMP.
       77  WS-CSV-NUM              PIC S9(14)V9(4) COMP-3.
       77  WS-CSV-INT              PIC S9(09) COMP-3.
       77  WS-CSV-NUM-EDIT         PIC -(14)9.9999.
       77  WS-CSV-INT-EDIT         PIC -(09)9.
       77  WS-CSV-FIELD            PIC X(40).
       77  WS-CSV-MIN              PIC S9(14)V9(4) COMP-3.
       77  WS-CSV-MAX              PIC S9(14)V9(4) COMP-3.
       01  WS-CSV-ROW              PIC X(256).

      *--------------------------------------------------------------*
      * REPORT WORK FIELDS
      *--------------------------------------------------------------*
           MOVE 0 TO WS-RPT-LINES-ON-PAGE
           MOVE 'N' TO WS-ABORT-SW
           MOVE 132 TO WS-RPT-WIDTH
           MOVE 'N' TO WS-CSV-SW
           MOVE 'N' TO WS-CSV-WANTED-SW
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                               AND PARM-PRINT-WIDTH <= 132
                           MOVE PARM-PRINT-WIDTH TO WS-RPT-WIDTH
                       END-IF
                       IF PARM-CSV-EXPORT IS NUMERIC
                               AND PARM-CSV-EXPORT = 1
                           MOVE 'Y' TO WS-CSV-WANTED-SW
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE 2 TO WS-RPT-LINES-ON-PAGE
               IF WS-CSV-WANTED
                   PERFORM 8600-OPEN-CSV-FILE
               END-IF
           END-IF.

      *--------------------------------------------------------------*
           MOVE SPACES TO PRINT-LINE
           MOVE WS-MON-MAX(WS-MON-IDX) TO WS-DISP-NUM
           STRING "    OVERALL MAX . . " WS-DISP-NUM INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           IF WS-CSV-ON
               MOVE "MONTH" TO WS-CSV-FIELD
               PERFORM 8720-CSV-ADD-TEXT
               MOVE WS-MON-KEY(WS-MON-IDX) TO WS-CSV-FIELD
               PERFORM 8720-CSV-ADD-TEXT
               PERFORM 8720-CSV-ADD-TEXT
               MOVE WS-MON-RUNS(WS-MON-IDX) TO WS-CSV-INT
               MOVE WS-MON-MIN(WS-MON-IDX) TO WS-CSV-MIN
               MOVE WS-MON-MAX(WS-MON-IDX) TO WS-CSV-MAX
               PERFORM 5200-CSV-ROLLUP-FIGURES
           END-IF.

      *--------------------------------------------------------------*
      * 4000-PRINT-YTD-SECTION - ONE BLOCK PER YEAR SEEN.
           MOVE SPACES TO PRINT-LINE
           MOVE WS-YR-MAX(WS-YR-IDX) TO WS-DISP-NUM
           STRING "    OVERALL MAX . . " WS-DISP-NUM INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           IF WS-CSV-ON
               MOVE "YEAR" TO WS-CSV-FIELD
               PERFORM 8720-CSV-ADD-TEXT
               MOVE SPACES TO WS-CSV-FIELD
               STRING "20" WS-YR-KEY(WS-YR-IDX) DELIMITED BY SIZE
                   INTO WS-CSV-FIELD
               PERFORM 8720-CSV-ADD-TEXT
               PERFORM 8720-CSV-ADD-TEXT
               MOVE WS-YR-RUNS(WS-YR-IDX) TO WS-CSV-INT
               MOVE WS-YR-MIN(WS-YR-IDX) TO WS-CSV-MIN
               MOVE WS-YR-MAX(WS-YR-IDX) TO WS-CSV-MAX
               PERFORM 5200-CSV-ROLLUP-FIGURES
           END-IF.

      *--------------------------------------------------------------*
      * 4500-SCAN-CATEGORY-FILE - FOLD EVERY CATTRND LINE INTO ITS
           MOVE SPACES TO PRINT-LINE
           MOVE WS-CM-MAX(WS-CM-IDX) TO WS-DISP-NUM
           STRING "    OVERALL MAX . . " WS-DISP-NUM INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           IF WS-CSV-ON
               MOVE "CATEGORY" TO WS-CSV-FIELD
               PERFORM 8720-CSV-ADD-TEXT
               MOVE WS-CM-KEY(WS-CM-IDX) TO WS-CSV-FIELD
               PERFORM 8720-CSV-ADD-TEXT
               MOVE WS-CM-CAT(WS-CM-IDX) TO WS-CSV-FIELD
               PERFORM 8720-CSV-ADD-TEXT
               MOVE WS-CM-RUNS(WS-CM-IDX) TO WS-CSV-INT
               MOVE WS-CM-MIN(WS-CM-IDX) TO WS-CSV-MIN
               MOVE WS-CM-MAX(WS-CM-IDX) TO WS-CSV-MAX
               PERFORM 5200-CSV-ROLLUP-FIGURES
           END-IF.

      *--------------------------------------------------------------*
      * 5200-CSV-ROLLUP-FIGURES - FINISH A TRNDCSV ROW WITH THE
      * PERIOD'S FIGURES: RUNS (ALREADY IN WS-CSV-INT), AVERAGE OF
      * AVERAGES (WS-ROLL-AVG), AND THE PERIOD'S MIN AND MAX.
      *--------------------------------------------------------------*
       5200-CSV-ROLLUP-FIGURES.
           PERFORM 8710-CSV-ADD-INTEGER
           MOVE WS-ROLL-AVG TO WS-CSV-NUM
           PERFORM 8700-CSV-ADD-NUMBER
           MOVE WS-CSV-MIN TO WS-CSV-NUM
           PERFORM 8700-CSV-ADD-NUMBER
           MOVE WS-CSV-MAX TO WS-CSV-NUM
           PERFORM 8700-CSV-ADD-NUMBER
           PERFORM 8790-CSV-WRITE-ROW.

      *--------------------------------------------------------------*
      * 8600-OPEN-CSV-FILE - OPEN THE COMMA-DELIMITED DATA FILE AND
      * WRITE ITS HEADER ROW.  A FILE THAT WILL NOT OPEN COSTS ONLY
      * THE DATA FILE - THE PRINT REPORT STILL RUNS, WITH A WARNING.
      *--------------------------------------------------------------*
       8600-OPEN-CSV-FILE.
           MOVE 0 TO WS-CSV-ROWS
           OPEN OUTPUT CSV-FILE
           IF WS-CSV-STATUS NOT = "00"
               DISPLAY "*** TRENDROLL: UNABLE TO OPEN DATA FILE"
                   " TRNDCSV - FILE STATUS " WS-CSV-STATUS
                   " - PRINT REPORT ONLY ***"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 'Y' TO WS-CSV-SW
               MOVE SPACES TO WS-CSV-ROW
               STRING
                   "PERIOD-TYPE,PERIOD,CATEGORY,RUNS,AVG-OF-AVERAGES,"
                   "OVERALL-MIN,OVERALL-MAX"
                   DELIMITED BY SIZE INTO WS-CSV-ROW
               WRITE CSV-LINE FROM WS-CSV-ROW
               MOVE SPACES TO WS-CSV-ROW
               MOVE 1 TO WS-CSV-PTR
               MOVE 0 TO WS-CSV-COLS
           END-IF.

      *--------------------------------------------------------------*
      * 8700-CSV-ADD-NUMBER / 8710-CSV-ADD-INTEGER / 8720-CSV-ADD-
      * TEXT - APPEND ONE COLUMN TO THE ROW BEING BUILT.  NUMBERS GO
      * THROUGH A FLOATING-MINUS PICTURE AND LOSE THEIR LEADING
      * BLANKS, SO A SPREADSHEET READS THEM AS PLAIN NUMBERS; A BLANK
      * FIELD STILL TAKES ITS PLACE AS AN EMPTY COLUMN.
      *--------------------------------------------------------------*
       8700-CSV-ADD-NUMBER.
           MOVE WS-CSV-NUM TO WS-CSV-NUM-EDIT
           MOVE WS-CSV-NUM-EDIT TO WS-CSV-FIELD
           PERFORM 8720-CSV-ADD-TEXT.

       8710-CSV-ADD-INTEGER.
           MOVE WS-CSV-INT TO WS-CSV-INT-EDIT
           MOVE WS-CSV-INT-EDIT TO WS-CSV-FIELD
           PERFORM 8720-CSV-ADD-TEXT.

       8720-CSV-ADD-TEXT.
           IF WS-CSV-COLS > 0
               STRING "," DELIMITED BY SIZE
                   INTO WS-CSV-ROW WITH POINTER WS-CSV-PTR
           END-IF
           ADD 1 TO WS-CSV-COLS
           IF WS-CSV-FIELD NOT = SPACES
               MOVE 0 TO WS-CSV-LEAD
               INSPECT WS-CSV-FIELD TALLYING WS-CSV-LEAD
                   FOR LEADING SPACES
               STRING WS-CSV-FIELD(WS-CSV-LEAD + 1:) DELIMITED BY "  "
                   INTO WS-CSV-ROW WITH POINTER WS-CSV-PTR
           END-IF
           MOVE SPACES TO WS-CSV-FIELD.

      *--------------------------------------------------------------*
      * 8790-CSV-WRITE-ROW - WRITE THE FINISHED ROW AND START AFRESH.
      *--------------------------------------------------------------*
       8790-CSV-WRITE-ROW.
           WRITE CSV-LINE FROM WS-CSV-ROW
           ADD 1 TO WS-CSV-ROWS
           MOVE SPACES TO WS-CSV-ROW
           MOVE 1 TO WS-CSV-PTR
           MOVE 0 TO WS-CSV-COLS.

      *--------------------------------------------------------------*
      * 8900-PRINT-LINE - SINGLE CHOKEPOINT FOR EVERY DETAIL LINE, SO
           IF WS-PRINT-STATUS = "00"
               CLOSE PRINT-FILE
           END-IF
           IF WS-CSV-ON
               CLOSE CSV-FILE
               DISPLAY "TRENDROLL DATA FILE WRITTEN TO TRNDCSV"
           END-IF
           IF WS-ABORT-RUN
               DISPLAY "*** TRENDROLL RUN ABORTED - SEE DIAGNOSTICS"
                   " ABOVE ***"
