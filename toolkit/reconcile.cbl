      *                    ONE-LINE ALERT THROUGH THE SHARED ALERTPUT
      *                    SUBPROGRAM, SO THE NEXT MENU SIGN-ON PUTS
      *                    IT IN FRONT OF A PERSON.
      *   2026-10-15  RA   WHEN TOOLPARM'S PARM-CSV-EXPORT IS 1, EACH
      *                    BASELINE, DAY, FORECAST-CHECK AND CATEGORY
      *                    SWING LINE ALSO GOES AS ONE UNEDITED ROW TO
      *                    THE COMMA-DELIMITED RECCSV FILE, FOR LOADING
      *                    INTO A SPREADSHEET WITHOUT RE-KEYING RECRPT.
      *   2026-10-15  RA   THE DATA FILE IS CLOSED AND REPORTED ONLY
      *                    WHEN IT WAS ACTUALLY OPENED - AN ABORTED
      *                    RUN NO LONGER CLAIMS TO HAVE WRITTEN IT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONCILE.
           SELECT OPTIONAL CAT-TREND-FILE ASSIGN TO "CATTRND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRND-STATUS.
           SELECT CSV-FILE ASSIGN TO "RECCSV"
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
       77  WS-DOW-IDX              PIC 9(01).
       77  WS-DISP-BASE-COUNT      PIC Z(08)9.99.

      *--------------------------------------------------------------*
      * COMMA-DELIMITED DATA FILE WORK FIELDS - WHEN TOOLPARM'S
      * PARM-CSV-EXPORT IS 1, EVERY DETAIL LINE ALSO GOES TO RECCSV
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
       01  WS-CSV-ROW              PIC X(256).

      *--------------------------------------------------------------*
      * REPORT WORK FIELDS
      *--------------------------------------------------------------*
           MOVE 'N' TO WS-ABORT-SW
           MOVE 10 TO WS-PCT-THRESHOLD
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
               PERFORM 8900-PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               IF WS-CSV-WANTED
                   PERFORM 8600-OPEN-CSV-FILE
               END-IF
           END-IF.

      *--------------------------------------------------------------*
                   WS-DISP-BASE-COUNT " NORM AVG " WS-DISP-AVG
                   INTO PRINT-LINE
           END-IF
           PERFORM 8900-PRINT-LINE
           IF WS-CSV-ON
               PERFORM 1620-CSV-BASELINE-ROW
           END-IF.

      *--------------------------------------------------------------*
      * 1620-CSV-BASELINE-ROW - ONE RECCSV ROW PER WEEKDAY NORM; A
      * WEEKDAY WITH NO HISTORY CARRIES A ZERO LINE COUNT AND EMPTY
      * NORMS.
      *--------------------------------------------------------------*
       1620-CSV-BASELINE-ROW.
           MOVE "BASELINE" TO WS-CSV-FIELD
           PERFORM 8720-CSV-ADD-TEXT
           PERFORM 8720-CSV-ADD-TEXT
           MOVE WS-DAY-NAME(WS-DOW-IDX) TO WS-CSV-FIELD
           PERFORM 8720-CSV-ADD-TEXT
           PERFORM 8720-CSV-ADD-TEXT
           MOVE WS-WB-LINES(WS-DOW-IDX) TO WS-CSV-INT
           PERFORM 8710-CSV-ADD-INTEGER
           IF WS-WB-LINES(WS-DOW-IDX) = 0
               PERFORM 8720-CSV-ADD-TEXT 2 TIMES
           ELSE
               MOVE WS-WB-COUNT-AVG(WS-DOW-IDX) TO WS-CSV-NUM
               PERFORM 8700-CSV-ADD-NUMBER
               MOVE WS-WB-AVG-AVG(WS-DOW-IDX) TO WS-CSV-NUM
               PERFORM 8700-CSV-ADD-NUMBER
           END-IF
           PERFORM 8720-CSV-ADD-TEXT 8 TIMES
           PERFORM 8790-CSV-WRITE-ROW.

      *--------------------------------------------------------------*
      * 2000-SCAN-TREND-FILE - SECOND PASS: WALK STATTRND IN ORDER,
               STRING "       *** SWING OVER THRESHOLD - CHECK THE"
                   " UPSTREAM FEED ***" INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF
           IF WS-CSV-ON
               PERFORM 2450-CSV-DAY-ROW
           END-IF.

      *--------------------------------------------------------------*
      * 2450-CSV-DAY-ROW - ONE RECCSV ROW FOR THE TREND DAY JUST
      * PRINTED, WITH ITS SWINGS AGAINST THE WEEKDAY NORM.
      *--------------------------------------------------------------*
       2450-CSV-DAY-ROW.
           MOVE "DAY" TO WS-CSV-FIELD
           PERFORM 8720-CSV-ADD-TEXT
           MOVE TREND-DATE TO WS-CSV-FIELD
           PERFORM 8720-CSV-ADD-TEXT
           IF WS-DOW > 0
               MOVE WS-DAY-NAME(WS-DOW) TO WS-CSV-FIELD
           END-IF
           PERFORM 8720-CSV-ADD-TEXT
           PERFORM 8720-CSV-ADD-TEXT 2 TIMES
           MOVE WS-CURR-COUNT TO WS-CSV-INT
           PERFORM 8710-CSV-ADD-INTEGER
           MOVE WS-CURR-AVG TO WS-CSV-NUM
           PERFORM 8700-CSV-ADD-NUMBER
           MOVE WS-PCT-COUNT TO WS-CSV-NUM
           PERFORM 8700-CSV-ADD-NUMBER
           MOVE WS-PCT-AVG TO WS-CSV-NUM
           PERFORM 8700-CSV-ADD-NUMBER
           IF WS-DAY-FLAGGED
               MOVE "Y" TO WS-CSV-FIELD
           ELSE
               MOVE "N" TO WS-CSV-FIELD
           END-IF
           PERFORM 8720-CSV-ADD-TEXT
           PERFORM 8720-CSV-ADD-TEXT 5 TIMES
           PERFORM 8790-CSV-WRITE-ROW.

      *--------------------------------------------------------------*
      * 3000-CHECK-FORECAST - IF FORECAST LEFT AN FCSTOUT LINE FOR
      * THE NEWEST TREND DATE, CHECK THE ACTUAL COUNT AND AVERAGE
               STRING "       ACTUAL INSIDE THE FORECAST BAND"
                   INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF
           IF WS-CSV-ON
               PERFORM 3100-CSV-FORECAST-ROW
           END-IF.
       3000-CHECK-FORECAST-EXIT.
           EXIT.

      *--------------------------------------------------------------*
      * 3100-CSV-FORECAST-ROW - ONE RECCSV ROW FOR THE FORECAST
      * CHECK: THE NEWEST DAY'S ACTUALS, THE BAND THEY WERE HELD TO
      * AND WHETHER THEY FELL IN OR OUT OF IT.
      *--------------------------------------------------------------*
       3100-CSV-FORECAST-ROW.
           MOVE "FORECAST" TO WS-CSV-FIELD
           PERFORM 8720-CSV-ADD-TEXT
           MOVE WS-LAST-DATE TO WS-CSV-FIELD
           PERFORM 8720-CSV-ADD-TEXT
           PERFORM 8720-CSV-ADD-TEXT 3 TIMES
           MOVE WS-LAST-COUNT TO WS-CSV-INT
           PERFORM 8710-CSV-ADD-INTEGER
           MOVE WS-LAST-AVG TO WS-CSV-NUM
           PERFORM 8700-CSV-ADD-NUMBER
           PERFORM 8720-CSV-ADD-TEXT 3 TIMES
           MOVE WS-FC-COUNT-LO TO WS-CSV-INT
           PERFORM 8710-CSV-ADD-INTEGER
           MOVE WS-FC-COUNT-HI TO WS-CSV-INT
           PERFORM 8710-CSV-ADD-INTEGER
           MOVE WS-FC-AVG-LO TO WS-CSV-NUM
           PERFORM 8700-CSV-ADD-NUMBER
           MOVE WS-FC-AVG-HI TO WS-CSV-NUM
           PERFORM 8700-CSV-ADD-NUMBER
           IF WS-FCAST-FLAGGED
               MOVE "OUT" TO WS-CSV-FIELD
           ELSE
               MOVE "IN" TO WS-CSV-FIELD
           END-IF
           PERFORM 8720-CSV-ADD-TEXT
           PERFORM 8790-CSV-WRITE-ROW.

      *--------------------------------------------------------------*
      * 3500-SCAN-CATEGORY-TRENDS - WALK CATTRND IN ORDER, MEASURING
      * EACH LINE AGAINST THE PRIOR LINE FOR THE SAME CATEGORY AND
           MOVE SPACES TO PRINT-LINE
           STRING "       *** SWING OVER THRESHOLD - CHECK THIS"
               " CATEGORY'S FEED ***" INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           IF WS-CSV-ON
               PERFORM 3850-CSV-CATEGORY-ROW
           END-IF.

      *--------------------------------------------------------------*
      * 3850-CSV-CATEGORY-ROW - ONE RECCSV ROW FOR THE CATEGORY
      * SWING JUST PRINTED.  ONLY FLAGGED CATEGORY DAYS PRINT, SO
      * EVERY CATEGORY ROW IS FLAGGED.
      *--------------------------------------------------------------*
       3850-CSV-CATEGORY-ROW.
           MOVE "CATEGORY" TO WS-CSV-FIELD
           PERFORM 8720-CSV-ADD-TEXT
           MOVE CTRND-DATE TO WS-CSV-FIELD
           PERFORM 8720-CSV-ADD-TEXT
           PERFORM 8720-CSV-ADD-TEXT
           MOVE CTRND-CAT TO WS-CSV-FIELD
           PERFORM 8720-CSV-ADD-TEXT
           PERFORM 8720-CSV-ADD-TEXT
           MOVE WS-CT-CURR-CNT TO WS-CSV-INT
           PERFORM 8710-CSV-ADD-INTEGER
           MOVE WS-CT-CURR-AVG TO WS-CSV-NUM
           PERFORM 8700-CSV-ADD-NUMBER
           MOVE WS-PCT-COUNT TO WS-CSV-NUM
           PERFORM 8700-CSV-ADD-NUMBER
           MOVE WS-PCT-AVG TO WS-CSV-NUM
           PERFORM 8700-CSV-ADD-NUMBER
           MOVE "Y" TO WS-CSV-FIELD
           PERFORM 8720-CSV-ADD-TEXT
           PERFORM 8720-CSV-ADD-TEXT 5 TIMES
           PERFORM 8790-CSV-WRITE-ROW.

      *--------------------------------------------------------------*
      * 4000-PRINT-TOTALS - CLOSE THE REPORT WITH HOW MANY LINES WERE
               CALL "ALERTPUT" USING WS-AUDIT-PROGRAM WS-ALERT-TEXT
           END-IF.

      *--------------------------------------------------------------*
      * 8600-OPEN-CSV-FILE - OPEN THE COMMA-DELIMITED DATA FILE AND
      * WRITE ITS HEADER ROW.  A FILE THAT WILL NOT OPEN COSTS ONLY
      * THE DATA FILE - THE PRINT REPORT STILL RUNS, WITH A WARNING.
      *--------------------------------------------------------------*
       8600-OPEN-CSV-FILE.
           MOVE 0 TO WS-CSV-ROWS
           OPEN OUTPUT CSV-FILE
           IF WS-CSV-STATUS NOT = "00"
               DISPLAY "*** RECONCILE: UNABLE TO OPEN DATA FILE"
                   " RECCSV - FILE STATUS " WS-CSV-STATUS
                   " - PRINT REPORT ONLY ***"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 'Y' TO WS-CSV-SW
               MOVE SPACES TO WS-CSV-ROW
               STRING
                   "SECTION,DATE,WEEKDAY,CATEGORY,LINES,COUNT,"
                   "AVERAGE,COUNT-SWING-PCT,AVG-SWING-PCT,FLAGGED,"
                   "BAND-COUNT-LO,BAND-COUNT-HI,BAND-AVG-LO,"
                   "BAND-AVG-HI,FORECAST-BAND"
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
      * PAGE LENGTH IS ENFORCED IN ONE PLACE.
           IF WS-PRINT-STATUS = "00"
               CLOSE PRINT-FILE
           END-IF
           IF WS-CSV-ON
               CLOSE CSV-FILE
               DISPLAY "RECONCILE DATA FILE WRITTEN TO RECCSV"
           END-IF
           IF WS-ABORT-RUN
               DISPLAY "*** RECONCILE RUN ABORTED - SEE DIAGNOSTICS"
                   " ABOVE ***"
