      *                    TRNDFREC COPYBOOK); THE EDITED TRNDREC
      *                    LINE IS READ OUT OF TREND-TEXT AND
      *                    DE-EDITED EXACTLY AS BEFORE.
      *   2026-10-15  RA   WHEN TOOLPARM'S PARM-CSV-EXPORT IS 1, THE
      *                    PROJECTED FIGURES AND THEIR BANDS ALSO GO
      *                    AS ONE UNEDITED ROW TO THE COMMA-DELIMITED
      *                    FCSTCSV FILE, FOR LOADING INTO A SPREADSHEET
      *                    WITHOUT RE-KEYING FCSTRPT.
      *   2026-10-15  RA   THE DATA FILE IS CLOSED AND REPORTED ONLY
      *                    WHEN IT WAS ACTUALLY OPENED - AN ABORTED
      *                    RUN NO LONGER CLAIMS TO HAVE WRITTEN IT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORECAST.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "TOOLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CSV-FILE ASSIGN TO "FCSTCSV"
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
       77  WS-FCST-STATUS          PIC X(02).
       77  WS-LAST-DATE-INT        PIC S9(09) COMP.
       77  WS-WORK-DATE            PIC 9(08).

      *--------------------------------------------------------------*
      * COMMA-DELIMITED DATA FILE WORK FIELDS - WHEN TOOLPARM'S
      * PARM-CSV-EXPORT IS 1, EVERY DETAIL LINE ALSO GOES TO FCSTCSV
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
           STRING "  AVERAGE BAND HIGH  : " WS-DISP-NUM
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           IF WS-CSV-ON
               PERFORM 5100-CSV-FORECAST-ROW
           END-IF
           DISPLAY "FORECAST FOR " WS-FCST-DATE " WRITTEN TO FCSTOUT".

      *--------------------------------------------------------------*
      * 5100-CSV-FORECAST-ROW - THE WHOLE FORECAST AS ONE FCSTCSV ROW.
      *--------------------------------------------------------------*
       5100-CSV-FORECAST-ROW.
           MOVE WS-FCST-DATE TO WS-CSV-FIELD
           PERFORM 8720-CSV-ADD-TEXT
           MOVE WS-HIST-COUNT TO WS-CSV-INT
           PERFORM 8710-CSV-ADD-INTEGER
           MOVE WS-FCST-COUNT TO WS-CSV-INT
           PERFORM 8710-CSV-ADD-INTEGER
           MOVE WS-FCST-COUNT-LO TO WS-CSV-INT
           PERFORM 8710-CSV-ADD-INTEGER
           MOVE WS-FCST-COUNT-HI TO WS-CSV-INT
           PERFORM 8710-CSV-ADD-INTEGER
           MOVE WS-FCST-AVG TO WS-CSV-NUM
           PERFORM 8700-CSV-ADD-NUMBER
           MOVE WS-FCST-AVG-LO TO WS-CSV-NUM
           PERFORM 8700-CSV-ADD-NUMBER
           MOVE WS-FCST-AVG-HI TO WS-CSV-NUM
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
               DISPLAY "*** FORECAST: UNABLE TO OPEN DATA FILE"
                   " FCSTCSV - FILE STATUS " WS-CSV-STATUS
                   " - PRINT REPORT ONLY ***"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 'Y' TO WS-CSV-SW
               MOVE SPACES TO WS-CSV-ROW
               STRING
                   "FORECAST-DATE,LINES-FITTED,EXPECTED-COUNT,"
                   "COUNT-BAND-LO,COUNT-BAND-HI,EXPECTED-AVERAGE,"
                   "AVG-BAND-LO,AVG-BAND-HI"
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
      * PAGE LENGTH AND PRINT WIDTH ARE ENFORCED IN ONE PLACE.
           IF WS-PRINT-STATUS = "00"
               CLOSE PRINT-FILE
           END-IF
           IF WS-CSV-ON
               CLOSE CSV-FILE
               DISPLAY "FORECAST DATA FILE WRITTEN TO FCSTCSV"
           END-IF
           IF WS-ABORT-RUN
               DISPLAY "*** FORECAST RUN ABORTED - SEE DIAGNOSTICS"
                   " ABOVE ***"
