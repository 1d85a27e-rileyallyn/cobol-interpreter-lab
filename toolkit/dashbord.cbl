      *                    TODAY - ON A MONDAY MORNING THE DASHBOARD
      *                    SHOWS FRIDAY NIGHT'S RUNS, WHICH IS WHAT
      *                    THE SHIFT ACTUALLY WANTS TO SEE.
      *   2026-10-15  RA   WHEN TOOLPARM'S PARM-CSV-EXPORT IS 1, EACH
      *                    PROGRAM-RUN, UNENDED-RUN AND TREND LINE ALSO
      *                    GOES AS ONE UNEDITED ROW TO THE COMMA-
      *                    DELIMITED DASHCSV FILE, FOR LOADING INTO A
      *                    SPREADSHEET WITHOUT RE-KEYING DASHRPT.
      *   2026-10-15  RA   NEW UNDELIVERED REPORTS SECTION - EVERY
      *                    REPORT DISTRIB PUT ON THE DATE'S MANIFEST
      *                    (DISTLOG, SHARED DLVREC COPYBOOK) THAT NO
      *                    OPERATOR HAS YET MARKED DELIVERED, WITH ITS
      *                    RECIPIENT.  ANY LEFT SETS RETURN-CODE 4.
      *   2026-10-15  RA   THE CLOSING TOTALS NOW SHOW HOW MANY
      *                    INCIDENTS ARE STILL OPEN ON INCLOG AND
      *                    WHICH SEVERITY-1 ONES (SHARED INCSUMM
      *                    SUBPROGRAM).  ANY SEVERITY-1 INCIDENT OPEN
      *                    SETS RETURN-CODE 4.
      *   2026-10-15  RA   THE DATA FILE IS CLOSED AND REPORTED ONLY
      *                    WHEN IT WAS ACTUALLY OPENED - AN ABORTED
      *                    RUN NO LONGER CLAIMS TO HAVE WRITTEN IT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DASHBOARD.
           SELECT OPTIONAL FORECAST-FILE ASSIGN TO "FCSTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCST-STATUS.
           SELECT OPTIONAL DLV-FILE ASSIGN TO "DISTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLV-STATUS.
           SELECT CSV-FILE ASSIGN TO "DASHCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
           COPY TOOLPARM.

       FD  DLV-FILE.
           COPY DLVREC.

       FD  CSV-FILE.
       01  CSV-LINE                PIC X(256).

       WORKING-STORAGE SECTION.
       77  WS-AUDIT-STATUS         PIC X(02).
       77  WS-TREND-STATUS         PIC X(02).
       77  WS-TREND-COUNT          PIC 9(06) COMP VALUE 0.
       77  WS-SWING-COUNT          PIC 9(06) COMP VALUE 0.

      *--------------------------------------------------------------*
      * REPORT DELIVERY WORK FIELDS - THE STANDING OF EVERY REPORT
      * AND RECIPIENT ON THE REPORT DATE'S DISTRIBUTION MANIFEST.
      * THE LAST DISTLOG LINE FOR ONE IS ITS STANDING, SO ONE STILL
      * AT "M" WHEN THE LOG ENDS WAS NEVER MARKED DELIVERED.
      *--------------------------------------------------------------*
       77  WS-DLV-STATUS           PIC X(02).
       77  WS-UD-LIMIT             PIC 9(03) COMP VALUE 200.
       77  WS-UD-COUNT             PIC 9(03) COMP VALUE 0.
       77  WS-UD-IDX               PIC 9(03) COMP.
       77  WS-UD-HIT               PIC 9(03) COMP.
       01  WS-UD-TABLE.
           05  WS-UD-ENTRY OCCURS 200 TIMES.
               10  WS-UD-REPORT    PIC X(08).
               10  WS-UD-RECIPIENT PIC X(08).
               10  WS-UD-CLASS     PIC X(01).
               10  WS-UD-STATE     PIC X(01).
                   88  WS-UD-DELIVERED VALUE 'D'.
       77  WS-UNDELIVERED-COUNT    PIC 9(06) COMP VALUE 0.

      *--------------------------------------------------------------*
      * INCIDENT STANDING FROM INCSUMM - AS OF ZERO COUNTS EVERY
      * INCIDENT NOT YET CLOSED, WHENEVER IT WAS OPENED.
      *--------------------------------------------------------------*
       77  WS-INC-AS-OF-DATE       PIC 9(06) VALUE 0.
       77  WS-INC-OPEN-COUNT       PIC 9(05).
       77  WS-INC-SEV1-COUNT       PIC 9(05).
       77  WS-INC-SEV1-LIST        PIC X(70).

      *--------------------------------------------------------------*
      * DAY-OVER-DAY SWING WORK FIELDS - SAME ARITHMETIC RECONCILE
      * APPLIES ACROSS THE WHOLE TREND FILE, HERE AGAINST THE LINE
       77  WS-PCT-COUNT            PIC 9(05)V99.
       77  WS-PCT-AVG              PIC 9(05)V99.

      *--------------------------------------------------------------*
      * COMMA-DELIMITED DATA FILE WORK FIELDS - WHEN TOOLPARM'S
      * PARM-CSV-EXPORT IS 1, EVERY DETAIL LINE ALSO GOES TO DASHCSV
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

       77  WS-CSV-SWING            PIC X(01).
       77  WS-CSV-BAND             PIC X(03).

      *--------------------------------------------------------------*
      * REPORT WORK FIELDS
      *--------------------------------------------------------------*
           IF NOT WS-ABORT-RUN
               PERFORM 2000-REPORT-AUDIT-RUNS
               PERFORM 3000-REPORT-TREND-LINES
               PERFORM 3700-REPORT-UNDELIVERED
               PERFORM 4000-PRINT-TOTALS
           END-IF
           PERFORM 9999-FINISH-EXIT.
           MOVE 'N' TO WS-ABORT-SW
           MOVE 10 TO WS-PCT-THRESHOLD
           MOVE 132 TO WS-RPT-WIDTH
           MOVE 'N' TO WS-CSV-SW
           MOVE 'N' TO WS-CSV-WANTED-SW
           MOVE SPACES TO WS-PROMPT
           STRING "REPORT DATE (YYMMDD, BLANK FOR THE PRIOR BUSINESS"
               " DAY)?" INTO WS-PROMPT
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
                   INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               PERFORM 1500-LOAD-FORECAST
               IF WS-CSV-WANTED
                   PERFORM 8600-OPEN-CSV-FILE
               END-IF
           END-IF.

      *--------------------------------------------------------------*
                               MOVE AUDIT-TEXT TO PRINT-LINE
                               PERFORM 8900-PRINT-LINE
                               PERFORM 2100-PAIR-START-END
                               IF WS-CSV-ON
                                   PERFORM 2300-CSV-RUN-ROW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                       " TICKET=" WS-OPEN-TICKET(WS-OPEN-IDX)
                       " ***" INTO PRINT-LINE
                   PERFORM 8900-PRINT-LINE
                   IF WS-CSV-ON
                       PERFORM 2400-CSV-NOEND-ROW
                   END-IF
               END-IF
           END-PERFORM
           IF WS-NOEND-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *--------------------------------------------------------------*
      * 2300-CSV-RUN-ROW - ONE DASHCSV ROW FOR THE AUDITLG LINE JUST
      * PRINTED.  THE LINE LAYOUT IS FIXED, SO DATE, TIME, PROGRAM
      * AND TICKET SIT AT KNOWN COLUMNS; AN EVENT=END LINE ALSO
      * CARRIES THE RECORD COUNTS, OPERATOR AND RETURN CODE AT ITS
      * OWN FIXED COLUMNS, WHILE START AND NOTE LINES CARRY ONLY THE
      * OPERATOR.  THE SIX TREND COLUMNS ARE LEFT EMPTY SO EVERY ROW
      * HAS THE HEADER'S COLUMN COUNT.
      *--------------------------------------------------------------*
       2300-CSV-RUN-ROW.
           MOVE "RUN" TO WS-CSV-FIELD
           PERFORM 8720-CSV-ADD-TEXT
           MOVE AUDIT-TEXT(1:6) TO WS-CSV-FIELD
           PERFORM 8720-CSV-ADD-TEXT
           MOVE AUDIT-TEXT(8:8) TO WS-CSV-FIELD
           PERFORM 8720-CSV-ADD-TEXT
           MOVE AUDIT-TEXT(17:20) TO WS-CSV-FIELD
           PERFORM 8720-CSV-ADD-TEXT
           MOVE AUDIT-TEXT(45:9) TO WS-CSV-FIELD
           PERFORM 8720-CSV-ADD-TEXT
           MOVE 0 TO WS-EVENT-TALLY
           INSPECT AUDIT-TEXT TALLYING WS-EVENT-TALLY
               FOR ALL "EVENT=END"
           IF WS-EVENT-TALLY > 0
               MOVE AUDIT-TEXT(83:8) TO WS-CSV-FIELD
               PERFORM 8720-CSV-ADD-TEXT
               MOVE "END" TO WS-CSV-FIELD
               PERFORM 8720-CSV-ADD-TEXT
               MOVE AUDIT-TEXT(58:7) TO WS-CSV-FIELD
               PERFORM 8720-CSV-ADD-TEXT
               MOVE AUDIT-TEXT(70:7) TO WS-CSV-FIELD
               PERFORM 8720-CSV-ADD-TEXT
               MOVE AUDIT-TEXT(105:5) TO WS-CSV-FIELD
               PERFORM 8720-CSV-ADD-TEXT
           ELSE
               MOVE AUDIT-TEXT(60:8) TO WS-CSV-FIELD
               PERFORM 8720-CSV-ADD-TEXT
               MOVE 0 TO WS-EVENT-TALLY
               INSPECT AUDIT-TEXT TALLYING WS-EVENT-TALLY
                   FOR ALL "EVENT=START"
               IF WS-EVENT-TALLY > 0
                   MOVE "START" TO WS-CSV-FIELD
               ELSE
                   MOVE "NOTE" TO WS-CSV-FIELD
               END-IF
               PERFORM 8720-CSV-ADD-TEXT
               PERFORM 8720-CSV-ADD-TEXT
               PERFORM 8720-CSV-ADD-TEXT
               PERFORM 8720-CSV-ADD-TEXT
           END-IF
           PERFORM 8720-CSV-ADD-TEXT 6 TIMES
           PERFORM 8790-CSV-WRITE-ROW.

       2400-CSV-NOEND-ROW.
           MOVE "NOEND" TO WS-CSV-FIELD
           PERFORM 8720-CSV-ADD-TEXT
           MOVE WS-REPORT-DATE TO WS-CSV-FIELD
           PERFORM 8720-CSV-ADD-TEXT
           PERFORM 8720-CSV-ADD-TEXT
           MOVE WS-OPEN-PROGRAM(WS-OPEN-IDX) TO WS-CSV-FIELD
           PERFORM 8720-CSV-ADD-TEXT
           MOVE WS-OPEN-TICKET(WS-OPEN-IDX) TO WS-CSV-FIELD
           PERFORM 8720-CSV-ADD-TEXT
           PERFORM 8720-CSV-ADD-TEXT
           MOVE "START" TO WS-CSV-FIELD
           PERFORM 8720-CSV-ADD-TEXT
           PERFORM 8720-CSV-ADD-TEXT
           PERFORM 8720-CSV-ADD-TEXT
           PERFORM 8720-CSV-ADD-TEXT
           PERFORM 8720-CSV-ADD-TEXT 6 TIMES
           PERFORM 8790-CSV-WRITE-ROW.

      *--------------------------------------------------------------*
      * 3000-REPORT-TREND-LINES - WALK STATTRND KEEPING THE RUNNING
      * PRIOR-LINE FIGURES, AND PRINT EVERY LINE STAMPED WITH THE
           MOVE 'Y' TO WS-HAVE-PREV-SW.

       3200-PRINT-TREND-LINE.
           MOVE SPACES TO WS-CSV-SWING
           MOVE SPACES TO WS-CSV-BAND
           MOVE WS-CURR-COUNT TO WS-DISP-COUNT
           MOVE WS-CURR-AVG TO WS-DISP-AVG
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           IF WS-HAVE-PREV
               PERFORM 3300-COMPUTE-SWINGS
               MOVE 'N' TO WS-CSV-SWING
               MOVE WS-PCT-COUNT TO WS-DISP-PCT
               MOVE SPACES TO PRINT-LINE
               STRING "       COUNT MOVED " WS-DISP-PCT
               IF WS-PCT-COUNT > WS-PCT-THRESHOLD
                       OR WS-PCT-AVG > WS-PCT-THRESHOLD
                   ADD 1 TO WS-SWING-COUNT
                   MOVE 'Y' TO WS-CSV-SWING
                   MOVE SPACES TO PRINT-LINE
                   STRING "       *** SWING OVER THRESHOLD ***"
                       INTO PRINT-LINE
           END-IF
           IF WS-HAVE-FCST
               PERFORM 3400-CHECK-FORECAST-BAND
           END-IF
           IF WS-CSV-ON
               PERFORM 3500-CSV-TREND-ROW
           END-IF.

      *--------------------------------------------------------------*
                   OR WS-CURR-AVG < WS-FC-AVG-LO
                   OR WS-CURR-AVG > WS-FC-AVG-HI
               ADD 1 TO WS-SWING-COUNT
               MOVE "OUT" TO WS-CSV-BAND
               MOVE SPACES TO PRINT-LINE
               STRING "       *** OUTSIDE THE FORECAST BAND ***"
                   INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           ELSE
               MOVE "IN" TO WS-CSV-BAND
               MOVE SPACES TO PRINT-LINE
               STRING "       INSIDE THE FORECAST BAND"
                   INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF.

      *--------------------------------------------------------------*
      * 3500-CSV-TREND-ROW - ONE DASHCSV ROW FOR THE TREND LINE JUST
      * PRINTED.  THE SWING COLUMNS ARE EMPTY FOR A LINE WITH NO
      * PRIOR RUN, THE BAND COLUMN WHEN NO FORECAST COVERS THE DATE.
      *--------------------------------------------------------------*
       3500-CSV-TREND-ROW.
           MOVE "TREND" TO WS-CSV-FIELD
           PERFORM 8720-CSV-ADD-TEXT
           MOVE TREND-DATE TO WS-CSV-FIELD
           PERFORM 8720-CSV-ADD-TEXT
           PERFORM 8720-CSV-ADD-TEXT 8 TIMES
           MOVE WS-CURR-COUNT TO WS-CSV-INT
           PERFORM 8710-CSV-ADD-INTEGER
           MOVE WS-CURR-AVG TO WS-CSV-NUM
           PERFORM 8700-CSV-ADD-NUMBER
           IF WS-HAVE-PREV
               MOVE WS-PCT-COUNT TO WS-CSV-NUM
               PERFORM 8700-CSV-ADD-NUMBER
               MOVE WS-PCT-AVG TO WS-CSV-NUM
               PERFORM 8700-CSV-ADD-NUMBER
           ELSE
               PERFORM 8720-CSV-ADD-TEXT 2 TIMES
           END-IF
           MOVE WS-CSV-SWING TO WS-CSV-FIELD
           PERFORM 8720-CSV-ADD-TEXT
           MOVE WS-CSV-BAND TO WS-CSV-FIELD
           PERFORM 8720-CSV-ADD-TEXT
           PERFORM 8790-CSV-WRITE-ROW.

      *--------------------------------------------------------------*
      * 3300-COMPUTE-SWINGS - PERCENTAGE MOVEMENT AGAINST THE PRIOR
      * TREND LINE; A ZERO PRIOR FIGURE WITH A NON-ZERO CURRENT ONE
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 3700-REPORT-UNDELIVERED - EVERY REPORT ON THE REPORT DATE'S
      * DISTRIBUTION MANIFEST THAT IS STILL WAITING TO BE HANDED TO
      * ITS RECIPIENT.  NO DISTLOG MEANS NOTHING WAS EVER MANIFESTED.
      *--------------------------------------------------------------*
       3700-REPORT-UNDELIVERED.
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE "===== UNDELIVERED REPORTS (DISTLOG) ====="
               TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE 0 TO WS-UD-COUNT
           MOVE 0 TO WS-UNDELIVERED-COUNT
           OPEN INPUT DLV-FILE
           IF WS-DLV-STATUS = "00" OR WS-DLV-STATUS = "05"
               MOVE 'N' TO FEOF
               PERFORM UNTIL FEOF = 'Y'
                   READ DLV-FILE
                       AT END
                           MOVE 'Y' TO FEOF
                       NOT AT END
                           IF DLV-DATE = WS-REPORT-DATE-NUM
                               PERFORM 3750-TAKE-DISTLOG-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DLV-FILE
           END-IF
           PERFORM VARYING WS-UD-IDX FROM 1 BY 1
                   UNTIL WS-UD-IDX > WS-UD-COUNT
               IF NOT WS-UD-DELIVERED(WS-UD-IDX)
                   ADD 1 TO WS-UNDELIVERED-COUNT
                   MOVE SPACES TO PRINT-LINE
                   STRING "*** NOT DELIVERED: "
                       WS-UD-REPORT(WS-UD-IDX) " TO "
                       WS-UD-RECIPIENT(WS-UD-IDX) " CLASS "
                       WS-UD-CLASS(WS-UD-IDX) " ***"
                       DELIMITED BY SIZE INTO PRINT-LINE
                   PERFORM 8900-PRINT-LINE
                   IF WS-CSV-ON
                       PERFORM 3780-CSV-UNDELIVERED-ROW
                   END-IF
               END-IF
           END-PERFORM
           IF WS-UNDELIVERED-COUNT = 0
               MOVE SPACES TO PRINT-LINE
               MOVE "NO UNDELIVERED REPORTS FOR THIS DATE"
                   TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF.

       3750-TAKE-DISTLOG-LINE.
           MOVE 0 TO WS-UD-HIT
           PERFORM VARYING WS-UD-IDX FROM 1 BY 1
                   UNTIL WS-UD-IDX > WS-UD-COUNT OR WS-UD-HIT > 0
               IF WS-UD-REPORT(WS-UD-IDX) = DLV-REPORT
                       AND WS-UD-RECIPIENT(WS-UD-IDX) = DLV-RECIPIENT
                   MOVE WS-UD-IDX TO WS-UD-HIT
               END-IF
           END-PERFORM
           IF WS-UD-HIT = 0 AND WS-UD-COUNT < WS-UD-LIMIT
               ADD 1 TO WS-UD-COUNT
               MOVE WS-UD-COUNT TO WS-UD-HIT
               MOVE DLV-REPORT TO WS-UD-REPORT(WS-UD-HIT)
               MOVE DLV-RECIPIENT TO WS-UD-RECIPIENT(WS-UD-HIT)
           END-IF
           IF WS-UD-HIT > 0
               MOVE DLV-CLASS TO WS-UD-CLASS(WS-UD-HIT)
               MOVE DLV-ACTION TO WS-UD-STATE(WS-UD-HIT)
           END-IF.

      *--------------------------------------------------------------*
      * 3780-CSV-UNDELIVERED-ROW - THE REPORT GOES IN THE PROGRAM
      * COLUMN AND THE RECIPIENT IN THE OPERATOR COLUMN; THE REST ARE
      * LEFT EMPTY SO THE ROW HAS THE HEADER'S COLUMN COUNT.
      *--------------------------------------------------------------*
       3780-CSV-UNDELIVERED-ROW.
           MOVE "UNDELIVERED" TO WS-CSV-FIELD
           PERFORM 8720-CSV-ADD-TEXT
           MOVE WS-REPORT-DATE TO WS-CSV-FIELD
           PERFORM 8720-CSV-ADD-TEXT
           PERFORM 8720-CSV-ADD-TEXT
           MOVE WS-UD-REPORT(WS-UD-IDX) TO WS-CSV-FIELD
           PERFORM 8720-CSV-ADD-TEXT
           PERFORM 8720-CSV-ADD-TEXT
           MOVE WS-UD-RECIPIENT(WS-UD-IDX) TO WS-CSV-FIELD
           PERFORM 8720-CSV-ADD-TEXT
           PERFORM 8720-CSV-ADD-TEXT 10 TIMES
           PERFORM 8790-CSV-WRITE-ROW.

      *--------------------------------------------------------------*
      * 4000-PRINT-TOTALS - ONE-GLANCE CLOSING COUNTS FOR THE SHIFT.
      *--------------------------------------------------------------*
               DISPLAY "*** DASHBOARD: " WS-SWING-COUNT " TREND"
                   " SWING(S) FLAGGED - SEE DASHRPT ***"
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-UNDELIVERED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "UNDELIVERED REPORTS  : " WS-DISP-COUNT
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           IF WS-UNDELIVERED-COUNT > 0
               DISPLAY "*** DASHBOARD: " WS-UNDELIVERED-COUNT
                   " REPORT(S) NOT YET DELIVERED - SEE DASHRPT ***"
               MOVE 4 TO RETURN-CODE
           END-IF
           CALL "INCSUMM" USING WS-INC-AS-OF-DATE WS-INC-OPEN-COUNT
               WS-INC-SEV1-COUNT WS-INC-SEV1-LIST
           MOVE WS-INC-OPEN-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "OPEN INCIDENTS       : " WS-DISP-COUNT
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           IF WS-INC-SEV1-COUNT > 0
               MOVE WS-INC-SEV1-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING "  OF WHICH SEVERITY 1: " WS-DISP-COUNT "  - "
                   WS-INC-SEV1-LIST INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               DISPLAY "*** DASHBOARD: " WS-INC-SEV1-COUNT
                   " SEVERITY-1 INCIDENT(S) OPEN - SEE INCIDENT ***"
               MOVE 4 TO RETURN-CODE
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
               DISPLAY "*** DASHBOARD: UNABLE TO OPEN DATA FILE"
                   " DASHCSV - FILE STATUS " WS-CSV-STATUS
                   " - PRINT REPORT ONLY ***"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 'Y' TO WS-CSV-SW
               MOVE SPACES TO WS-CSV-ROW
               STRING
                   "TYPE,DATE,TIME,PROGRAM,TICKET,OPERATOR,EVENT,"
                   "RECORDS-IN,RECORDS-OUT,RC,COUNT,AVERAGE,"
                   "COUNT-SWING-PCT,AVG-SWING-PCT,SWING-FLAG,"
                   "FORECAST-BAND"
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
      * 8800-GET-ANSWER - SINGLE CHOKEPOINT FOR EVERY OPERATOR
      * QUESTION.  THE SHARED RESPOND SUBPROGRAM ANSWERS FROM THE
           IF WS-PRINT-STATUS = "00"
               CLOSE PRINT-FILE
           END-IF
           IF WS-CSV-ON
               CLOSE CSV-FILE
               DISPLAY "DASHBOARD DATA FILE WRITTEN TO DASHCSV"
           END-IF
           IF WS-ABORT-RUN
               DISPLAY "*** DASHBOARD RUN ABORTED - SEE DIAGNOSTICS"
                   " ABOVE ***"
