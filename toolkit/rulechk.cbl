      *****************************************************************
      * PROGRAM:  RULECHK
      *
      * PURPOSE:  RULE-DRIVEN THRESHOLD CHECKS ON THE STATXTR SUMMARY
      *           EXTRACT.  EVERY CARD OF THE MAINTAINED RULES FILE
      *           (SHARED RULEREC COPYBOOK) NAMES ONE FIGURE OF THE
      *           "H" HEADER RECORD, OR OF ONE CATEGORY'S "C" RECORD,
      *           A COMPARISON, A LIMIT AND A SEVERITY.  EACH RULE IS
      *           EVALUATED AGAINST EVERY RECORD SET STATS WROTE (ONE
      *           PER JOB - SEVERAL FOR A CONTROL-FILE RUN) AND THE
      *           PASS/FAIL REPORT GOES TO RULRPT.  A FAILED HIGH-
      *           SEVERITY (3) RULE ALSO RAISES AN OPERATOR ALERT
      *           THROUGH THE SHARED ALERTPUT SUBPROGRAM.
      *
      *           A CATEGORY RULE WHOSE CATEGORY IS ABSENT FROM A JOB
      *           TESTS A COUNT OF ZERO (SO "COUNT GE 1" CATCHES A
      *           FEED THAT DIED); ANY OTHER FIGURE OF AN ABSENT
      *           CATEGORY IS REPORTED AS NO DATA AND NOT TESTED.
      *
      *           THE RETURN-CODE IS THE WORST FAILURE - 4 FOR A
      *           SEVERITY-1 RULE, 8 FOR SEVERITY 2, 12 FOR SEVERITY
      *           3 - SO A DRVSTEPS CONDITION CAN HOLD THE STEPS
      *           BEHIND IT.  16 WHEN THE RULES OR THE EXTRACT CANNOT
      *           BE READ OR HOLD NOTHING TO CHECK.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15  RA   INITIAL VERSION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RULECHK.
       AUTHOR. R-ALLYN.
       INSTALLATION. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE ASSIGN TO "RULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "STATXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT PRINT-FILE ASSIGN TO "RULRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "TOOLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULE-FILE.
           COPY RULEREC.

       FD  EXTRACT-FILE.
       01  EXTRACT-LINE            PIC X(260).

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(132).

       FD  PARM-FILE.
           COPY TOOLPARM.

       WORKING-STORAGE SECTION.
       77  WS-RULE-STATUS          PIC X(02).
       77  WS-EXTRACT-STATUS       PIC X(02).
       77  WS-PRINT-STATUS         PIC X(02).
       77  WS-PARM-STATUS          PIC X(02).
       77  WS-ABORT-SW             PIC X(01) VALUE 'N'.
           88  WS-ABORT-RUN         VALUE 'Y'.
       77  WS-SAVE-RC              PIC S9(09) COMP.
       77  WS-EOF-SW               PIC X(01).
           88  WS-AT-EOF            VALUE 'Y'.

           COPY STATXREC.

      *--------------------------------------------------------------*
      * RULE TABLE - LOADED FROM THE RULES FILE AT START-UP.
      *--------------------------------------------------------------*
       77  WS-RL-LIMIT             PIC 9(03) COMP VALUE 200.
       77  WS-RL-COUNT             PIC 9(03) COMP VALUE 0.
       77  WS-RL-IDX               PIC 9(03) COMP.
       77  WS-BAD-CARD-COUNT       PIC 9(04) COMP VALUE 0.
       01  WS-RL-TABLE.
           05  WS-RL-ENTRY OCCURS 200 TIMES.
               10  WS-RL-ID        PIC X(08).
               10  WS-RL-FIELD     PIC X(10).
               10  WS-RL-CAT       PIC X(04).
               10  WS-RL-COMPARE   PIC X(02).
               10  WS-RL-LIMIT-AMT PIC S9(15)V9(04).
               10  WS-RL-SEVERITY  PIC 9(01).
               10  WS-RL-DESC      PIC X(30).

      *--------------------------------------------------------------*
      * CURRENT RECORD SET - THE HEADER (KEPT IN STATX-HEADER-REC)
      * AND ITS CATEGORY RECORDS.
      *--------------------------------------------------------------*
       77  WS-HAVE-SET-SW          PIC X(01) VALUE 'N'.
           88  WS-HAVE-SET          VALUE 'Y'.
       77  WS-SC-LIMIT             PIC 9(03) COMP VALUE 100.
       77  WS-SC-COUNT             PIC 9(03) COMP VALUE 0.
       77  WS-SC-IDX               PIC 9(03) COMP.
       77  WS-SC-HIT               PIC 9(03) COMP.
       01  WS-SC-TABLE.
           05  WS-SC-ENTRY OCCURS 100 TIMES.
               10  WS-SC-CODE      PIC X(04).
               10  WS-SC-COUNT-N   PIC 9(06).
               10  WS-SC-MIN       PIC S9(14)V9(4).
               10  WS-SC-MAX       PIC S9(14)V9(4).
               10  WS-SC-SUM       PIC S9(16)V9(4).
               10  WS-SC-AVG       PIC S9(14)V9(4).
       77  WS-SC-OVERFLOW          PIC 9(04) COMP VALUE 0.

      *--------------------------------------------------------------*
      * EVALUATION WORK FIELDS
      *--------------------------------------------------------------*
       77  WS-ACTUAL               PIC S9(16)V9(04).
       77  WS-DATA-SW              PIC X(01).
           88  WS-HAVE-DATA         VALUE 'Y'.
       77  WS-PASS-SW              PIC X(01).
           88  WS-RULE-PASSED       VALUE 'Y'.
       77  WS-RESULT-TEXT          PIC X(07).
       77  WS-ACTUAL-TEXT          PIC X(21).
       77  WS-WORST-SEVERITY       PIC 9(01) VALUE 0.
       77  WS-ALERT-PROGRAM        PIC X(20) VALUE "RULECHK".
       77  WS-ALERT-TEXT           PIC X(60).
       77  WS-ALERT-LIMIT          PIC X(21).

      *--------------------------------------------------------------*
      * RUN COUNTS AND DISPLAY FIELDS
      *--------------------------------------------------------------*
       77  WS-SET-COUNT            PIC 9(04) COMP VALUE 0.
       77  WS-EXTRACT-LINES        PIC 9(07) COMP VALUE 0.
       77  WS-EVAL-COUNT           PIC 9(06) COMP VALUE 0.
       77  WS-PASS-COUNT           PIC 9(06) COMP VALUE 0.
       77  WS-NO-DATA-COUNT        PIC 9(06) COMP VALUE 0.
       77  WS-ALERT-COUNT          PIC 9(06) COMP VALUE 0.
       01  WS-FAIL-COUNTS.
           05  WS-FAIL-BY-SEV      PIC 9(06) COMP OCCURS 3 TIMES.
       77  WS-SEV-IDX              PIC 9(01) COMP.
       77  WS-DISP-NUM             PIC -(15)9.9999.
       77  WS-DISP-COUNT           PIC Z(05)9.
       77  WS-DISP-RECORDS         PIC Z(06)9.
       77  WS-DISP-TICKET          PIC Z(08)9.
       77  WS-DISP-SET             PIC Z(03)9.

      *--------------------------------------------------------------*
      * REPORT WORK FIELDS
      *--------------------------------------------------------------*
       01  WS-RPT-PROGRAM          PIC X(20) VALUE "RULECHK".
       01  WS-RPT-TITLE            PIC X(40)
           VALUE "STATXTR RULE CHECKS".
       77  WS-RPT-PAGE-NO          PIC 9(04) VALUE 1.
       77  WS-RPT-LINES-ON-PAGE    PIC 9(04) COMP VALUE 0.
       77  WS-RPT-MAX-LINES        PIC 9(04) COMP VALUE 60.
       77  WS-RPT-WIDTH            PIC 9(03) VALUE 132.
       01  WS-HEADING-1            PIC X(132).

       77  WS-AUDIT-PROGRAM       PIC X(20) VALUE "RULECHK".
       77  WS-AUDIT-RECORDS-IN    PIC 9(07).
       77  WS-AUDIT-RECORDS-OUT   PIC 9(07).
       77  WS-RUN-TICKET          PIC 9(09).
       77  WS-ARCHIVE-REPORT      PIC X(30) VALUE "RULRPT".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL "RUNTICKET" USING WS-RUN-TICKET
           CALL "AUDITBEG" USING WS-AUDIT-PROGRAM WS-RUN-TICKET
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               PERFORM 2000-CHECK-EXTRACT
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 4000-PRINT-TOTALS
           END-IF
           PERFORM 9999-FINISH-EXIT.

      *--------------------------------------------------------------*
      * 1000-INITIALIZE - LOAD THE RULES AND OPEN THE FILES.
      *--------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO WS-RL-COUNT
           MOVE 0 TO WS-BAD-CARD-COUNT
           MOVE 0 TO WS-SET-COUNT
           MOVE 0 TO WS-EXTRACT-LINES
           MOVE 0 TO WS-EVAL-COUNT
           MOVE 0 TO WS-PASS-COUNT
           MOVE 0 TO WS-NO-DATA-COUNT
           MOVE 0 TO WS-ALERT-COUNT
           MOVE 0 TO WS-SC-OVERFLOW
           MOVE 0 TO WS-WORST-SEVERITY
           PERFORM VARYING WS-SEV-IDX FROM 1 BY 1 UNTIL WS-SEV-IDX > 3
               MOVE 0 TO WS-FAIL-BY-SEV(WS-SEV-IDX)
           END-PERFORM
           MOVE 1 TO WS-RPT-PAGE-NO
           MOVE 0 TO WS-RPT-LINES-ON-PAGE
           MOVE 'N' TO WS-ABORT-SW
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
           PERFORM 1100-LOAD-RULES
           IF NOT WS-ABORT-RUN
               PERFORM 1200-OPEN-FILES
           END-IF.

      *--------------------------------------------------------------*
      * 1100-LOAD-RULES - THE RULES FILE IS REQUIRED.  A CARD THAT
      * NAMES AN UNKNOWN FIELD OR COMPARISON, A FIELD A CATEGORY
      * RECORD DOES NOT CARRY, AN UNREADABLE LIMIT OR A SEVERITY
      * OUTSIDE 1-3 IS SKIPPED AND COUNTED; NO USABLE RULE AT ALL
      * ENDS THE RUN.
      *--------------------------------------------------------------*
       1100-LOAD-RULES.
           OPEN INPUT RULE-FILE
           IF WS-RULE-STATUS NOT = "00"
               DISPLAY "*** RULECHK: UNABLE TO OPEN RULES FILE"
                   " RULES - FILE STATUS " WS-RULE-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-AT-EOF
                   READ RULE-FILE
                       AT END
                           SET WS-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM 1110-TAKE-RULE-CARD
                   END-READ
               END-PERFORM
               CLOSE RULE-FILE
               IF WS-RL-COUNT = 0
                   DISPLAY "*** RULECHK: RULES FILE HOLDS NO USABLE"
                       " RULE ***"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF.

       1110-TAKE-RULE-CARD.
           IF RULE-CARD-COL1 = '*' OR RULE-REC = SPACES
               CONTINUE
           ELSE
               IF RULE-ID NOT = SPACES
                       AND RULE-HEADER-FIELD
                       AND (RULE-CAT = SPACES OR RULE-CATEGORY-FIELD)
                       AND RULE-VALID-COMPARE
                       AND RULE-LIMIT IS NUMERIC
                       AND RULE-SEVERITY IS NUMERIC
                       AND RULE-VALID-SEVERITY
                       AND WS-RL-COUNT < WS-RL-LIMIT
                   ADD 1 TO WS-RL-COUNT
                   MOVE RULE-ID TO WS-RL-ID(WS-RL-COUNT)
                   MOVE RULE-FIELD TO WS-RL-FIELD(WS-RL-COUNT)
                   MOVE RULE-CAT TO WS-RL-CAT(WS-RL-COUNT)
                   MOVE RULE-COMPARE TO WS-RL-COMPARE(WS-RL-COUNT)
                   MOVE RULE-LIMIT TO WS-RL-LIMIT-AMT(WS-RL-COUNT)
                   MOVE RULE-SEVERITY TO WS-RL-SEVERITY(WS-RL-COUNT)
                   MOVE RULE-DESC TO WS-RL-DESC(WS-RL-COUNT)
               ELSE
                   ADD 1 TO WS-BAD-CARD-COUNT
                   DISPLAY "RULECHK: RULES CARD SKIPPED - " RULE-REC
               END-IF
           END-IF.

       1200-OPEN-FILES.
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "*** RULECHK: UNABLE TO OPEN EXTRACT FILE"
                   " STATXTR - FILE STATUS " WS-EXTRACT-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "*** RULECHK: UNABLE TO OPEN PRINT FILE"
                   " RULRPT - FILE STATUS " WS-PRINT-STATUS " ***"
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
           END-IF.

      *--------------------------------------------------------------*
      * 2000-CHECK-EXTRACT - A HEADER RECORD STARTS A NEW SET; THE
      * SET BEFORE IT IS CHECKED FIRST.  PAIRED "P" RECORDS ARE NOT
      * RULE SUBJECTS AND ARE PASSED OVER.
      *--------------------------------------------------------------*
       2000-CHECK-EXTRACT.
           MOVE 'N' TO WS-HAVE-SET-SW
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-AT-EOF
               READ EXTRACT-FILE
                   AT END
                       SET WS-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EXTRACT-LINES
                       PERFORM 2100-TAKE-EXTRACT-LINE
               END-READ
           END-PERFORM
           CLOSE EXTRACT-FILE
           IF WS-HAVE-SET
               PERFORM 3000-CHECK-ONE-SET
           END-IF
           IF WS-SET-COUNT = 0
               MOVE SPACES TO PRINT-LINE
               MOVE "*** STATXTR HOLDS NO HEADER RECORD - NOTHING"
                   TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE "*** WAS CHECKED.  DID THE STATS STEP RUN? ***"
                   TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               DISPLAY "*** RULECHK: STATXTR HOLDS NO HEADER RECORD"
                   " - NOTHING CHECKED ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF.

       2100-TAKE-EXTRACT-LINE.
           EVALUATE EXTRACT-LINE(1:1)
               WHEN 'H'
                   IF WS-HAVE-SET
                       PERFORM 3000-CHECK-ONE-SET
                   END-IF
                   MOVE EXTRACT-LINE TO STATX-HEADER-REC
                   MOVE 'Y' TO WS-HAVE-SET-SW
                   MOVE 0 TO WS-SC-COUNT
               WHEN 'C'
                   IF WS-HAVE-SET
                       MOVE EXTRACT-LINE TO STATX-CATEGORY-REC
                       PERFORM 2200-STORE-CATEGORY
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2200-STORE-CATEGORY.
           IF WS-SC-COUNT < WS-SC-LIMIT
               ADD 1 TO WS-SC-COUNT
               MOVE STATX-C-CODE TO WS-SC-CODE(WS-SC-COUNT)
               MOVE STATX-C-COUNT TO WS-SC-COUNT-N(WS-SC-COUNT)
               MOVE STATX-C-MIN TO WS-SC-MIN(WS-SC-COUNT)
               MOVE STATX-C-MAX TO WS-SC-MAX(WS-SC-COUNT)
               MOVE STATX-C-SUM TO WS-SC-SUM(WS-SC-COUNT)
               MOVE STATX-C-AVG TO WS-SC-AVG(WS-SC-COUNT)
           ELSE
               ADD 1 TO WS-SC-OVERFLOW
           END-IF.

      *--------------------------------------------------------------*
      * 3000-CHECK-ONE-SET - EVERY RULE AGAINST ONE JOB'S RECORDS.
      *--------------------------------------------------------------*
       3000-CHECK-ONE-SET.
           ADD 1 TO WS-SET-COUNT
           MOVE SPACES TO PRINT-LINE
           MOVE WS-SET-COUNT TO WS-DISP-SET
           MOVE STATX-H-TICKET TO WS-DISP-TICKET
           MOVE STATX-H-COUNT TO WS-DISP-RECORDS
           MOVE WS-SC-COUNT TO WS-DISP-COUNT
           STRING "JOB " WS-DISP-SET "   RUN DATE " STATX-H-DATE
               "   TICKET " WS-DISP-TICKET "   RECORDS "
               WS-DISP-RECORDS "   CATEGORIES " WS-DISP-COUNT
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           PERFORM 8960-COLUMN-HEADS
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-RL-COUNT
               PERFORM 3100-EVALUATE-RULE
           END-PERFORM
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE.

      *--------------------------------------------------------------*
      * 3100-EVALUATE-RULE - FETCH THE FIGURE, TEST IT, PRINT THE
      * RESULT AND TALLY IT.
      *--------------------------------------------------------------*
       3100-EVALUATE-RULE.
           ADD 1 TO WS-EVAL-COUNT
           MOVE 'Y' TO WS-DATA-SW
           MOVE 0 TO WS-ACTUAL
           IF WS-RL-CAT(WS-RL-IDX) = SPACES
               PERFORM 3200-FETCH-HEADER-FIGURE
           ELSE
               PERFORM 3300-FETCH-CATEGORY-FIGURE
           END-IF
           IF NOT WS-HAVE-DATA
               MOVE "NO DATA" TO WS-RESULT-TEXT
               MOVE SPACES TO WS-ACTUAL-TEXT
               ADD 1 TO WS-NO-DATA-COUNT
           ELSE
               MOVE WS-ACTUAL TO WS-DISP-NUM
               MOVE WS-DISP-NUM TO WS-ACTUAL-TEXT
               PERFORM 3400-APPLY-COMPARISON
               IF WS-RULE-PASSED
                   MOVE "PASS" TO WS-RESULT-TEXT
                   ADD 1 TO WS-PASS-COUNT
               ELSE
                   MOVE "FAIL" TO WS-RESULT-TEXT
                   MOVE WS-RL-SEVERITY(WS-RL-IDX) TO WS-SEV-IDX
                   ADD 1 TO WS-FAIL-BY-SEV(WS-SEV-IDX)
                   IF WS-RL-SEVERITY(WS-RL-IDX) > WS-WORST-SEVERITY
                       MOVE WS-RL-SEVERITY(WS-RL-IDX)
                           TO WS-WORST-SEVERITY
                   END-IF
                   IF WS-RL-SEVERITY(WS-RL-IDX) = 3
                       PERFORM 3500-RAISE-ALERT
                   END-IF
               END-IF
           END-IF
           MOVE WS-RL-LIMIT-AMT(WS-RL-IDX) TO WS-DISP-NUM
           MOVE SPACES TO PRINT-LINE
           STRING WS-RL-ID(WS-RL-IDX) "  " WS-RL-FIELD(WS-RL-IDX)
               "  " WS-RL-CAT(WS-RL-IDX) "  "
               WS-RL-COMPARE(WS-RL-IDX) " " WS-DISP-NUM "  "
               WS-ACTUAL-TEXT "  " WS-RL-SEVERITY(WS-RL-IDX) "    "
               WS-RESULT-TEXT "  " WS-RL-DESC(WS-RL-IDX)
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE.

       3200-FETCH-HEADER-FIGURE.
           EVALUATE WS-RL-FIELD(WS-RL-IDX)
               WHEN "COUNT"      MOVE STATX-H-COUNT TO WS-ACTUAL
               WHEN "REJECTS"    MOVE STATX-H-REJECTS TO WS-ACTUAL
               WHEN "EXCLUDED"   MOVE STATX-H-EXCLUDED TO WS-ACTUAL
               WHEN "MIN"        MOVE STATX-H-MIN TO WS-ACTUAL
               WHEN "MAX"        MOVE STATX-H-MAX TO WS-ACTUAL
               WHEN "SUM"        MOVE STATX-H-SUM TO WS-ACTUAL
               WHEN "AVERAGE"    MOVE STATX-H-AVG TO WS-ACTUAL
               WHEN "VARIANCE"   MOVE STATX-H-VARIANCE TO WS-ACTUAL
               WHEN "STD-DEV"    MOVE STATX-H-STD-DEV TO WS-ACTUAL
               WHEN "MEDIAN"     MOVE STATX-H-MEDIAN TO WS-ACTUAL
               WHEN "Q1"         MOVE STATX-H-Q1 TO WS-ACTUAL
               WHEN "Q3"         MOVE STATX-H-Q3 TO WS-ACTUAL
               WHEN "NEG-COUNT"  MOVE STATX-H-NEG-COUNT TO WS-ACTUAL
               WHEN "NEG-SUM"    MOVE STATX-H-NEG-SUM TO WS-ACTUAL
               WHEN "POS-COUNT"  MOVE STATX-H-POS-COUNT TO WS-ACTUAL
               WHEN "POS-SUM"    MOVE STATX-H-POS-SUM TO WS-ACTUAL
               WHEN "ZERO-COUNT" MOVE STATX-H-ZERO-COUNT TO WS-ACTUAL
               WHEN OTHER        MOVE 'N' TO WS-DATA-SW
           END-EVALUATE.

      *--------------------------------------------------------------*
      * 3300-FETCH-CATEGORY-FIGURE - AN ABSENT CATEGORY COUNTS ZERO;
      * ITS OTHER FIGURES DO NOT EXIST.
      *--------------------------------------------------------------*
       3300-FETCH-CATEGORY-FIGURE.
           MOVE 0 TO WS-SC-HIT
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT OR WS-SC-HIT > 0
               IF WS-SC-CODE(WS-SC-IDX) = WS-RL-CAT(WS-RL-IDX)
                   MOVE WS-SC-IDX TO WS-SC-HIT
               END-IF
           END-PERFORM
           IF WS-SC-HIT = 0
               IF WS-RL-FIELD(WS-RL-IDX) = "COUNT"
                   MOVE 0 TO WS-ACTUAL
               ELSE
                   MOVE 'N' TO WS-DATA-SW
               END-IF
           ELSE
               EVALUATE WS-RL-FIELD(WS-RL-IDX)
                   WHEN "COUNT"
                       MOVE WS-SC-COUNT-N(WS-SC-HIT) TO WS-ACTUAL
                   WHEN "MIN"
                       MOVE WS-SC-MIN(WS-SC-HIT) TO WS-ACTUAL
                   WHEN "MAX"
                       MOVE WS-SC-MAX(WS-SC-HIT) TO WS-ACTUAL
                   WHEN "SUM"
                       MOVE WS-SC-SUM(WS-SC-HIT) TO WS-ACTUAL
                   WHEN "AVERAGE"
                       MOVE WS-SC-AVG(WS-SC-HIT) TO WS-ACTUAL
                   WHEN OTHER
                       MOVE 'N' TO WS-DATA-SW
               END-EVALUATE
           END-IF.

      *--------------------------------------------------------------*
      * 3400-APPLY-COMPARISON - THE CARD'S COMPARISON IS WHAT MUST
      * HOLD FOR THE RULE TO PASS.
      *--------------------------------------------------------------*
       3400-APPLY-COMPARISON.
           MOVE 'N' TO WS-PASS-SW
           EVALUATE WS-RL-COMPARE(WS-RL-IDX)
               WHEN "GT"
                   IF WS-ACTUAL > WS-RL-LIMIT-AMT(WS-RL-IDX)
                       MOVE 'Y' TO WS-PASS-SW
                   END-IF
               WHEN "GE"
                   IF WS-ACTUAL >= WS-RL-LIMIT-AMT(WS-RL-IDX)
                       MOVE 'Y' TO WS-PASS-SW
                   END-IF
               WHEN "LT"
                   IF WS-ACTUAL < WS-RL-LIMIT-AMT(WS-RL-IDX)
                       MOVE 'Y' TO WS-PASS-SW
                   END-IF
               WHEN "LE"
                   IF WS-ACTUAL <= WS-RL-LIMIT-AMT(WS-RL-IDX)
                       MOVE 'Y' TO WS-PASS-SW
                   END-IF
               WHEN "EQ"
                   IF WS-ACTUAL = WS-RL-LIMIT-AMT(WS-RL-IDX)
                       MOVE 'Y' TO WS-PASS-SW
                   END-IF
               WHEN "NE"
                   IF WS-ACTUAL NOT = WS-RL-LIMIT-AMT(WS-RL-IDX)
                       MOVE 'Y' TO WS-PASS-SW
                   END-IF
           END-EVALUATE.

      *--------------------------------------------------------------*
      * 3500-RAISE-ALERT - ONE ALERT PER FAILED HIGH-SEVERITY RULE
      * PER JOB, NAMING THE RULE, THE FIGURE AND THE LIMIT.
      *--------------------------------------------------------------*
       3500-RAISE-ALERT.
           MOVE WS-RL-LIMIT-AMT(WS-RL-IDX) TO WS-DISP-NUM
           MOVE FUNCTION TRIM(WS-DISP-NUM) TO WS-ALERT-LIMIT
           MOVE SPACES TO WS-ALERT-TEXT
           STRING "RULE " DELIMITED BY SIZE
               WS-RL-ID(WS-RL-IDX) DELIMITED BY SPACE
               " FAILED: " DELIMITED BY SIZE
               WS-RL-FIELD(WS-RL-IDX) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-RL-CAT(WS-RL-IDX) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-RL-COMPARE(WS-RL-IDX) " " DELIMITED BY SIZE
               WS-ALERT-LIMIT DELIMITED BY SPACE
               " TKT " STATX-H-TICKET DELIMITED BY SIZE
               INTO WS-ALERT-TEXT
           CALL "ALERTPUT" USING WS-ALERT-PROGRAM WS-ALERT-TEXT
           ADD 1 TO WS-ALERT-COUNT.

      *--------------------------------------------------------------*
      * 4000-PRINT-TOTALS - THE RUN'S TALLY, AND THE RETURN-CODE SET
      * FROM THE WORST SEVERITY THAT FAILED.
      *--------------------------------------------------------------*
       4000-PRINT-TOTALS.
           MOVE "===== RULE CHECK TOTALS =====" TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-RL-COUNT TO WS-DISP-COUNT
           STRING "RULES LOADED                  " WS-DISP-COUNT
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           IF WS-BAD-CARD-COUNT > 0
               MOVE SPACES TO PRINT-LINE
               MOVE WS-BAD-CARD-COUNT TO WS-DISP-COUNT
               STRING "RULES CARDS SKIPPED           " WS-DISP-COUNT
                   "   (SEE CONSOLE)" INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           MOVE WS-SET-COUNT TO WS-DISP-COUNT
           STRING "JOBS CHECKED                  " WS-DISP-COUNT
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-EVAL-COUNT TO WS-DISP-COUNT
           STRING "RULE EVALUATIONS              " WS-DISP-COUNT
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-PASS-COUNT TO WS-DISP-COUNT
           STRING "PASSED                        " WS-DISP-COUNT
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-FAIL-BY-SEV(1) TO WS-DISP-COUNT
           STRING "FAILED - SEVERITY 1 (LOW)     " WS-DISP-COUNT
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-FAIL-BY-SEV(2) TO WS-DISP-COUNT
           STRING "FAILED - SEVERITY 2 (MEDIUM)  " WS-DISP-COUNT
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-FAIL-BY-SEV(3) TO WS-DISP-COUNT
           STRING "FAILED - SEVERITY 3 (HIGH)    " WS-DISP-COUNT
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-ALERT-COUNT TO WS-DISP-COUNT
           STRING "ALERTS RAISED                 " WS-DISP-COUNT
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-NO-DATA-COUNT TO WS-DISP-COUNT
           STRING "NO DATA (CATEGORY ABSENT)     " WS-DISP-COUNT
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           IF WS-SC-OVERFLOW > 0
               MOVE SPACES TO PRINT-LINE
               STRING "*** A JOB CARRIED MORE CATEGORIES THAN THE"
                   " TABLE HOLDS - LATER ONES NOT CHECKED ***"
                   INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF
           EVALUATE WS-WORST-SEVERITY
               WHEN 3
                   MOVE 12 TO RETURN-CODE
               WHEN 2
                   MOVE 8 TO RETURN-CODE
               WHEN 1
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

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
           MOVE SPACES TO PRINT-LINE
           STRING "RULE ID   FIELD       CAT   TEST  "
               "             LIMIT                 ACTUAL  SEV"
               "  RESULT   DESCRIPTION"
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
               DISPLAY "*** RULECHK RUN ABORTED - SEE DIAGNOSTICS"
                   " ABOVE ***"
           ELSE
               COMPUTE WS-DISP-COUNT = WS-FAIL-BY-SEV(1)
                   + WS-FAIL-BY-SEV(2) + WS-FAIL-BY-SEV(3)
               DISPLAY "RULECHK: " WS-DISP-COUNT " RULE FAILURE(S);"
                   " REPORT ON RULRPT"
           END-IF
           MOVE WS-EXTRACT-LINES TO WS-AUDIT-RECORDS-IN
           MOVE WS-EVAL-COUNT TO WS-AUDIT-RECORDS-OUT
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-RECORDS-IN
               WS-AUDIT-RECORDS-OUT WS-RUN-TICKET
           MOVE WS-SAVE-RC TO RETURN-CODE
           GOBACK.
