      *****************************************************************
      * PROGRAM:  RPTCOMP
      *
      * PURPOSE:  LINE-BY-LINE COMPARISON OF TWO COPIES OF A REPORT -
      *           TYPICALLY TONIGHT'S RPTOUT, SRTRPT, QSRPT OR DRVRPT
      *           AGAINST AN ARCHIVED .YYMMDD, TICKETED .T<TICKET> OR
      *           REPLAYED .R<TICKET> COPY - TO SHOW WHETHER A TOOLPARM
      *           CHANGE OR A RERUN CHANGED ANYTHING OF SUBSTANCE.
      *           EVERY COPY CARRIES RUN-SPECIFIC NOISE (RPTHEADER
      *           HEADINGS, RUN DATES, TICKETS, START AND ELAPSED
      *           TIMES), SO EACH REPORT FAMILY HAS AN IGNORE PROFILE:
      *           CARDS IN RPTCMPP (SHARED RCMPREC COPYBOOK) WHEN THE
      *           SHOP HAS WRITTEN ANY FOR THE FAMILY, ELSE THE BUILT-IN
      *           RULES BELOW, ELSE RPTHEADER HEADINGS ONLY.  IGNORED
      *           LINES ARE DROPPED AND MASKED COLUMNS BLANKED IN BOTH
      *           COPIES BEFORE THEY ARE MATCHED.
      *
      *           CMPRPT LISTS ONLY THE LINES THAT DIFFER, SIDE BY SIDE
      *           WITH THEIR LINE NUMBERS IN EACH FILE; A LINE PRESENT
      *           IN ONE COPY ONLY IS FOUND BY LOOKING A SHORT WINDOW
      *           AHEAD IN BOTH FOR THE POINT THE COPIES AGREE AGAIN.
      *           IT ENDS WITH A ONE-LINE VERDICT, ALSO DISPLAYED.
      *
      *           RETURN-CODE 0 WHEN THE COPIES ARE THE SAME, 4 WHEN
      *           THEY DIFFER, 8 WHEN AN ANSWER OR PROFILE CARD IS
      *           UNUSABLE OR A COPY IS TOO LONG TO COMPARE WHOLE, 16
      *           WHEN A COPY OR THE REPORT CANNOT BE OPENED - SO A
      *           DRVSTEPS CARD CAN STOP THE NIGHT ON A CHANGED REPORT.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15  RA   INITIAL VERSION.
      *   2026-10-15  RA   A PAGE BREAK ON THE VERDICT LINE NO LONGER
      *                    LOSES THE RETURN-CODE TO RPTHEADER.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTCOMP.
       AUTHOR. R-ALLYN.
       INSTALLATION. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIRST-FILE ASSIGN TO DYNAMIC WS-FNAME-FIRST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIRST-STATUS.
           SELECT SECOND-FILE ASSIGN TO DYNAMIC WS-FNAME-SECOND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECOND-STATUS.
           SELECT OPTIONAL PROFILE-FILE ASSIGN TO "RPTCMPP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-STATUS.
           SELECT PRINT-FILE ASSIGN TO "CMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "TOOLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIRST-FILE.
       01  FIRST-LINE              PIC X(132).

       FD  SECOND-FILE.
       01  SECOND-LINE             PIC X(132).

       FD  PROFILE-FILE.
       01  PROFILE-CARD            PIC X(80).

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(132).

       FD  PARM-FILE.
           COPY TOOLPARM.

       WORKING-STORAGE SECTION.
       77  WS-FIRST-STATUS         PIC X(02).
       77  WS-SECOND-STATUS        PIC X(02).
       77  WS-PROF-STATUS          PIC X(02).
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

      *--------------------------------------------------------------*
      * FILE-SELECTION WORK FIELDS.  THE FAMILY IS THE PROFILE NAMED,
      * OR THE FIRST FILENAME UP TO ITS FIRST DOT.
      *--------------------------------------------------------------*
       77  WS-FNAME-FIRST          PIC X(30).
       77  WS-FNAME-SECOND         PIC X(30).
       77  WS-FAMILY               PIC X(08).
       77  WS-PROFILE-SOURCE       PIC X(40).

      *--------------------------------------------------------------*
      * IGNORE-PROFILE CARD, READ INTO THE SHARED LAYOUT.
      *--------------------------------------------------------------*
           COPY RCMPREC.
       77  WS-CARD-NO              PIC 9(05) COMP.
       77  WS-CARD-TEXT-LEN        PIC 9(02) COMP.

      *--------------------------------------------------------------*
      * BUILT-IN PROFILES, USED FOR A FAMILY WITH NO RPTCMPP CARDS.
      * THE COLUMNS ARE WHERE EACH PROGRAM PRINTS THE FIELD: STATS'
      * AND SORTING'S RATES-IN-EFFECT DATE, AND DRIVER'S STEP START,
      * END AND ELAPSED TIMES.  DRIVER'S TOTAL ELAPSED AND BATCH-
      * WINDOW LINES DEPEND ONLY ON TIMING AND ARE DROPPED WHOLE.
      *--------------------------------------------------------------*
       01  WS-DEFAULT-VALUES.
           05  FILLER.
               10  FILLER          PIC X(08) VALUE "RPTOUT".
               10  FILLER          PIC X(01) VALUE "H".
               10  FILLER          PIC 9(03) VALUE 0.
               10  FILLER          PIC 9(03) VALUE 0.
               10  FILLER          PIC X(40) VALUE SPACES.
           05  FILLER.
               10  FILLER          PIC X(08) VALUE "RPTOUT".
               10  FILLER          PIC X(01) VALUE "M".
               10  FILLER          PIC 9(03) VALUE 041.
               10  FILLER          PIC 9(03) VALUE 046.
               10  FILLER          PIC X(40) VALUE "RATES IN EFFECT".
           05  FILLER.
               10  FILLER          PIC X(08) VALUE "SRTRPT".
               10  FILLER          PIC X(01) VALUE "H".
               10  FILLER          PIC 9(03) VALUE 0.
               10  FILLER          PIC 9(03) VALUE 0.
               10  FILLER          PIC X(40) VALUE SPACES.
           05  FILLER.
               10  FILLER          PIC X(08) VALUE "SRTRPT".
               10  FILLER          PIC X(01) VALUE "M".
               10  FILLER          PIC 9(03) VALUE 037.
               10  FILLER          PIC 9(03) VALUE 042.
               10  FILLER          PIC X(40) VALUE "RATES IN EFFECT".
           05  FILLER.
               10  FILLER          PIC X(08) VALUE "QSRPT".
               10  FILLER          PIC X(01) VALUE "H".
               10  FILLER          PIC 9(03) VALUE 0.
               10  FILLER          PIC 9(03) VALUE 0.
               10  FILLER          PIC X(40) VALUE SPACES.
           05  FILLER.
               10  FILLER          PIC X(08) VALUE "DRVRPT".
               10  FILLER          PIC X(01) VALUE "H".
               10  FILLER          PIC 9(03) VALUE 0.
               10  FILLER          PIC 9(03) VALUE 0.
               10  FILLER          PIC X(40) VALUE SPACES.
           05  FILLER.
               10  FILLER          PIC X(08) VALUE "DRVRPT".
               10  FILLER          PIC X(01) VALUE "M".
               10  FILLER          PIC 9(03) VALUE 037.
               10  FILLER          PIC 9(03) VALUE 086.
               10  FILLER          PIC X(40) VALUE "  START ".
           05  FILLER.
               10  FILLER          PIC X(08) VALUE "DRVRPT".
               10  FILLER          PIC X(01) VALUE "L".
               10  FILLER          PIC 9(03) VALUE 0.
               10  FILLER          PIC 9(03) VALUE 0.
               10  FILLER          PIC X(40) VALUE "TOTAL ELAPSED".
           05  FILLER.
               10  FILLER          PIC X(08) VALUE "DRVRPT".
               10  FILLER          PIC X(01) VALUE "L".
               10  FILLER          PIC 9(03) VALUE 0.
               10  FILLER          PIC 9(03) VALUE 0.
               10  FILLER          PIC X(40) VALUE "BATCH WINDOW OF".
       01  WS-DEFAULT-TABLE REDEFINES WS-DEFAULT-VALUES.
           05  WS-DF-ENTRY OCCURS 9 TIMES.
               10  WS-DF-FAMILY        PIC X(08).
               10  WS-DF-RULE          PIC X(01).
               10  WS-DF-FROM-COL      PIC 9(03).
               10  WS-DF-TO-COL        PIC 9(03).
               10  WS-DF-TEXT          PIC X(40).
       77  WS-DF-COUNT             PIC 9(02) COMP VALUE 9.
       77  WS-DF-IDX               PIC 9(02) COMP.

      *--------------------------------------------------------------*
      * RULES IN FORCE FOR THIS RUN, IN CARD ORDER.
      *--------------------------------------------------------------*
       77  WS-RL-LIMIT             PIC 9(02) COMP VALUE 20.
       77  WS-RL-COUNT             PIC 9(02) COMP VALUE 0.
       77  WS-RL-IDX               PIC 9(02) COMP.
       01  WS-RL-TABLE.
           05  WS-RL-ENTRY OCCURS 20 TIMES.
               10  WS-RL-RULE          PIC X(01).
               10  WS-RL-FROM-COL      PIC 9(03).
               10  WS-RL-TO-COL        PIC 9(03).
               10  WS-RL-TEXT          PIC X(40).
               10  WS-RL-TEXT-LEN      PIC 9(02) COMP.
       77  WS-NEW-RULE             PIC X(01).
       77  WS-NEW-FROM-COL         PIC 9(03).
       77  WS-NEW-TO-COL           PIC 9(03).
       77  WS-NEW-TEXT             PIC X(40).

      *--------------------------------------------------------------*
      * FILTER WORK FIELDS - ONE INPUT LINE AT A TIME.
      *--------------------------------------------------------------*
       01  WS-WORK-LINE            PIC X(132).
       77  WS-KEEP-SW              PIC X(01).
           88  WS-KEEP-LINE         VALUE 'Y'.
       77  WS-AFTER-HEAD-SW        PIC X(01).
           88  WS-AFTER-HEADING     VALUE 'Y'.
       77  WS-HEAD-TALLY           PIC 9(02) COMP.
       77  WS-TEXT-TALLY           PIC 9(03) COMP.
       77  WS-MASK-LEN             PIC 9(03) COMP.

      *--------------------------------------------------------------*
      * THE TWO COPIES AS COMPARED - MASKED, NOISE LINES DROPPED -
      * EACH LINE WITH ITS LINE NUMBER IN THE ORIGINAL FILE.
      *--------------------------------------------------------------*
       77  WS-LN-LIMIT             PIC 9(05) COMP VALUE 5000.
       01  WS-FIRST-TABLE.
           05  WS-FT-ENTRY OCCURS 5000 TIMES.
               10  WS-FT-LINE-NO       PIC 9(06) COMP.
               10  WS-FT-TEXT          PIC X(132).
       01  WS-SECOND-TABLE.
           05  WS-ST-ENTRY OCCURS 5000 TIMES.
               10  WS-ST-LINE-NO       PIC 9(06) COMP.
               10  WS-ST-TEXT          PIC X(132).
       77  WS-FT-COUNT             PIC 9(05) COMP VALUE 0.
       77  WS-ST-COUNT             PIC 9(05) COMP VALUE 0.
       77  WS-FIRST-READ           PIC 9(06) COMP VALUE 0.
       77  WS-SECOND-READ          PIC 9(06) COMP VALUE 0.
       77  WS-FIRST-IGNORED        PIC 9(06) COMP VALUE 0.
       77  WS-SECOND-IGNORED       PIC 9(06) COMP VALUE 0.
       77  WS-OVERFLOW-SW          PIC X(01).
           88  WS-TABLE-OVERFLOW    VALUE 'Y'.

      *--------------------------------------------------------------*
      * MATCHING WORK FIELDS.  A RESYNC POINT MUST AGREE FOR TWO LINES
      * RUNNING (OR AT THE END OF A COPY) SO A STRAY BLANK LINE DOES
      * NOT PASS FOR ONE.
      *--------------------------------------------------------------*
       77  WS-SYNC-WINDOW          PIC 9(02) COMP VALUE 20.
       77  WS-FT-IDX               PIC 9(05) COMP.
       77  WS-ST-IDX               PIC 9(05) COMP.
       77  WS-LOOK                 PIC 9(02) COMP.
       77  WS-CHK-FT               PIC 9(05) COMP.
       77  WS-CHK-ST               PIC 9(05) COMP.
       77  WS-SKIP-FIRST           PIC 9(02) COMP.
       77  WS-SKIP-SECOND          PIC 9(02) COMP.
       77  WS-PAIR-SW              PIC X(01).
           88  WS-PAIR-MATCHES      VALUE 'Y'.
       77  WS-COMPARED             PIC 9(06) COMP VALUE 0.
       77  WS-CHANGED              PIC 9(06) COMP VALUE 0.
       77  WS-ONLY-FIRST           PIC 9(06) COMP VALUE 0.
       77  WS-ONLY-SECOND          PIC 9(06) COMP VALUE 0.
       77  WS-DIFF-COUNT           PIC 9(06) COMP VALUE 0.
       77  WS-SHOW-LIMIT           PIC 9(04) COMP VALUE 500.

      *--------------------------------------------------------------*
      * SIDE-BY-SIDE LAYOUT - EACH SIDE GETS HALF OF WHAT THE PRINT
      * WIDTH LEAVES AFTER THE LINE NUMBERS, STARTING A FEW COLUMNS
      * AHEAD OF THE FIRST DIFFERENCE.
      *--------------------------------------------------------------*
       77  WS-SIDE-WIDTH           PIC 9(03) COMP.
       77  WS-BAR-POS              PIC 9(03) COMP.
       77  WS-SECOND-POS           PIC 9(03) COMP.
       77  WS-DIFF-COL             PIC 9(03) COMP.
       77  WS-SHOW-COL             PIC 9(03) COMP.
       77  WS-LEAD-COLS            PIC 9(02) COMP VALUE 10.
       77  WS-DIFF-KIND            PIC X(01).
           88  WS-DIFF-CHANGED      VALUE 'C'.
           88  WS-DIFF-FIRST-ONLY   VALUE '<'.
           88  WS-DIFF-SECOND-ONLY  VALUE '>'.

      *--------------------------------------------------------------*
      * DISPLAY FIELDS
      *--------------------------------------------------------------*
       77  WS-DISP-COUNT           PIC Z(05)9.
       77  WS-DISP-LINE            PIC Z(05)9.
       77  WS-DISP-COL             PIC ZZ9.
       77  WS-DISP-CARD            PIC Z(04)9.
       77  WS-DISP-FROM            PIC 9(03).
       77  WS-DISP-TO              PIC 9(03).
       01  WS-VERDICT              PIC X(80).

      *--------------------------------------------------------------*
      * REPORT WORK FIELDS
      *--------------------------------------------------------------*
       01  WS-RPT-PROGRAM          PIC X(20) VALUE "RPTCOMP".
       01  WS-RPT-TITLE            PIC X(40)
           VALUE "REPORT COPY COMPARISON".
       77  WS-RPT-PAGE-NO          PIC 9(04) VALUE 1.
       77  WS-RPT-LINES-ON-PAGE    PIC 9(04) COMP VALUE 0.
       77  WS-RPT-MAX-LINES        PIC 9(04) COMP VALUE 60.
       77  WS-RPT-WIDTH            PIC 9(03) VALUE 132.
       01  WS-HEADING-1            PIC X(132).

       77  WS-AUDIT-PROGRAM       PIC X(20) VALUE "RPTCOMP".
       77  WS-AUDIT-RECORDS-IN    PIC 9(07).
       77  WS-AUDIT-RECORDS-OUT   PIC 9(07).
       77  WS-RUN-TICKET          PIC 9(09).
       77  WS-ARCHIVE-REPORT      PIC X(30) VALUE "CMPRPT".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL "RUNTICKET" USING WS-RUN-TICKET
           CALL "AUDITBEG" USING WS-AUDIT-PROGRAM WS-RUN-TICKET
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               PERFORM 2000-LOAD-COPIES
               PERFORM 3000-COMPARE-COPIES
               PERFORM 4000-PRINT-SUMMARY
           END-IF
           PERFORM 9999-FINISH-EXIT.

      *--------------------------------------------------------------*
      * 1000-INITIALIZE - RESET, READ THE PRINT WIDTH, TAKE THE TWO
      * FILENAMES AND THE PROFILE, LOAD ITS RULES AND OPEN THE REPORT.
      *--------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO WS-RL-COUNT
           MOVE 0 TO WS-FT-COUNT
           MOVE 0 TO WS-ST-COUNT
           MOVE 0 TO WS-FIRST-READ
           MOVE 0 TO WS-SECOND-READ
           MOVE 0 TO WS-FIRST-IGNORED
           MOVE 0 TO WS-SECOND-IGNORED
           MOVE 0 TO WS-COMPARED
           MOVE 0 TO WS-CHANGED
           MOVE 0 TO WS-ONLY-FIRST
           MOVE 0 TO WS-ONLY-SECOND
           MOVE 0 TO WS-DIFF-COUNT
           MOVE 'N' TO WS-OVERFLOW-SW
           INITIALIZE WS-RL-TABLE
           MOVE 1 TO WS-RPT-PAGE-NO
           MOVE 0 TO WS-RPT-LINES-ON-PAGE
           MOVE 'N' TO WS-ABORT-SW
           MOVE SPACES TO WS-PRINT-STATUS
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
           COMPUTE WS-SIDE-WIDTH = (WS-RPT-WIDTH - 21) / 2
           COMPUTE WS-BAR-POS = WS-SIDE-WIDTH + 20
           COMPUTE WS-SECOND-POS = WS-SIDE-WIDTH + 22
           PERFORM 1100-GET-ANSWERS
           IF NOT WS-ABORT-RUN
               PERFORM 1200-LOAD-PROFILE
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 1300-OPEN-REPORT
           END-IF.

      *--------------------------------------------------------------*
      * 1100-GET-ANSWERS - THE TWO COPIES, WHICH MUST BOTH OPEN, AND
      * THE PROFILE.  A BLANK PROFILE IS THE FIRST COPY'S FAMILY.
      *--------------------------------------------------------------*
       1100-GET-ANSWERS.
           MOVE "FIRST REPORT FILENAME?" TO WS-PROMPT
           PERFORM 8800-GET-ANSWER
           MOVE WS-ANSWER TO WS-FNAME-FIRST
           MOVE "SECOND REPORT FILENAME?" TO WS-PROMPT
           PERFORM 8800-GET-ANSWER
           MOVE WS-ANSWER TO WS-FNAME-SECOND
           MOVE "IGNORE PROFILE (BLANK FOR THE FIRST FILE'S FAMILY)?"
               TO WS-PROMPT
           PERFORM 8800-GET-ANSWER
           MOVE WS-ANSWER TO WS-FAMILY
           IF WS-FNAME-FIRST = SPACES OR WS-FNAME-SECOND = SPACES
               DISPLAY "*** RPTCOMP: TWO REPORT FILENAMES ARE NEEDED"
                   " ***"
               MOVE 8 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           ELSE
               IF WS-FAMILY = SPACES
                   UNSTRING WS-FNAME-FIRST DELIMITED BY "."
                       INTO WS-FAMILY
               END-IF
               OPEN INPUT FIRST-FILE
               IF WS-FIRST-STATUS NOT = "00"
                   DISPLAY "*** RPTCOMP: UNABLE TO OPEN "
                       WS-FNAME-FIRST " - FILE STATUS "
                       WS-FIRST-STATUS " ***"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               ELSE
                   CLOSE FIRST-FILE
               END-IF
               OPEN INPUT SECOND-FILE
               IF WS-SECOND-STATUS NOT = "00"
                   DISPLAY "*** RPTCOMP: UNABLE TO OPEN "
                       WS-FNAME-SECOND " - FILE STATUS "
                       WS-SECOND-STATUS " ***"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               ELSE
                   CLOSE SECOND-FILE
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 1200-LOAD-PROFILE - THE FAMILY'S RPTCMPP CARDS WHEN THERE ARE
      * ANY, ELSE ITS BUILT-IN RULES, ELSE RPTHEADER HEADINGS ONLY.
      * A CARD FOR THE FAMILY THAT CANNOT BE APPLIED STOPS THE RUN -
      * A VERDICT WITH A RULE MISSING WOULD NOT BE TRUSTWORTHY.
      *--------------------------------------------------------------*
       1200-LOAD-PROFILE.
           MOVE 0 TO WS-CARD-NO
           OPEN INPUT PROFILE-FILE
           IF WS-PROF-STATUS = "00"
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-AT-EOF OR WS-ABORT-RUN
                   READ PROFILE-FILE INTO RCMP-CARD
                       AT END
                           SET WS-AT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CARD-NO
                           IF RCMP-CARD-COL1 NOT = '*'
                                   AND RCMP-FAMILY = WS-FAMILY
                               PERFORM 1210-TAKE-CARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROFILE-FILE
           END-IF
           IF WS-RL-COUNT > 0
               MOVE "RPTCMPP CARDS" TO WS-PROFILE-SOURCE
           ELSE
               PERFORM VARYING WS-DF-IDX FROM 1 BY 1
                       UNTIL WS-DF-IDX > WS-DF-COUNT
                   IF WS-DF-FAMILY(WS-DF-IDX) = WS-FAMILY
                       MOVE WS-DF-RULE(WS-DF-IDX) TO WS-NEW-RULE
                       MOVE WS-DF-FROM-COL(WS-DF-IDX) TO WS-NEW-FROM-COL
                       MOVE WS-DF-TO-COL(WS-DF-IDX) TO WS-NEW-TO-COL
                       MOVE WS-DF-TEXT(WS-DF-IDX) TO WS-NEW-TEXT
                       PERFORM 1250-ADD-RULE
                   END-IF
               END-PERFORM
               IF WS-RL-COUNT > 0
                   MOVE "BUILT-IN RULES" TO WS-PROFILE-SOURCE
               ELSE
                   MOVE 'H' TO WS-NEW-RULE
                   MOVE 0 TO WS-NEW-FROM-COL
                   MOVE 0 TO WS-NEW-TO-COL
                   MOVE SPACES TO WS-NEW-TEXT
                   PERFORM 1250-ADD-RULE
                   MOVE "NO PROFILE - RPTHEADER HEADINGS ONLY"
                       TO WS-PROFILE-SOURCE
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 1210-TAKE-CARD - CHECK ONE RPTCMPP CARD AND ADD ITS RULE.
      *--------------------------------------------------------------*
       1210-TAKE-CARD.
           MOVE 'Y' TO WS-KEEP-SW
           EVALUATE TRUE
               WHEN RCMP-HEADING-RULE
                   CONTINUE
               WHEN RCMP-LINE-RULE
                   IF RCMP-TEXT = SPACES
                       MOVE 'N' TO WS-KEEP-SW
                   END-IF
               WHEN RCMP-MASK-RULE
                   IF RCMP-FROM-COL IS NOT NUMERIC
                           OR RCMP-TO-COL IS NOT NUMERIC
                       MOVE 'N' TO WS-KEEP-SW
                   ELSE
                       IF RCMP-FROM-COL < 1
                               OR RCMP-TO-COL < RCMP-FROM-COL
                               OR RCMP-TO-COL > 132
                           MOVE 'N' TO WS-KEEP-SW
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-KEEP-SW
           END-EVALUATE
           IF WS-KEEP-LINE AND WS-RL-COUNT >= WS-RL-LIMIT
               DISPLAY "*** RPTCOMP: MORE THAN 20 RPTCMPP CARDS FOR "
                   WS-FAMILY " ***"
               MOVE 8 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           ELSE
               IF WS-KEEP-LINE
                   MOVE RCMP-RULE TO WS-NEW-RULE
                   MOVE 0 TO WS-NEW-FROM-COL
                   MOVE 0 TO WS-NEW-TO-COL
                   IF RCMP-MASK-RULE
                       MOVE RCMP-FROM-COL TO WS-NEW-FROM-COL
                       MOVE RCMP-TO-COL TO WS-NEW-TO-COL
                   END-IF
                   MOVE RCMP-TEXT TO WS-NEW-TEXT
                   PERFORM 1250-ADD-RULE
               ELSE
                   MOVE WS-CARD-NO TO WS-DISP-CARD
                   DISPLAY "*** RPTCOMP: RPTCMPP CARD" WS-DISP-CARD
                       " FOR " WS-FAMILY " IS NOT A USABLE H, L OR M"
                       " RULE ***"
                   MOVE 8 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 1250-ADD-RULE - ADD WS-NEW-* TO THE RULE TABLE.  THE TEXT IS
      * MATCHED WITHOUT ITS TRAILING SPACES.
      *--------------------------------------------------------------*
       1250-ADD-RULE.
           ADD 1 TO WS-RL-COUNT
           MOVE WS-NEW-RULE TO WS-RL-RULE(WS-RL-COUNT)
           MOVE WS-NEW-FROM-COL TO WS-RL-FROM-COL(WS-RL-COUNT)
           MOVE WS-NEW-TO-COL TO WS-RL-TO-COL(WS-RL-COUNT)
           MOVE WS-NEW-TEXT TO WS-RL-TEXT(WS-RL-COUNT)
           MOVE 40 TO WS-CARD-TEXT-LEN
           PERFORM UNTIL WS-CARD-TEXT-LEN = 0
                   OR WS-NEW-TEXT(WS-CARD-TEXT-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-CARD-TEXT-LEN
           END-PERFORM
           MOVE WS-CARD-TEXT-LEN TO WS-RL-TEXT-LEN(WS-RL-COUNT).

       1300-OPEN-REPORT.
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "*** RPTCOMP: UNABLE TO OPEN PRINT FILE"
                   " CMPRPT - FILE STATUS " WS-PRINT-STATUS " ***"
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
               STRING "FIRST COPY   " WS-FNAME-FIRST
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING "SECOND COPY  " WS-FNAME-SECOND
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING "PROFILE      " WS-FAMILY " FROM "
                   WS-PROFILE-SOURCE DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                       UNTIL WS-RL-IDX > WS-RL-COUNT
                   PERFORM 1350-PRINT-RULE
               END-PERFORM
               MOVE SPACES TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF.

       1350-PRINT-RULE.
           MOVE SPACES TO PRINT-LINE
           MOVE WS-RL-FROM-COL(WS-RL-IDX) TO WS-DISP-FROM
           MOVE WS-RL-TO-COL(WS-RL-IDX) TO WS-DISP-TO
           EVALUATE WS-RL-RULE(WS-RL-IDX)
               WHEN 'H'
                   MOVE "     IGNORING RPTHEADER HEADING LINES"
                       TO PRINT-LINE
               WHEN 'L'
                   STRING "     IGNORING LINES CONTAINING '"
                       WS-RL-TEXT(WS-RL-IDX)
                           (1:WS-RL-TEXT-LEN(WS-RL-IDX)) "'"
                       DELIMITED BY SIZE INTO PRINT-LINE
               WHEN OTHER
                   IF WS-RL-TEXT-LEN(WS-RL-IDX) = 0
                       STRING "     IGNORING COLUMNS " WS-DISP-FROM
                           "-" WS-DISP-TO " ON EVERY LINE"
                           DELIMITED BY SIZE INTO PRINT-LINE
                   ELSE
                       STRING "     IGNORING COLUMNS " WS-DISP-FROM
                           "-" WS-DISP-TO " ON LINES CONTAINING '"
                           WS-RL-TEXT(WS-RL-IDX)
                               (1:WS-RL-TEXT-LEN(WS-RL-IDX)) "'"
                           DELIMITED BY SIZE INTO PRINT-LINE
                   END-IF
           END-EVALUATE
           PERFORM 8900-PRINT-LINE.

      *--------------------------------------------------------------*
      * 2000-LOAD-COPIES - READ BOTH COPIES THROUGH THE PROFILE INTO
      * THEIR TABLES.  A COPY TOO LONG FOR ITS TABLE IS COMPARED AS
      * FAR AS IT FITS AND THE VERDICT MARKED INCOMPLETE.
      *--------------------------------------------------------------*
       2000-LOAD-COPIES.
           OPEN INPUT FIRST-FILE
           MOVE 'N' TO WS-AFTER-HEAD-SW
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-AT-EOF
               READ FIRST-FILE
                   AT END
                       SET WS-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FIRST-READ
                       MOVE FIRST-LINE TO WS-WORK-LINE
                       PERFORM 2100-FILTER-LINE
                       IF NOT WS-KEEP-LINE
                           ADD 1 TO WS-FIRST-IGNORED
                       ELSE
                           IF WS-FT-COUNT < WS-LN-LIMIT
                               ADD 1 TO WS-FT-COUNT
                               MOVE WS-FIRST-READ
                                   TO WS-FT-LINE-NO(WS-FT-COUNT)
                               MOVE WS-WORK-LINE
                                   TO WS-FT-TEXT(WS-FT-COUNT)
                           ELSE
                               SET WS-TABLE-OVERFLOW TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIRST-FILE
           OPEN INPUT SECOND-FILE
           MOVE 'N' TO WS-AFTER-HEAD-SW
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-AT-EOF
               READ SECOND-FILE
                   AT END
                       SET WS-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SECOND-READ
                       MOVE SECOND-LINE TO WS-WORK-LINE
                       PERFORM 2100-FILTER-LINE
                       IF NOT WS-KEEP-LINE
                           ADD 1 TO WS-SECOND-IGNORED
                       ELSE
                           IF WS-ST-COUNT < WS-LN-LIMIT
                               ADD 1 TO WS-ST-COUNT
                               MOVE WS-SECOND-READ
                                   TO WS-ST-LINE-NO(WS-ST-COUNT)
                               MOVE WS-WORK-LINE
                                   TO WS-ST-TEXT(WS-ST-COUNT)
                           ELSE
                               SET WS-TABLE-OVERFLOW TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SECOND-FILE.

      *--------------------------------------------------------------*
      * 2100-FILTER-LINE - APPLY THE PROFILE TO WS-WORK-LINE.  H AND L
      * RULES ARE TESTED ON THE LINE AS READ; M RULES THEN BLANK THEIR
      * COLUMNS ON A LINE BEING KEPT.  A HEADING IS RECOGNISED THE WAY
      * RPTVIEW FINDS A PAGE BREAK, BY RPTHEADER'S " RUN " AND
      * "   PAGE "; THE BLANK LINE RPTHEADER CALLERS WRITE AFTER IT
      * GOES WITH IT.
      *--------------------------------------------------------------*
       2100-FILTER-LINE.
           MOVE 'Y' TO WS-KEEP-SW
           IF WS-AFTER-HEADING
               MOVE 'N' TO WS-AFTER-HEAD-SW
               IF WS-WORK-LINE = SPACES
                   MOVE 'N' TO WS-KEEP-SW
               END-IF
           END-IF
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-RL-COUNT OR NOT WS-KEEP-LINE
               EVALUATE WS-RL-RULE(WS-RL-IDX)
                   WHEN 'H'
                       MOVE 0 TO WS-HEAD-TALLY
                       INSPECT WS-WORK-LINE TALLYING WS-HEAD-TALLY
                           FOR ALL " RUN "
                       INSPECT WS-WORK-LINE TALLYING WS-HEAD-TALLY
                           FOR ALL "   PAGE "
                       IF WS-HEAD-TALLY >= 2
                           MOVE 'N' TO WS-KEEP-SW
                           SET WS-AFTER-HEADING TO TRUE
                       END-IF
                   WHEN 'L'
                       PERFORM 2150-TALLY-TEXT
                       IF WS-TEXT-TALLY > 0
                           MOVE 'N' TO WS-KEEP-SW
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF WS-KEEP-LINE
               PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                       UNTIL WS-RL-IDX > WS-RL-COUNT
                   IF WS-RL-RULE(WS-RL-IDX) = 'M'
                       PERFORM 2150-TALLY-TEXT
                       IF WS-TEXT-TALLY > 0
                           COMPUTE WS-MASK-LEN
                               = WS-RL-TO-COL(WS-RL-IDX)
                               - WS-RL-FROM-COL(WS-RL-IDX) + 1
                           MOVE SPACES TO WS-WORK-LINE
                               (WS-RL-FROM-COL(WS-RL-IDX):WS-MASK-LEN)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *--------------------------------------------------------------*
      * 2150-TALLY-TEXT - DOES WS-WORK-LINE CONTAIN THE CURRENT RULE'S
      * TEXT?  A RULE WITH NO TEXT MATCHES EVERY LINE.
      *--------------------------------------------------------------*
       2150-TALLY-TEXT.
           IF WS-RL-TEXT-LEN(WS-RL-IDX) = 0
               MOVE 1 TO WS-TEXT-TALLY
           ELSE
               MOVE 0 TO WS-TEXT-TALLY
               INSPECT WS-WORK-LINE TALLYING WS-TEXT-TALLY
                   FOR ALL WS-RL-TEXT(WS-RL-IDX)
                       (1:WS-RL-TEXT-LEN(WS-RL-IDX))
           END-IF.

      *--------------------------------------------------------------*
      * 3000-COMPARE-COPIES - WALK BOTH TABLES TOGETHER.  EQUAL LINES
      * ARE PASSED OVER; AT A MISMATCH, LOOK UP TO WS-SYNC-WINDOW
      * LINES AHEAD IN EITHER COPY FOR THE NEAREST POINT THEY AGREE
      * AGAIN AND REPORT THE LINES SKIPPED AS PRESENT IN ONE COPY
      * ONLY; WITH NO SUCH POINT THE PAIR IS A CHANGED LINE.
      *--------------------------------------------------------------*
       3000-COMPARE-COPIES.
           MOVE "===== DIFFERENCES =====" TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "FIRST  SECOND COL  TEXT FROM A FEW COLUMNS BEFORE"
               " THE FIRST DIFFERENCE; ------ MEANS NOT IN THAT COPY"
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE " LINE   LINE" TO PRINT-LINE(1:12)
           MOVE "FIRST COPY" TO PRINT-LINE(19:10)
           MOVE "|" TO PRINT-LINE(WS-BAR-POS:1)
           MOVE "SECOND COPY" TO PRINT-LINE(WS-SECOND-POS:11)
           PERFORM 8900-PRINT-LINE
           MOVE 1 TO WS-FT-IDX
           MOVE 1 TO WS-ST-IDX
           PERFORM UNTIL WS-FT-IDX > WS-FT-COUNT
                     AND WS-ST-IDX > WS-ST-COUNT
               EVALUATE TRUE
                   WHEN WS-FT-IDX > WS-FT-COUNT
                       PERFORM 3300-ONLY-IN-SECOND
                   WHEN WS-ST-IDX > WS-ST-COUNT
                       PERFORM 3200-ONLY-IN-FIRST
                   WHEN WS-FT-TEXT(WS-FT-IDX) = WS-ST-TEXT(WS-ST-IDX)
                       ADD 1 TO WS-COMPARED
                       ADD 1 TO WS-FT-IDX
                       ADD 1 TO WS-ST-IDX
                   WHEN OTHER
                       PERFORM 3100-FIND-RESYNC
                       EVALUATE TRUE
                           WHEN WS-SKIP-FIRST > 0
                               PERFORM 3200-ONLY-IN-FIRST
                                   WS-SKIP-FIRST TIMES
                           WHEN WS-SKIP-SECOND > 0
                               PERFORM 3300-ONLY-IN-SECOND
                                   WS-SKIP-SECOND TIMES
                           WHEN OTHER
                               PERFORM 3400-CHANGED-LINE
                       END-EVALUATE
               END-EVALUATE
           END-PERFORM
           IF WS-DIFF-COUNT = 0
               MOVE "     NONE - EVERY COMPARED LINE MATCHES"
                   TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF
           IF WS-DIFF-COUNT > WS-SHOW-LIMIT
               MOVE WS-SHOW-LIMIT TO WS-DISP-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING "     ONLY THE FIRST" WS-DISP-COUNT
                   " DIFFERENCES ARE LISTED"
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE.

      *--------------------------------------------------------------*
      * 3100-FIND-RESYNC - NEAREST LOOKAHEAD FIRST; AT EQUAL DISTANCE
      * A LINE MISSING FROM THE SECOND COPY IS PREFERRED.
      *--------------------------------------------------------------*
       3100-FIND-RESYNC.
           MOVE 0 TO WS-SKIP-FIRST
           MOVE 0 TO WS-SKIP-SECOND
           PERFORM VARYING WS-LOOK FROM 1 BY 1
                   UNTIL WS-LOOK > WS-SYNC-WINDOW
                      OR WS-SKIP-FIRST > 0 OR WS-SKIP-SECOND > 0
               IF WS-FT-IDX + WS-LOOK <= WS-FT-COUNT
                   COMPUTE WS-CHK-FT = WS-FT-IDX + WS-LOOK
                   MOVE WS-ST-IDX TO WS-CHK-ST
                   PERFORM 3150-CHECK-PAIR
                   IF WS-PAIR-MATCHES
                       MOVE WS-LOOK TO WS-SKIP-FIRST
                   END-IF
               END-IF
               IF WS-SKIP-FIRST = 0
                       AND WS-ST-IDX + WS-LOOK <= WS-ST-COUNT
                   MOVE WS-FT-IDX TO WS-CHK-FT
                   COMPUTE WS-CHK-ST = WS-ST-IDX + WS-LOOK
                   PERFORM 3150-CHECK-PAIR
                   IF WS-PAIR-MATCHES
                       MOVE WS-LOOK TO WS-SKIP-SECOND
                   END-IF
               END-IF
           END-PERFORM.

       3150-CHECK-PAIR.
           MOVE 'N' TO WS-PAIR-SW
           IF WS-FT-TEXT(WS-CHK-FT) = WS-ST-TEXT(WS-CHK-ST)
               IF WS-CHK-FT = WS-FT-COUNT OR WS-CHK-ST = WS-ST-COUNT
                   SET WS-PAIR-MATCHES TO TRUE
               ELSE
                   IF WS-FT-TEXT(WS-CHK-FT + 1)
                           = WS-ST-TEXT(WS-CHK-ST + 1)
                       SET WS-PAIR-MATCHES TO TRUE
                   END-IF
               END-IF
           END-IF.

       3200-ONLY-IN-FIRST.
           ADD 1 TO WS-ONLY-FIRST
           SET WS-DIFF-FIRST-ONLY TO TRUE
           PERFORM 3500-PRINT-DIFFERENCE
           ADD 1 TO WS-FT-IDX.

       3300-ONLY-IN-SECOND.
           ADD 1 TO WS-ONLY-SECOND
           SET WS-DIFF-SECOND-ONLY TO TRUE
           PERFORM 3500-PRINT-DIFFERENCE
           ADD 1 TO WS-ST-IDX.

       3400-CHANGED-LINE.
           ADD 1 TO WS-COMPARED
           ADD 1 TO WS-CHANGED
           SET WS-DIFF-CHANGED TO TRUE
           PERFORM 3500-PRINT-DIFFERENCE
           ADD 1 TO WS-FT-IDX
           ADD 1 TO WS-ST-IDX.

      *--------------------------------------------------------------*
      * 3500-PRINT-DIFFERENCE - ONE SIDE-BY-SIDE LINE.  A CHANGED LINE
      * SHOWS BOTH COPIES FROM WS-LEAD-COLS BEFORE THE FIRST COLUMN
      * THAT DIFFERS; A ONE-COPY LINE SHOWS FROM COLUMN 1.
      *--------------------------------------------------------------*
       3500-PRINT-DIFFERENCE.
           ADD 1 TO WS-DIFF-COUNT
           IF WS-DIFF-COUNT <= WS-SHOW-LIMIT
               MOVE SPACES TO PRINT-LINE
               MOVE 1 TO WS-SHOW-COL
               IF WS-DIFF-CHANGED
                   MOVE 1 TO WS-DIFF-COL
                   PERFORM UNTIL WS-DIFF-COL >= 132
                           OR WS-FT-TEXT(WS-FT-IDX)(WS-DIFF-COL:1)
                              NOT = WS-ST-TEXT(WS-ST-IDX)(WS-DIFF-COL:1)
                       ADD 1 TO WS-DIFF-COL
                   END-PERFORM
                   IF WS-DIFF-COL > WS-LEAD-COLS
                       COMPUTE WS-SHOW-COL = WS-DIFF-COL - WS-LEAD-COLS
                   END-IF
                   IF WS-SHOW-COL + WS-SIDE-WIDTH > 133
                       COMPUTE WS-SHOW-COL = 133 - WS-SIDE-WIDTH
                   END-IF
                   MOVE WS-DIFF-COL TO WS-DISP-COL
                   MOVE WS-DISP-COL TO PRINT-LINE(15:3)
               END-IF
               IF WS-DIFF-SECOND-ONLY
                   MOVE "------" TO PRINT-LINE(1:6)
               ELSE
                   MOVE WS-FT-LINE-NO(WS-FT-IDX) TO WS-DISP-LINE
                   MOVE WS-DISP-LINE TO PRINT-LINE(1:6)
                   MOVE WS-FT-TEXT(WS-FT-IDX)(WS-SHOW-COL:WS-SIDE-WIDTH)
                       TO PRINT-LINE(19:WS-SIDE-WIDTH)
               END-IF
               IF WS-DIFF-FIRST-ONLY
                   MOVE "------" TO PRINT-LINE(8:6)
               ELSE
                   MOVE WS-ST-LINE-NO(WS-ST-IDX) TO WS-DISP-LINE
                   MOVE WS-DISP-LINE TO PRINT-LINE(8:6)
                   MOVE WS-ST-TEXT(WS-ST-IDX)(WS-SHOW-COL:WS-SIDE-WIDTH)
                       TO PRINT-LINE(WS-SECOND-POS:WS-SIDE-WIDTH)
               END-IF
               MOVE "|" TO PRINT-LINE(WS-BAR-POS:1)
               PERFORM 8900-PRINT-LINE
           END-IF.

      *--------------------------------------------------------------*
      * 4000-PRINT-SUMMARY - THE COUNTS, THEN THE ONE-LINE VERDICT AND
      * THE RETURN-CODE THAT GOES WITH IT.
      *--------------------------------------------------------------*
       4000-PRINT-SUMMARY.
           MOVE "===== SUMMARY =====" TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "                   LINES READ  IGNORED  COMPARED"
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE "     FIRST COPY" TO PRINT-LINE(1:15)
           MOVE WS-FIRST-READ TO WS-DISP-COUNT
           MOVE WS-DISP-COUNT TO PRINT-LINE(25:6)
           MOVE WS-FIRST-IGNORED TO WS-DISP-COUNT
           MOVE WS-DISP-COUNT TO PRINT-LINE(33:6)
           MOVE WS-FT-COUNT TO WS-DISP-COUNT
           MOVE WS-DISP-COUNT TO PRINT-LINE(43:6)
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE "     SECOND COPY" TO PRINT-LINE(1:16)
           MOVE WS-SECOND-READ TO WS-DISP-COUNT
           MOVE WS-DISP-COUNT TO PRINT-LINE(25:6)
           MOVE WS-SECOND-IGNORED TO WS-DISP-COUNT
           MOVE WS-DISP-COUNT TO PRINT-LINE(33:6)
           MOVE WS-ST-COUNT TO WS-DISP-COUNT
           MOVE WS-DISP-COUNT TO PRINT-LINE(43:6)
           PERFORM 8900-PRINT-LINE
           MOVE WS-CHANGED TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "     LINES CHANGED           " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-ONLY-FIRST TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "     ONLY IN THE FIRST COPY  " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-ONLY-SECOND TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "     ONLY IN THE SECOND COPY " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           IF WS-TABLE-OVERFLOW
               MOVE WS-LN-LIMIT TO WS-DISP-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING "     *** A COPY HAS MORE THAN" WS-DISP-COUNT
                   " LINES TO COMPARE - ONLY THAT MANY WERE COMPARED"
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-DIFF-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO WS-VERDICT
           EVALUATE TRUE
               WHEN WS-TABLE-OVERFLOW
                   STRING "VERDICT: INCOMPLETE -" WS-DISP-COUNT
                       " DIFFERENCE(S) IN THE LINES COMPARED"
                       DELIMITED BY SIZE INTO WS-VERDICT
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DIFF-COUNT = 0
                   MOVE "VERDICT: SAME - NO SUBSTANTIVE DIFFERENCES"
                       TO WS-VERDICT
                   MOVE 0 TO RETURN-CODE
               WHEN OTHER
                   STRING "VERDICT: DIFFERENT -" WS-DISP-COUNT
                       " DIFFERENCE(S)"
                       DELIMITED BY SIZE INTO WS-VERDICT
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           MOVE WS-VERDICT TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           DISPLAY "RPTCOMP " WS-VERDICT.

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
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "RPTHEADER" USING WS-RPT-PROGRAM WS-RPT-TITLE
               WS-RPT-PAGE-NO WS-HEADING-1 WS-RPT-WIDTH
           MOVE WS-SAVE-RC TO RETURN-CODE
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
               DISPLAY "*** RPTCOMP RUN ENDED WITHOUT A REPORT -"
                   " SEE DIAGNOSTICS ABOVE ***"
           END-IF
           COMPUTE WS-AUDIT-RECORDS-IN = WS-FIRST-READ + WS-SECOND-READ
           MOVE WS-DIFF-COUNT TO WS-AUDIT-RECORDS-OUT
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-RECORDS-IN
               WS-AUDIT-RECORDS-OUT WS-RUN-TICKET
           MOVE WS-SAVE-RC TO RETURN-CODE
           GOBACK.
