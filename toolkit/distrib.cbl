      *****************************************************************
      * PROGRAM:  DISTRIB
      *
      * PURPOSE:  REPORT DISTRIBUTION MANIFEST AND DELIVERY TRACKING.
      *           THE DISTLIST CARD FILE (SHARED DISTREC COPYBOOK)
      *           MAPS EACH REPORT FAMILY - RPTOUT, SRTRPT, QSRPT,
      *           BRRPT, DRVRPT, ACPRPT, DASHRPT, RECRPT AND THE REST -
      *           TO ITS RECIPIENTS, A PRINT CLASS AND A COPY COUNT.
      *           THREE FUNCTIONS, ALL FOR ONE BUSINESS DATE:
      *             M  MANIFEST - ONE COVER SHEET PER RECIPIENT ON
      *                DISTRPT LISTING THE REPORTS THEY RECEIVE, THE
      *                CLASS, COPIES AND THE FILE TO HAND OVER (THE
      *                DATED RPTARCHV COPY, OR THE LIVE REPORT WHEN
      *                IT WAS WRITTEN TODAY).  EACH REPORT/RECIPIENT
      *                NOT ALREADY ON THE DATE'S MANIFEST GETS AN "M"
      *                LINE ON THE DISTLOG DELIVERY LOG (SHARED DLVREC
      *                COPYBOOK), SO THE MANIFEST CAN BE RERUN.
      *             D  DELIVER - AN OPERATOR MARKS A RECIPIENT'S
      *                REPORTS (ONE, OR ALL STILL OUTSTANDING) AS
      *                HANDED OVER.  A "D" LINE GOES ON DISTLOG WITH
      *                THE OPERATOR, AND A NOTE INTO THE AUDIT TRAIL.
      *             O  OUTSTANDING - LISTS WHAT IS STILL UNDELIVERED.
      *           DASHBOARD SHOWS THE UNDELIVERED REPORTS AT END OF
      *           DAY FROM THE SAME LOG.
      *
      *           RETURN-CODE 4 WHEN A MANIFESTED REPORT HAS NOT BEEN
      *           PRODUCED, WHEN REPORTS ARE STILL OUTSTANDING (O) OR
      *           WHEN THERE IS NOTHING LEFT TO DELIVER (D); 8 WHEN AN
      *           ANSWER IS UNUSABLE, THE OPERATOR MAY NOT MARK
      *           DELIVERIES OR THERE IS NO DISTRIBUTION LIST; 16 WHEN
      *           DISTLOG OR THE REPORT CANNOT BE OPENED.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15  RA   INITIAL VERSION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRIB.
       AUTHOR. R-ALLYN.
       INSTALLATION. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DIST-FILE ASSIGN TO "DISTLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-STATUS.
           SELECT DLV-FILE ASSIGN TO "DISTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLV-STATUS.
           SELECT PRINT-FILE ASSIGN TO "DISTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "TOOLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIST-FILE.
           COPY DISTREC.

       FD  DLV-FILE.
           COPY DLVREC.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(132).

       FD  PARM-FILE.
           COPY TOOLPARM.

       WORKING-STORAGE SECTION.
       77  WS-DIST-STATUS          PIC X(02).
       77  WS-DLV-STATUS           PIC X(02).
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
       77  WS-FUNCTION-SW          PIC X(01).
           88  WS-MANIFEST-FUNCTION VALUE 'M'.
           88  WS-DELIVER-FUNCTION  VALUE 'D'.
           88  WS-OUTSTAND-FUNCTION VALUE 'O'.
       77  WS-SEL-RECIPIENT        PIC X(08).
       77  WS-SEL-REPORT           PIC X(08).

      *--------------------------------------------------------------*
      * THE BUSINESS DATE, AND WHO IS ASKING.  MARKING A DELIVERY
      * NEEDS ONLY AN OPERATOR WHO IS SIGNED ON (LEVEL 1).
      *--------------------------------------------------------------*
       77  WS-TODAY                PIC 9(06).
       77  WS-DIST-DATE            PIC 9(06).
       01  WS-RUN-TIME             PIC 9(08).
       01  WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME.
           05  WS-RUN-HHMMSS       PIC 9(06).
           05  FILLER              PIC 9(02).
       77  WS-CAL-FUNCTION         PIC X(01).
       77  WS-CAL-DATE-IN          PIC 9(06).
       77  WS-CAL-DATE-OUT         PIC 9(06).
       77  WS-CAL-RESULT           PIC X(01).
       77  WS-DELIVER-LEVEL        PIC 9(01) VALUE 1.
       77  WS-OPER-ID              PIC X(08).
       77  WS-AUTH-ALLOWED-SW      PIC X(01).
           88  WS-AUTH-ALLOWED      VALUE 'Y'.

      *--------------------------------------------------------------*
      * DISTRIBUTION CARD TABLE - ONE ENTRY PER DISTLIST CARD, WITH
      * THE FILE FOUND FOR IT AND ITS STANDING ON THE DATE'S LOG.
      *--------------------------------------------------------------*
       77  WS-DC-LIMIT             PIC 9(03) COMP VALUE 200.
       77  WS-DC-COUNT             PIC 9(03) COMP VALUE 0.
       77  WS-DC-IDX               PIC 9(03) COMP.
       77  WS-DC-SCAN              PIC 9(03) COMP.
       77  WS-DC-FIRST-SW          PIC X(01).
           88  WS-DC-FIRST-CARD     VALUE 'Y'.
       01  WS-DC-TABLE.
           05  WS-DC-ENTRY OCCURS 200 TIMES.
               10  WS-DC-REPORT    PIC X(08).
               10  WS-DC-RECIPIENT PIC X(08).
               10  WS-DC-CLASS     PIC X(01).
               10  WS-DC-COPIES    PIC 9(02).
               10  WS-DC-NAME      PIC X(30).
               10  WS-DC-FILE      PIC X(30).
               10  WS-DC-FOUND-SW  PIC X(01).
                   88  WS-DC-FOUND  VALUE 'Y'.
       77  WS-DC-OVERFLOW          PIC 9(03) COMP VALUE 0.
       77  WS-CARDS-READ           PIC 9(05) COMP VALUE 0.

      *--------------------------------------------------------------*
      * DELIVERY-LOG TABLE - EVERY REPORT/RECIPIENT ON THE DATE'S
      * MANIFEST.  THE LAST DISTLOG LINE FOR ONE IS ITS STANDING.
      *--------------------------------------------------------------*
       77  WS-DL-LIMIT             PIC 9(03) COMP VALUE 500.
       77  WS-DL-COUNT             PIC 9(03) COMP VALUE 0.
       77  WS-DL-IDX               PIC 9(03) COMP.
       77  WS-DL-HIT               PIC 9(03) COMP.
       01  WS-DL-TABLE.
           05  WS-DL-ENTRY OCCURS 500 TIMES.
               10  WS-DL-REPORT    PIC X(08).
               10  WS-DL-RECIPIENT PIC X(08).
               10  WS-DL-CLASS     PIC X(01).
               10  WS-DL-COPIES    PIC 9(02).
               10  WS-DL-STATE     PIC X(01).
                   88  WS-DL-DELIVERED VALUE 'D'.
               10  WS-DL-OPER      PIC X(08).
               10  WS-DL-FILE      PIC X(30).
       77  WS-DL-OVERFLOW          PIC 9(03) COMP VALUE 0.
       77  WS-LOG-LINES-READ       PIC 9(07) COMP VALUE 0.
       77  WS-FIND-REPORT          PIC X(08).
       77  WS-FIND-RECIPIENT       PIC X(08).

      *--------------------------------------------------------------*
      * DISTLOG APPEND - GUARDED BY THE SHARED RUNLOCK SO A MANIFEST
      * AND A DELIVERY CANNOT INTERLEAVE THEIR LINES.
      *--------------------------------------------------------------*
       77  WS-LOCK-ACTION          PIC X(01).
       77  WS-LOCK-RESOURCE        PIC X(08) VALUE "DISTLOG".
       77  WS-LOCK-GRANTED-SW      PIC X(01).
       77  WS-LOG-OPEN-SW          PIC X(01).
           88  WS-LOG-OPEN          VALUE 'Y'.
       77  WS-LOG-WRITTEN          PIC 9(05) COMP VALUE 0.
       77  WS-WRITE-ACTION         PIC X(01).

      *--------------------------------------------------------------*
      * REPORT FILE LOOKUP - CBL_CHECK_FILE_EXIST WORK AREA, SIZE IN
      * BYTES FOLLOWED BY THE LAST-WRITTEN DATE AND TIME.
      *--------------------------------------------------------------*
       77  WS-CHECK-NAME           PIC X(30).
       77  WS-NAME-LEN             PIC 9(02) COMP.
       01  WS-FILE-INFO.
           05  WS-FILE-SIZE       PIC X(08) COMP-X.
           05  WS-FILE-DD         PIC X(01) COMP-X.
           05  WS-FILE-MM         PIC X(01) COMP-X.
           05  WS-FILE-YYYY       PIC X(02) COMP-X.
           05  WS-FILE-HH         PIC X(01) COMP-X.
           05  WS-FILE-MIN        PIC X(01) COMP-X.
           05  WS-FILE-SS         PIC X(01) COMP-X.
           05  WS-FILE-HSEC       PIC X(01) COMP-X.
       77  WS-FILE-CENTURY         PIC 9(04).
       01  WS-FILE-DATE.
           05  WS-FILE-DATE-YY     PIC 9(02).
           05  WS-FILE-DATE-MM     PIC 9(02).
           05  WS-FILE-DATE-DD     PIC 9(02).
       01  WS-FILE-DATE-N REDEFINES WS-FILE-DATE PIC 9(06).

      *--------------------------------------------------------------*
      * RUN TOTALS
      *--------------------------------------------------------------*
       77  WS-RECIPIENTS           PIC 9(05) COMP VALUE 0.
       77  WS-RECIP-REPORTS        PIC 9(05) COMP VALUE 0.
       77  WS-NOT-PRODUCED         PIC 9(05) COMP VALUE 0.
       77  WS-NEW-ON-MANIFEST      PIC 9(05) COMP VALUE 0.
       77  WS-ALREADY-DELIVERED    PIC 9(05) COMP VALUE 0.
       77  WS-DELIVERED-NOW        PIC 9(05) COMP VALUE 0.
       77  WS-OUTSTANDING          PIC 9(05) COMP VALUE 0.
       77  WS-STATUS-TEXT          PIC X(20).

      *--------------------------------------------------------------*
      * DISPLAY FIELDS
      *--------------------------------------------------------------*
       77  WS-DISP-COUNT           PIC Z(04)9.
       77  WS-DISP-COPIES          PIC Z9.
       77  WS-DISP-TICKET          PIC 9(09).
       77  WS-NOTE-TEXT            PIC X(80).

      *--------------------------------------------------------------*
      * REPORT WORK FIELDS
      *--------------------------------------------------------------*
       01  WS-RPT-PROGRAM          PIC X(20) VALUE "DISTRIB".
       01  WS-RPT-TITLE            PIC X(40)
           VALUE "REPORT DISTRIBUTION MANIFEST".
       77  WS-RPT-PAGE-NO          PIC 9(04) VALUE 1.
       77  WS-RPT-LINES-ON-PAGE    PIC 9(04) COMP VALUE 0.
       77  WS-RPT-MAX-LINES        PIC 9(04) COMP VALUE 60.
       77  WS-RPT-WIDTH            PIC 9(03) VALUE 132.
       01  WS-HEADING-1            PIC X(132).

       77  WS-AUDIT-PROGRAM       PIC X(20) VALUE "DISTRIB".
       77  WS-AUDIT-RECORDS-IN    PIC 9(07).
       77  WS-AUDIT-RECORDS-OUT   PIC 9(07).
       77  WS-RUN-TICKET          PIC 9(09).
       77  WS-ARCHIVE-REPORT      PIC X(30) VALUE "DISTRPT".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL "RUNTICKET" USING WS-RUN-TICKET
           CALL "AUDITBEG" USING WS-AUDIT-PROGRAM WS-RUN-TICKET
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               PERFORM 1300-LOAD-DISTLOG
           END-IF
           IF NOT WS-ABORT-RUN
               EVALUATE TRUE
                   WHEN WS-DELIVER-FUNCTION
                       PERFORM 3000-MARK-DELIVERED
                   WHEN WS-OUTSTAND-FUNCTION
                       PERFORM 4000-LIST-OUTSTANDING
                   WHEN OTHER
                       PERFORM 2000-BUILD-MANIFEST
               END-EVALUATE
           END-IF
           PERFORM 9999-FINISH-EXIT.

      *--------------------------------------------------------------*
      * 1000-INITIALIZE - RESET, READ THE PRINT WIDTH, TAKE THE
      * ANSWERS AND OPEN THE REPORT.
      *--------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO WS-DC-COUNT
           MOVE 0 TO WS-DC-OVERFLOW
           MOVE 0 TO WS-CARDS-READ
           MOVE 0 TO WS-DL-COUNT
           MOVE 0 TO WS-DL-OVERFLOW
           MOVE 0 TO WS-LOG-LINES-READ
           MOVE 0 TO WS-LOG-WRITTEN
           MOVE 0 TO WS-RECIPIENTS
           MOVE 0 TO WS-NOT-PRODUCED
           MOVE 0 TO WS-NEW-ON-MANIFEST
           MOVE 0 TO WS-ALREADY-DELIVERED
           MOVE 0 TO WS-DELIVERED-NOW
           MOVE 0 TO WS-OUTSTANDING
           MOVE 'N' TO WS-LOG-OPEN-SW
           MOVE 1 TO WS-RPT-PAGE-NO
           MOVE 0 TO WS-RPT-LINES-ON-PAGE
           MOVE 'N' TO WS-ABORT-SW
           MOVE SPACES TO WS-PRINT-STATUS
           MOVE 132 TO WS-RPT-WIDTH
           ACCEPT WS-TODAY FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
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
           CALL "OPERAUTH" USING WS-DELIVER-LEVEL WS-OPER-ID
               WS-AUTH-ALLOWED-SW
           PERFORM 1100-GET-ANSWERS
           IF NOT WS-ABORT-RUN
               PERFORM 1200-OPEN-REPORT
           END-IF.

      *--------------------------------------------------------------*
      * 1100-GET-ANSWERS - THE FUNCTION, THE BUSINESS DATE (BLANK FOR
      * TODAY) AND, FOR A DELIVERY, THE RECIPIENT AND THE REPORT
      * (BLANK FOR EVERY REPORT STILL OUTSTANDING TO THEM).
      *--------------------------------------------------------------*
       1100-GET-ANSWERS.
           MOVE "M)ANIFEST, D)ELIVER OR O)UTSTANDING (BLANK FOR M)?"
               TO WS-PROMPT
           PERFORM 8800-GET-ANSWER
           EVALUATE WS-ANSWER(1:1)
               WHEN SPACE
               WHEN 'M'
               WHEN 'm'
                   MOVE 'M' TO WS-FUNCTION-SW
               WHEN 'D'
               WHEN 'd'
                   MOVE 'D' TO WS-FUNCTION-SW
               WHEN 'O'
               WHEN 'o'
                   MOVE 'O' TO WS-FUNCTION-SW
               WHEN OTHER
                   DISPLAY "*** DISTRIB: FUNCTION MUST BE M, D OR O ***"
                   MOVE 8 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
           END-EVALUATE
           IF NOT WS-ABORT-RUN AND WS-DELIVER-FUNCTION
                   AND NOT WS-AUTH-ALLOWED
               DISPLAY "*** DISTRIB: OPERATOR " WS-OPER-ID
                   " IS NOT AUTHORIZED TO MARK DELIVERIES"
                   " - NEEDS AUTHORITY LEVEL " WS-DELIVER-LEVEL " ***"
               MOVE 8 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF
           IF NOT WS-ABORT-RUN
               MOVE "BUSINESS DATE (YYMMDD, BLANK FOR TODAY)?"
                   TO WS-PROMPT
               PERFORM 8800-GET-ANSWER
               IF WS-ANSWER = SPACES
                   MOVE WS-TODAY TO WS-DIST-DATE
               ELSE
                   IF WS-ANSWER(1:6) IS NUMERIC
                           AND WS-ANSWER(7:) = SPACES
                       MOVE WS-ANSWER(1:6) TO WS-DIST-DATE
                   ELSE
                       MOVE 0 TO WS-DIST-DATE
                   END-IF
               END-IF
               MOVE 'W' TO WS-CAL-FUNCTION
               MOVE WS-DIST-DATE TO WS-CAL-DATE-IN
               CALL "DATECALC" USING WS-CAL-FUNCTION WS-CAL-DATE-IN
                   WS-CAL-DATE-OUT WS-CAL-RESULT
               IF WS-CAL-RESULT = '0'
                   DISPLAY "*** DISTRIB: DATE MUST BE A VALID YYMMDD"
                       " ***"
                   MOVE 8 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN AND WS-DELIVER-FUNCTION
               MOVE "RECIPIENT ID?" TO WS-PROMPT
               PERFORM 8800-GET-ANSWER
               MOVE WS-ANSWER TO WS-SEL-RECIPIENT
               IF WS-SEL-RECIPIENT = SPACES
                   DISPLAY "*** DISTRIB: A DELIVERY NEEDS A RECIPIENT"
                       " ***"
                   MOVE 8 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               ELSE
                   MOVE "REPORT (BLANK FOR ALL OUTSTANDING TO THEM)?"
                       TO WS-PROMPT
                   PERFORM 8800-GET-ANSWER
                   MOVE WS-ANSWER TO WS-SEL-REPORT
               END-IF
           END-IF.

       1200-OPEN-REPORT.
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "*** DISTRIB: UNABLE TO OPEN PRINT FILE"
                   " DISTRPT - FILE STATUS " WS-PRINT-STATUS " ***"
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
           END-IF.

      *--------------------------------------------------------------*
      * 1300-LOAD-DISTLOG - THE STANDING OF EVERY REPORT/RECIPIENT
      * ALREADY ON THE DATE'S MANIFEST.  NO DISTLOG YET IS AN EMPTY
      * LOG; ONE THAT WILL NOT OPEN ENDS THE RUN.
      *--------------------------------------------------------------*
       1300-LOAD-DISTLOG.
           OPEN INPUT DLV-FILE
           EVALUATE TRUE
               WHEN WS-DLV-STATUS = "35"
                   CONTINUE
               WHEN WS-DLV-STATUS NOT = "00"
                   DISPLAY "*** DISTRIB: UNABLE TO OPEN DISTLOG - FILE"
                       " STATUS " WS-DLV-STATUS " ***"
                   MOVE "*** DISTLOG COULD NOT BE READ ***"
                       TO PRINT-LINE
                   PERFORM 8900-PRINT-LINE
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               WHEN OTHER
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-AT-EOF
                       READ DLV-FILE
                           AT END
                               SET WS-AT-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-LOG-LINES-READ
                               IF DLV-DATE = WS-DIST-DATE
                                   PERFORM 1350-TAKE-LOG-LINE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DLV-FILE
           END-EVALUATE.

       1350-TAKE-LOG-LINE.
           MOVE DLV-REPORT TO WS-FIND-REPORT
           MOVE DLV-RECIPIENT TO WS-FIND-RECIPIENT
           PERFORM 1360-FIND-LOG-ENTRY
           IF WS-DL-HIT = 0
               IF WS-DL-COUNT < WS-DL-LIMIT
                   ADD 1 TO WS-DL-COUNT
                   MOVE WS-DL-COUNT TO WS-DL-HIT
                   MOVE DLV-REPORT TO WS-DL-REPORT(WS-DL-HIT)
                   MOVE DLV-RECIPIENT TO WS-DL-RECIPIENT(WS-DL-HIT)
               ELSE
                   ADD 1 TO WS-DL-OVERFLOW
               END-IF
           END-IF
           IF WS-DL-HIT > 0
               MOVE DLV-CLASS TO WS-DL-CLASS(WS-DL-HIT)
               MOVE DLV-COPIES TO WS-DL-COPIES(WS-DL-HIT)
               MOVE DLV-ACTION TO WS-DL-STATE(WS-DL-HIT)
               MOVE DLV-OPER-ID TO WS-DL-OPER(WS-DL-HIT)
               MOVE DLV-FILE-NAME TO WS-DL-FILE(WS-DL-HIT)
           END-IF.

       1360-FIND-LOG-ENTRY.
           MOVE 0 TO WS-DL-HIT
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
                   UNTIL WS-DL-IDX > WS-DL-COUNT OR WS-DL-HIT > 0
               IF WS-DL-REPORT(WS-DL-IDX) = WS-FIND-REPORT
                       AND WS-DL-RECIPIENT(WS-DL-IDX)
                           = WS-FIND-RECIPIENT
                   MOVE WS-DL-IDX TO WS-DL-HIT
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------*
      * 2000-BUILD-MANIFEST - LOAD THE DISTRIBUTION LIST, FIND EACH
      * REPORT'S FILE FOR THE DATE, PUT ANYTHING NEW ON THE LOG AND
      * PRINT A COVER SHEET PER RECIPIENT.
      *--------------------------------------------------------------*
       2000-BUILD-MANIFEST.
           PERFORM 2100-LOAD-DISTLIST
           IF WS-DC-COUNT = 0
               MOVE "*** NO DISTRIBUTION CARDS ON DISTLIST ***"
                   TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               DISPLAY "*** DISTRIB: DISTLIST HOLDS NO DISTRIBUTION"
                   " CARDS ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                       UNTIL WS-DC-IDX > WS-DC-COUNT
                           OR WS-ABORT-RUN
                   PERFORM 2200-LOCATE-REPORT
                   PERFORM 2300-LOG-MANIFEST-ENTRY
               END-PERFORM
               PERFORM 5900-CLOSE-DISTLOG
               IF NOT WS-ABORT-RUN
                   PERFORM 2400-PRINT-COVER-SHEETS
                   PERFORM 2500-PRINT-MANIFEST-TOTALS
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 2100-LOAD-DISTLIST - COMMENT AND BLANK CARDS ARE SKIPPED.
      *--------------------------------------------------------------*
       2100-LOAD-DISTLIST.
           OPEN INPUT DIST-FILE
           IF WS-DIST-STATUS = "00" OR WS-DIST-STATUS = "05"
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-AT-EOF
                   READ DIST-FILE
                       AT END
                           SET WS-AT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CARDS-READ
                           IF DIST-CARD-COL1 NOT = '*'
                                   AND DIST-REPORT NOT = SPACES
                                   AND DIST-RECIPIENT NOT = SPACES
                               PERFORM 2150-ADD-DIST-CARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIST-FILE
           END-IF.

       2150-ADD-DIST-CARD.
           IF WS-DC-COUNT < WS-DC-LIMIT
               ADD 1 TO WS-DC-COUNT
               MOVE DIST-REPORT TO WS-DC-REPORT(WS-DC-COUNT)
               MOVE DIST-RECIPIENT TO WS-DC-RECIPIENT(WS-DC-COUNT)
               MOVE DIST-CLASS TO WS-DC-CLASS(WS-DC-COUNT)
               IF DIST-COPIES IS NUMERIC AND DIST-COPIES > 0
                   MOVE DIST-COPIES TO WS-DC-COPIES(WS-DC-COUNT)
               ELSE
                   MOVE 1 TO WS-DC-COPIES(WS-DC-COUNT)
               END-IF
               MOVE DIST-RECIP-NAME TO WS-DC-NAME(WS-DC-COUNT)
               MOVE SPACES TO WS-DC-FILE(WS-DC-COUNT)
               MOVE 'N' TO WS-DC-FOUND-SW(WS-DC-COUNT)
           ELSE
               ADD 1 TO WS-DC-OVERFLOW
           END-IF.

      *--------------------------------------------------------------*
      * 2200-LOCATE-REPORT - THE DATED ARCHIVE COPY RPTARCHV MADE ON
      * THE DATE IS THE FILE TO HAND OVER.  FOR TODAY, A LIVE REPORT
      * WRITTEN TODAY BUT NOT YET ARCHIVED WILL DO.
      *--------------------------------------------------------------*
       2200-LOCATE-REPORT.
           MOVE 0 TO WS-NAME-LEN
           INSPECT WS-DC-REPORT(WS-DC-IDX) TALLYING WS-NAME-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE SPACES TO WS-CHECK-NAME
           STRING WS-DC-REPORT(WS-DC-IDX)(1:WS-NAME-LEN) "."
               WS-DIST-DATE DELIMITED BY SIZE INTO WS-CHECK-NAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CHECK-NAME
               WS-FILE-INFO
           IF RETURN-CODE = 0
               MOVE 'Y' TO WS-DC-FOUND-SW(WS-DC-IDX)
               MOVE WS-CHECK-NAME TO WS-DC-FILE(WS-DC-IDX)
           ELSE
               MOVE 0 TO RETURN-CODE
               IF WS-DIST-DATE = WS-TODAY
                   MOVE WS-DC-REPORT(WS-DC-IDX) TO WS-CHECK-NAME
                   CALL "CBL_CHECK_FILE_EXIST" USING WS-CHECK-NAME
                       WS-FILE-INFO
                   IF RETURN-CODE = 0
                       DIVIDE WS-FILE-YYYY BY 100
                           GIVING WS-FILE-CENTURY
                           REMAINDER WS-FILE-DATE-YY
                       MOVE WS-FILE-MM TO WS-FILE-DATE-MM
                       MOVE WS-FILE-DD TO WS-FILE-DATE-DD
                       IF WS-FILE-DATE-N = WS-TODAY
                           MOVE 'Y' TO WS-DC-FOUND-SW(WS-DC-IDX)
                           MOVE WS-CHECK-NAME TO WS-DC-FILE(WS-DC-IDX)
                       END-IF
                   END-IF
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT WS-DC-FOUND(WS-DC-IDX)
               ADD 1 TO WS-NOT-PRODUCED
           END-IF.

      *--------------------------------------------------------------*
      * 2300-LOG-MANIFEST-ENTRY - A REPORT/RECIPIENT NOT YET ON THE
      * DATE'S LOG GOES ON IT AS MANIFESTED.  ONE ALREADY THERE KEEPS
      * ITS STANDING, SO A RERUN NEVER UNDOES A DELIVERY.
      *--------------------------------------------------------------*
       2300-LOG-MANIFEST-ENTRY.
           MOVE WS-DC-REPORT(WS-DC-IDX) TO WS-FIND-REPORT
           MOVE WS-DC-RECIPIENT(WS-DC-IDX) TO WS-FIND-RECIPIENT
           PERFORM 1360-FIND-LOG-ENTRY
           IF WS-DL-HIT = 0
               PERFORM 5000-OPEN-DISTLOG
               IF NOT WS-ABORT-RUN
                   MOVE SPACES TO DLV-REC
                   MOVE WS-DIST-DATE TO DLV-DATE
                   MOVE 'M' TO DLV-ACTION
                   MOVE WS-DC-REPORT(WS-DC-IDX) TO DLV-REPORT
                   MOVE WS-DC-RECIPIENT(WS-DC-IDX) TO DLV-RECIPIENT
                   MOVE WS-DC-CLASS(WS-DC-IDX) TO DLV-CLASS
                   MOVE WS-DC-COPIES(WS-DC-IDX) TO DLV-COPIES
                   MOVE WS-DC-FILE(WS-DC-IDX) TO DLV-FILE-NAME
                   PERFORM 1350-TAKE-LOG-LINE
                   PERFORM 5100-WRITE-DISTLOG
                   ADD 1 TO WS-NEW-ON-MANIFEST
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 2400-PRINT-COVER-SHEETS - A RECIPIENT'S SHEET IS PRINTED AT
      * THEIR FIRST CARD AND LISTS ALL THEIR CARDS.
      *--------------------------------------------------------------*
       2400-PRINT-COVER-SHEETS.
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-COUNT
               MOVE 'Y' TO WS-DC-FIRST-SW
               PERFORM VARYING WS-DC-SCAN FROM 1 BY 1
                       UNTIL WS-DC-SCAN >= WS-DC-IDX
                   IF WS-DC-RECIPIENT(WS-DC-SCAN)
                           = WS-DC-RECIPIENT(WS-DC-IDX)
                       MOVE 'N' TO WS-DC-FIRST-SW
                   END-IF
               END-PERFORM
               IF WS-DC-FIRST-CARD
                   PERFORM 2450-PRINT-ONE-COVER
               END-IF
           END-PERFORM.

       2450-PRINT-ONE-COVER.
           ADD 1 TO WS-RECIPIENTS
           IF WS-RPT-LINES-ON-PAGE > 2
               PERFORM 8950-NEW-PAGE
           END-IF
           MOVE SPACES TO PRINT-LINE
           STRING "COVER SHEET - RECIPIENT " WS-DC-RECIPIENT(WS-DC-IDX)
               "  " WS-DC-NAME(WS-DC-IDX) DELIMITED BY SIZE
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-RUN-TICKET TO WS-DISP-TICKET
           MOVE SPACES TO PRINT-LINE
           STRING "BUSINESS DATE " WS-DIST-DATE "   MANIFEST TICKET "
               WS-DISP-TICKET DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "     REPORT    CLASS  COPIES  FILE"
               "                            STATUS"
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE 0 TO WS-RECIP-REPORTS
           PERFORM VARYING WS-DC-SCAN FROM WS-DC-IDX BY 1
                   UNTIL WS-DC-SCAN > WS-DC-COUNT
               IF WS-DC-RECIPIENT(WS-DC-SCAN)
                       = WS-DC-RECIPIENT(WS-DC-IDX)
                   PERFORM 2460-PRINT-COVER-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-RECIP-REPORTS TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "     REPORTS FOR THIS RECIPIENT: " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE "     RECEIVED BY: ____________________   TIME: ______"
               TO PRINT-LINE
           PERFORM 8900-PRINT-LINE.

       2460-PRINT-COVER-LINE.
           ADD 1 TO WS-RECIP-REPORTS
           MOVE WS-DC-REPORT(WS-DC-SCAN) TO WS-FIND-REPORT
           MOVE WS-DC-RECIPIENT(WS-DC-SCAN) TO WS-FIND-RECIPIENT
           PERFORM 1360-FIND-LOG-ENTRY
           MOVE SPACES TO WS-STATUS-TEXT
           EVALUATE TRUE
               WHEN WS-DL-HIT > 0 AND WS-DL-DELIVERED(WS-DL-HIT)
                   ADD 1 TO WS-ALREADY-DELIVERED
                   STRING "DELIVERED BY " WS-DL-OPER(WS-DL-HIT)
                       DELIMITED BY SIZE INTO WS-STATUS-TEXT
               WHEN NOT WS-DC-FOUND(WS-DC-SCAN)
                   MOVE "*** NOT PRODUCED ***" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "READY" TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE WS-DC-COPIES(WS-DC-SCAN) TO WS-DISP-COPIES
           MOVE SPACES TO PRINT-LINE
           STRING "     " WS-DC-REPORT(WS-DC-SCAN) "  "
               WS-DC-CLASS(WS-DC-SCAN) "      " WS-DISP-COPIES
               "      " WS-DC-FILE(WS-DC-SCAN) "  " WS-STATUS-TEXT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE.

      *--------------------------------------------------------------*
      * 2500-PRINT-MANIFEST-TOTALS - A REPORT THAT WAS NOT PRODUCED
      * ON THE DATE LEAVES THE RUN AT RETURN-CODE 4.
      *--------------------------------------------------------------*
       2500-PRINT-MANIFEST-TOTALS.
           PERFORM 8950-NEW-PAGE
           MOVE "MANIFEST TOTALS" TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-RECIPIENTS TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "     RECIPIENTS                  " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-DC-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "     REPORT DELIVERIES LISTED    " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-NEW-ON-MANIFEST TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "     NEW ON DISTLOG THIS RUN     " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-ALREADY-DELIVERED TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "     ALREADY DELIVERED           " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-NOT-PRODUCED TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "     NOT PRODUCED ON THE DATE    " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-NEW-ON-MANIFEST TO WS-DISP-COUNT
           MOVE SPACES TO WS-NOTE-TEXT
           STRING "MANIFEST FOR " WS-DIST-DATE " - " WS-DISP-COUNT
               " NEW DELIVERIES LOGGED" DELIMITED BY SIZE
               INTO WS-NOTE-TEXT
           CALL "AUDITNOTE" USING WS-AUDIT-PROGRAM WS-NOTE-TEXT
               WS-RUN-TICKET
           IF WS-DC-OVERFLOW > 0
               MOVE WS-DC-OVERFLOW TO WS-DISP-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING "     *** " WS-DISP-COUNT " FURTHER CARD(S) NOT"
                   " MANIFESTED - TABLE FULL ***" DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-NOT-PRODUCED > 0
               MOVE WS-NOT-PRODUCED TO WS-DISP-COUNT
               DISPLAY "*** DISTRIB: " WS-DISP-COUNT " REPORT(S) ON THE"
                   " MANIFEST NOT PRODUCED FOR " WS-DIST-DATE " ***"
               MOVE 4 TO RETURN-CODE
           END-IF.

      *--------------------------------------------------------------*
      * 3000-MARK-DELIVERED - EVERY MATCHING REPORT STILL AT "M" FOR
      * THE RECIPIENT IS MARKED DELIVERED BY THIS OPERATOR.
      *--------------------------------------------------------------*
       3000-MARK-DELIVERED.
           MOVE SPACES TO PRINT-LINE
           STRING "DELIVERIES FOR " WS-SEL-RECIPIENT " ON DATE "
               WS-DIST-DATE " MARKED BY " WS-OPER-ID
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
                   UNTIL WS-DL-IDX > WS-DL-COUNT OR WS-ABORT-RUN
               IF WS-DL-RECIPIENT(WS-DL-IDX) = WS-SEL-RECIPIENT
                       AND (WS-SEL-REPORT = SPACES
                           OR WS-DL-REPORT(WS-DL-IDX) = WS-SEL-REPORT)
                   IF WS-DL-DELIVERED(WS-DL-IDX)
                       ADD 1 TO WS-ALREADY-DELIVERED
                   ELSE
                       PERFORM 3100-DELIVER-ONE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 5900-CLOSE-DISTLOG
           IF NOT WS-ABORT-RUN
               MOVE SPACES TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE WS-DELIVERED-NOW TO WS-DISP-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING "     MARKED DELIVERED THIS RUN   " WS-DISP-COUNT
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE WS-ALREADY-DELIVERED TO WS-DISP-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING "     ALREADY DELIVERED           " WS-DISP-COUNT
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               IF WS-DELIVERED-NOW = 0
                   MOVE "*** NOTHING OUTSTANDING MATCHES ***"
                       TO PRINT-LINE
                   PERFORM 8900-PRINT-LINE
                   DISPLAY "DISTRIB: NOTHING OUTSTANDING FOR "
                       WS-SEL-RECIPIENT " ON " WS-DIST-DATE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       3100-DELIVER-ONE.
           PERFORM 5000-OPEN-DISTLOG
           IF NOT WS-ABORT-RUN
               MOVE SPACES TO DLV-REC
               MOVE WS-DIST-DATE TO DLV-DATE
               MOVE 'D' TO DLV-ACTION
               MOVE WS-DL-REPORT(WS-DL-IDX) TO DLV-REPORT
               MOVE WS-DL-RECIPIENT(WS-DL-IDX) TO DLV-RECIPIENT
               MOVE WS-DL-CLASS(WS-DL-IDX) TO DLV-CLASS
               MOVE WS-DL-COPIES(WS-DL-IDX) TO DLV-COPIES
               MOVE WS-DL-FILE(WS-DL-IDX) TO DLV-FILE-NAME
               PERFORM 5100-WRITE-DISTLOG
               MOVE 'D' TO WS-DL-STATE(WS-DL-IDX)
               MOVE WS-OPER-ID TO WS-DL-OPER(WS-DL-IDX)
               ADD 1 TO WS-DELIVERED-NOW
               MOVE WS-DL-COPIES(WS-DL-IDX) TO WS-DISP-COPIES
               MOVE SPACES TO PRINT-LINE
               STRING "     " WS-DL-REPORT(WS-DL-IDX) "  CLASS "
                   WS-DL-CLASS(WS-DL-IDX) "  COPIES " WS-DISP-COPIES
                   "  " WS-DL-FILE(WS-DL-IDX) "  DELIVERED"
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE SPACES TO WS-NOTE-TEXT
               STRING "DELIVERED " WS-DL-REPORT(WS-DL-IDX) " TO "
                   WS-DL-RECIPIENT(WS-DL-IDX) " FOR BUSINESS DATE "
                   WS-DIST-DATE DELIMITED BY SIZE INTO WS-NOTE-TEXT
               CALL "AUDITNOTE" USING WS-AUDIT-PROGRAM WS-NOTE-TEXT
                   WS-RUN-TICKET
           END-IF.

      *--------------------------------------------------------------*
      * 4000-LIST-OUTSTANDING - EVERYTHING ON THE DATE'S MANIFEST
      * NOT YET MARKED DELIVERED.
      *--------------------------------------------------------------*
       4000-LIST-OUTSTANDING.
           MOVE SPACES TO PRINT-LINE
           STRING "UNDELIVERED REPORTS FOR BUSINESS DATE " WS-DIST-DATE
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE "     RECIPIENT REPORT    CLASS  COPIES  FILE"
               TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
                   UNTIL WS-DL-IDX > WS-DL-COUNT
               IF NOT WS-DL-DELIVERED(WS-DL-IDX)
                   ADD 1 TO WS-OUTSTANDING
                   MOVE WS-DL-COPIES(WS-DL-IDX) TO WS-DISP-COPIES
                   MOVE SPACES TO PRINT-LINE
                   STRING "     " WS-DL-RECIPIENT(WS-DL-IDX) "  "
                       WS-DL-REPORT(WS-DL-IDX) "  "
                       WS-DL-CLASS(WS-DL-IDX) "      " WS-DISP-COPIES
                       "      " WS-DL-FILE(WS-DL-IDX)
                       DELIMITED BY SIZE INTO PRINT-LINE
                   PERFORM 8900-PRINT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-OUTSTANDING TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "     STILL UNDELIVERED           " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           IF WS-OUTSTANDING > 0
               DISPLAY "DISTRIB: " WS-DISP-COUNT " REPORT(S) STILL"
                   " UNDELIVERED FOR " WS-DIST-DATE
               MOVE 4 TO RETURN-CODE
           END-IF.

      *--------------------------------------------------------------*
      * 5000-OPEN-DISTLOG - TAKE THE LOCK AND OPEN THE LOG FOR APPEND
      * ON THE FIRST LINE TO BE WRITTEN; 5900 HANDS BOTH BACK.
      *--------------------------------------------------------------*
       5000-OPEN-DISTLOG.
           IF NOT WS-LOG-OPEN
               MOVE 'G' TO WS-LOCK-ACTION
               CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
                   WS-LOCK-GRANTED-SW
               IF WS-LOCK-GRANTED-SW NOT = 'Y'
                   DISPLAY "*** DISTRIB: DISTLOG IS IN USE BY ANOTHER"
                       " RUN - TRY AGAIN ***"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               ELSE
                   OPEN EXTEND DLV-FILE
                   IF WS-DLV-STATUS = "35"
                       OPEN OUTPUT DLV-FILE
                   END-IF
                   IF WS-DLV-STATUS NOT = "00"
                       DISPLAY "*** DISTRIB: UNABLE TO OPEN DISTLOG -"
                           " FILE STATUS " WS-DLV-STATUS " ***"
                       MOVE "*** DISTLOG COULD NOT BE WRITTEN ***"
                           TO PRINT-LINE
                       PERFORM 8900-PRINT-LINE
                       MOVE 'R' TO WS-LOCK-ACTION
                       CALL "RUNLOCK" USING WS-LOCK-ACTION
                           WS-LOCK-RESOURCE WS-LOCK-GRANTED-SW
                       MOVE 16 TO RETURN-CODE
                       SET WS-ABORT-RUN TO TRUE
                   ELSE
                       MOVE 'Y' TO WS-LOG-OPEN-SW
                   END-IF
               END-IF
           END-IF.

       5100-WRITE-DISTLOG.
           MOVE WS-TODAY TO DLV-STAMP-DATE
           MOVE WS-RUN-HHMMSS TO DLV-STAMP-TIME
           MOVE WS-OPER-ID TO DLV-OPER-ID
           MOVE WS-RUN-TICKET TO DLV-TICKET
           WRITE DLV-REC
           ADD 1 TO WS-LOG-WRITTEN.

       5900-CLOSE-DISTLOG.
           IF WS-LOG-OPEN
               CLOSE DLV-FILE
               MOVE 'N' TO WS-LOG-OPEN-SW
               MOVE RETURN-CODE TO WS-SAVE-RC
               MOVE 'R' TO WS-LOCK-ACTION
               CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
                   WS-LOCK-GRANTED-SW
               MOVE WS-SAVE-RC TO RETURN-CODE
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
           PERFORM 5900-CLOSE-DISTLOG
           IF WS-PRINT-STATUS = "00"
               CLOSE PRINT-FILE
               MOVE RETURN-CODE TO WS-SAVE-RC
               CALL "RPTARCHV" USING WS-ARCHIVE-REPORT
               MOVE WS-SAVE-RC TO RETURN-CODE
           END-IF
           IF WS-ABORT-RUN
               DISPLAY "*** DISTRIB RUN ENDED EARLY - SEE DIAGNOSTICS"
                   " ABOVE ***"
           ELSE
               DISPLAY "DISTRIB: MANIFEST AND DELIVERIES ON DISTRPT"
           END-IF
           COMPUTE WS-AUDIT-RECORDS-IN = WS-CARDS-READ
               + WS-LOG-LINES-READ
           MOVE WS-LOG-WRITTEN TO WS-AUDIT-RECORDS-OUT
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-RECORDS-IN
               WS-AUDIT-RECORDS-OUT WS-RUN-TICKET
           MOVE WS-SAVE-RC TO RETURN-CODE
           GOBACK.
