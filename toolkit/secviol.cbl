      *****************************************************************
      * PROGRAM:  SECVIOL
      *
      * PURPOSE:  SECURITY VIOLATIONS REVIEW.  READS THE AUDITLG
      *           AUDIT LOG FOR A DATE RANGE (BLANK FOR ALL OF IT) AND
      *           LISTS ON SECRPT EVERY NOTE OF:
      *             FAILED SIGN-ON   MENU REFUSED A SIGN-ON - UNKNOWN
      *                              ID, SUSPENDED, LOCKED OUT, NO PIN
      *                              ISSUED, WRONG PIN OR A REQUIRED
      *                              PIN CHANGE NOT MADE
      *             LOCKOUT          MENU LOCKED AN OPERATOR OUT FOR
      *                              TOO MANY WRONG PINS
      *             DENIED ACTION    OPERAUTH (OR MENU'S OWN GATE)
      *                              REFUSED AN ACTION FOR WANT OF
      *                              AUTHORITY LEVEL
      *           FOLLOWED BY A COUNT OF EACH KIND PER OPERATOR ID, SO
      *           AUDIT'S PERIODIC REVIEW CAN SEE WHO TRIED TO DO WHAT.
      *           LINES LOGPURGE HAS ALREADY ARCHIVED ARE NOT READ -
      *           AUDITQRY SEARCHES THE ARCHIVES.
      *
      *           NEEDS AUTHORITY LEVEL 2 THROUGH THE SHARED OPERAUTH
      *           CHECK.
      *
      *           RETURN-CODE 4 WHEN ANY VIOLATION IS LISTED, 8 WHEN
      *           AN ANSWER IS UNUSABLE OR THE OPERATOR LACKS LEVEL 2,
      *           16 WHEN AUDITLG OR THE REPORT CANNOT BE OPENED.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15  RA   INITIAL VERSION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECVIOL.
       AUTHOR. R-ALLYN.
       INSTALLATION. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDIT-KEY
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT PRINT-FILE ASSIGN TO "SECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "TOOLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
           COPY AUDFREC.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(132).

       FD  PARM-FILE.
           COPY TOOLPARM.

       WORKING-STORAGE SECTION.
       77  WS-AUDIT-STATUS         PIC X(02).
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
       77  WS-FROM-DATE            PIC 9(06).
       77  WS-TO-DATE              PIC 9(06).
       77  WS-CAL-FUNCTION         PIC X(01).
       77  WS-CAL-DATE-IN          PIC 9(06).
       77  WS-CAL-DATE-OUT         PIC 9(06).
       77  WS-CAL-RESULT           PIC X(01).

      *--------------------------------------------------------------*
      * WHO IS ASKING - THE REVIEW NEEDS AUTHORITY LEVEL 2.
      *--------------------------------------------------------------*
       77  WS-REVIEW-LEVEL         PIC 9(01) VALUE 2.
       77  WS-OPER-ID              PIC X(08).
       77  WS-AUTH-ALLOWED-SW      PIC X(01).
           88  WS-AUTH-ALLOWED      VALUE 'Y'.

      *--------------------------------------------------------------*
      * AUDIT-LINE WORK FIELDS.  AUDITNOTE WRITES EACH NOTE AS
      *   DATE(1-6) TIME(8-15) PROGRAM(17-36) TICKET= OPER=(60-67)
      *   " NOTE "(68-73) TEXT(74-132)
      * AND EVERY SECURITY NOTE NAMES ITS SUBJECT AS ID=XXXXXXXX.
      *--------------------------------------------------------------*
       77  WS-EVENT-SW             PIC X(01).
           88  WS-EVENT-FAILED      VALUE 'F'.
           88  WS-EVENT-LOCKOUT     VALUE 'L'.
           88  WS-EVENT-DENIED      VALUE 'D'.
           88  WS-EVENT-NONE        VALUE ' '.
       77  WS-EVENT-TEXT           PIC X(16).
       77  WS-NOTE-BODY            PIC X(59).
       77  WS-MATCH-TALLY          PIC 9(02) COMP.
       77  WS-UNS-HEAD             PIC X(59).
       77  WS-UNS-TAIL             PIC X(59).
       77  WS-SUBJECT-ID           PIC X(08).

      *--------------------------------------------------------------*
      * PER-OPERATOR SUMMARY TABLE
      *--------------------------------------------------------------*
       77  WS-SO-LIMIT             PIC 9(03) COMP VALUE 100.
       77  WS-SO-COUNT             PIC 9(03) COMP VALUE 0.
       77  WS-SO-IDX               PIC 9(03) COMP.
       77  WS-SO-HIT               PIC 9(03) COMP.
       01  WS-SO-TABLE.
           05  WS-SO-ENTRY OCCURS 100 TIMES.
               10  WS-SO-ID        PIC X(08).
               10  WS-SO-FAILED    PIC 9(05) COMP.
               10  WS-SO-LOCKOUTS  PIC 9(05) COMP.
               10  WS-SO-DENIED    PIC 9(05) COMP.
       77  WS-SO-OVERFLOW-SW       PIC X(01).
           88  WS-SO-OVERFLOW       VALUE 'Y'.

      *--------------------------------------------------------------*
      * RESULT COUNTERS
      *--------------------------------------------------------------*
       77  WS-LINES-READ           PIC 9(07) COMP VALUE 0.
       77  WS-FAILED-COUNT         PIC 9(07) COMP VALUE 0.
       77  WS-LOCKOUT-COUNT        PIC 9(07) COMP VALUE 0.
       77  WS-DENIED-COUNT         PIC 9(07) COMP VALUE 0.
       77  WS-LISTED-COUNT         PIC 9(07) COMP VALUE 0.

      *--------------------------------------------------------------*
      * DISPLAY FIELDS
      *--------------------------------------------------------------*
       77  WS-DISP-COUNT           PIC Z(06)9.
       77  WS-DISP-FAILED          PIC Z(04)9.
       77  WS-DISP-LOCKOUTS        PIC Z(04)9.
       77  WS-DISP-DENIED          PIC Z(04)9.
       77  WS-RANGE-TEXT           PIC X(30).

      *--------------------------------------------------------------*
      * REPORT WORK FIELDS
      *--------------------------------------------------------------*
       01  WS-RPT-PROGRAM          PIC X(20) VALUE "SECVIOL".
       01  WS-RPT-TITLE            PIC X(40)
           VALUE "SECURITY VIOLATIONS REVIEW".
       77  WS-RPT-PAGE-NO          PIC 9(04) VALUE 1.
       77  WS-RPT-LINES-ON-PAGE    PIC 9(04) COMP VALUE 0.
       77  WS-RPT-MAX-LINES        PIC 9(04) COMP VALUE 60.
       77  WS-RPT-WIDTH            PIC 9(03) VALUE 132.
       01  WS-HEADING-1            PIC X(132).

       77  WS-AUDIT-PROGRAM       PIC X(20) VALUE "SECVIOL".
       77  WS-AUDIT-RECORDS-IN    PIC 9(07).
       77  WS-AUDIT-RECORDS-OUT   PIC 9(07).
       77  WS-RUN-TICKET          PIC 9(09).
       77  WS-ARCHIVE-REPORT      PIC X(30) VALUE "SECRPT".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL "RUNTICKET" USING WS-RUN-TICKET
           CALL "AUDITBEG" USING WS-AUDIT-PROGRAM WS-RUN-TICKET
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               PERFORM 2000-SCAN-AUDIT-LOG
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 3000-PRINT-SUMMARY
           END-IF
           PERFORM 9999-FINISH-EXIT.

      *--------------------------------------------------------------*
      * 1000-INITIALIZE - RESET, READ THE PRINT WIDTH, CHECK THE
      * OPERATOR'S AUTHORITY, TAKE THE ANSWERS AND OPEN THE REPORT.
      *--------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO WS-SO-COUNT
           MOVE 0 TO WS-LINES-READ
           MOVE 0 TO WS-FAILED-COUNT
           MOVE 0 TO WS-LOCKOUT-COUNT
           MOVE 0 TO WS-DENIED-COUNT
           MOVE 0 TO WS-LISTED-COUNT
           MOVE 'N' TO WS-SO-OVERFLOW-SW
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
           CALL "OPERAUTH" USING WS-REVIEW-LEVEL WS-OPER-ID
               WS-AUTH-ALLOWED-SW
           IF NOT WS-AUTH-ALLOWED
               DISPLAY "*** SECVIOL: OPERATOR " WS-OPER-ID
                   " IS NOT AUTHORIZED TO REVIEW SECURITY VIOLATIONS"
                   " - NEEDS AUTHORITY LEVEL " WS-REVIEW-LEVEL " ***"
               MOVE 8 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           ELSE
               PERFORM 1100-GET-ANSWERS
               IF NOT WS-ABORT-RUN
                   PERFORM 1200-OPEN-REPORT
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 1100-GET-ANSWERS - THE DATE RANGE.  A BLANK FROM-DATE STARTS
      * AT THE BEGINNING OF THE LOG, A BLANK TO-DATE RUNS TO ITS END.
      *--------------------------------------------------------------*
       1100-GET-ANSWERS.
           MOVE "FROM DATE (YYMMDD, BLANK FOR THE START OF THE LOG)?"
               TO WS-PROMPT
           PERFORM 8800-GET-ANSWER
           MOVE 0 TO WS-FROM-DATE
           IF WS-ANSWER NOT = SPACES
               PERFORM 1150-CHECK-DATE-ANSWER
               MOVE WS-CAL-DATE-IN TO WS-FROM-DATE
           END-IF
           IF NOT WS-ABORT-RUN
               MOVE "TO DATE (YYMMDD, BLANK FOR THE END OF THE LOG)?"
                   TO WS-PROMPT
               PERFORM 8800-GET-ANSWER
               MOVE 999999 TO WS-TO-DATE
               IF WS-ANSWER NOT = SPACES
                   PERFORM 1150-CHECK-DATE-ANSWER
                   MOVE WS-CAL-DATE-IN TO WS-TO-DATE
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN AND WS-FROM-DATE > WS-TO-DATE
               DISPLAY "*** SECVIOL: FROM DATE IS AFTER TO DATE ***"
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
               DISPLAY "*** SECVIOL: DATE MUST BE A VALID YYMMDD ***"
               MOVE 8 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF.

       1200-OPEN-REPORT.
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "*** SECVIOL: UNABLE TO OPEN PRINT FILE"
                   " SECRPT - FILE STATUS " WS-PRINT-STATUS " ***"
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
               MOVE SPACES TO WS-RANGE-TEXT
               EVALUATE TRUE
                   WHEN WS-FROM-DATE = 0 AND WS-TO-DATE = 999999
                       MOVE "THE WHOLE LIVE LOG" TO WS-RANGE-TEXT
                   WHEN WS-TO-DATE = 999999
                       STRING WS-FROM-DATE " ONWARD" DELIMITED BY SIZE
                           INTO WS-RANGE-TEXT
                   WHEN WS-FROM-DATE = 0
                       STRING "UP TO " WS-TO-DATE DELIMITED BY SIZE
                           INTO WS-RANGE-TEXT
                   WHEN OTHER
                       STRING WS-FROM-DATE " TO " WS-TO-DATE
                           DELIMITED BY SIZE INTO WS-RANGE-TEXT
               END-EVALUATE
               MOVE SPACES TO PRINT-LINE
               STRING "AUDITLG NOTES FOR " WS-RANGE-TEXT
                   " - REVIEWED BY " WS-OPER-ID DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE "DATE   TIME     EVENT            ID        SESSION"
                   TO PRINT-LINE
               MOVE "PROGRAM    DETAIL" TO PRINT-LINE(53:17)
               PERFORM 8900-PRINT-LINE
           END-IF.

      *--------------------------------------------------------------*
      * 2000-SCAN-AUDIT-LOG - READ AUDITLG IN KEY (DATE) ORDER FROM
      * THE FROM-DATE TO THE TO-DATE.  NO AUDITLG YET IS AN EMPTY
      * REVIEW.
      *--------------------------------------------------------------*
       2000-SCAN-AUDIT-LOG.
           OPEN INPUT AUDIT-FILE
           EVALUATE TRUE
               WHEN WS-AUDIT-STATUS = "35"
                   CONTINUE
               WHEN WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "*** SECVIOL: UNABLE TO OPEN AUDIT LOG"
                       " AUDITLG - FILE STATUS " WS-AUDIT-STATUS
                       " ***"
                   MOVE "*** AUDITLG COULD NOT BE READ ***"
                       TO PRINT-LINE
                   PERFORM 8900-PRINT-LINE
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               WHEN OTHER
                   MOVE WS-FROM-DATE TO AUDIT-KEY-DATE
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
                                   PERFORM 2100-TAKE-AUDIT-LINE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-FILE
           END-EVALUATE.

      *--------------------------------------------------------------*
      * 2100-TAKE-AUDIT-LINE - ONLY NOTE LINES CAN CARRY A SECURITY
      * EVENT.  THE EVENT IS KNOWN BY THE WORDING AT THE FRONT OF
      * THE NOTE; THE SUBJECT BY ITS ID= FIELD.
      *--------------------------------------------------------------*
       2100-TAKE-AUDIT-LINE.
           MOVE SPACE TO WS-EVENT-SW
           IF AUDIT-TEXT(68:6) = " NOTE "
               MOVE AUDIT-TEXT(74:59) TO WS-NOTE-BODY
               EVALUATE TRUE
                   WHEN WS-NOTE-BODY(1:15) = "SIGN-ON FAILED "
                       MOVE 'F' TO WS-EVENT-SW
                       MOVE "FAILED SIGN-ON" TO WS-EVENT-TEXT
                       ADD 1 TO WS-FAILED-COUNT
                   WHEN WS-NOTE-BODY(1:16) = "SIGN-ON LOCKOUT "
                       MOVE 'L' TO WS-EVENT-SW
                       MOVE "LOCKOUT" TO WS-EVENT-TEXT
                       ADD 1 TO WS-LOCKOUT-COUNT
                   WHEN WS-NOTE-BODY(1:17) = "AUTHORITY DENIED "
                       MOVE 'D' TO WS-EVENT-SW
                       MOVE "DENIED ACTION" TO WS-EVENT-TEXT
                       ADD 1 TO WS-DENIED-COUNT
               END-EVALUATE
           END-IF
           IF NOT WS-EVENT-NONE
               MOVE SPACES TO WS-UNS-HEAD WS-UNS-TAIL
               UNSTRING WS-NOTE-BODY DELIMITED BY "ID="
                   INTO WS-UNS-HEAD WS-UNS-TAIL
               MOVE SPACES TO WS-SUBJECT-ID
               UNSTRING WS-UNS-TAIL DELIMITED BY SPACE
                   INTO WS-SUBJECT-ID
               PERFORM 2200-PRINT-EVENT
               PERFORM 2300-COUNT-FOR-OPERATOR
           END-IF.

       2200-PRINT-EVENT.
           ADD 1 TO WS-LISTED-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING AUDIT-TEXT(1:6) " " AUDIT-TEXT(8:6) "   "
               WS-EVENT-TEXT " " WS-SUBJECT-ID "  "
               AUDIT-TEXT(60:8) "  " AUDIT-TEXT(17:10) " "
               WS-NOTE-BODY DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE.

       2300-COUNT-FOR-OPERATOR.
           MOVE 0 TO WS-SO-HIT
           PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                   UNTIL WS-SO-IDX > WS-SO-COUNT OR WS-SO-HIT > 0
               IF WS-SO-ID(WS-SO-IDX) = WS-SUBJECT-ID
                   MOVE WS-SO-IDX TO WS-SO-HIT
               END-IF
           END-PERFORM
           IF WS-SO-HIT = 0
               IF WS-SO-COUNT < WS-SO-LIMIT
                   ADD 1 TO WS-SO-COUNT
                   MOVE WS-SO-COUNT TO WS-SO-HIT
                   MOVE WS-SUBJECT-ID TO WS-SO-ID(WS-SO-HIT)
                   MOVE 0 TO WS-SO-FAILED(WS-SO-HIT)
                   MOVE 0 TO WS-SO-LOCKOUTS(WS-SO-HIT)
                   MOVE 0 TO WS-SO-DENIED(WS-SO-HIT)
               ELSE
                   SET WS-SO-OVERFLOW TO TRUE
               END-IF
           END-IF
           IF WS-SO-HIT > 0
               EVALUATE TRUE
                   WHEN WS-EVENT-FAILED
                       ADD 1 TO WS-SO-FAILED(WS-SO-HIT)
                   WHEN WS-EVENT-LOCKOUT
                       ADD 1 TO WS-SO-LOCKOUTS(WS-SO-HIT)
                   WHEN WS-EVENT-DENIED
                       ADD 1 TO WS-SO-DENIED(WS-SO-HIT)
               END-EVALUATE
           END-IF.

      *--------------------------------------------------------------*
      * 3000-PRINT-SUMMARY - THE COUNT OF EACH KIND PER OPERATOR ID
      * AND THE TOTALS.  ANY VIOLATION AT ALL LEAVES RETURN-CODE 4 SO
      * A SCHEDULED REVIEW IS NOTICED.
      *--------------------------------------------------------------*
       3000-PRINT-SUMMARY.
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           IF WS-LISTED-COUNT = 0
               MOVE "     NO SECURITY VIOLATIONS IN THE RANGE"
                   TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           ELSE
               MOVE "SUMMARY BY OPERATOR ID" TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE "     ID        FAILED  LOCKOUTS  DENIED"
                   TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                       UNTIL WS-SO-IDX > WS-SO-COUNT
                   MOVE WS-SO-FAILED(WS-SO-IDX) TO WS-DISP-FAILED
                   MOVE WS-SO-LOCKOUTS(WS-SO-IDX) TO WS-DISP-LOCKOUTS
                   MOVE WS-SO-DENIED(WS-SO-IDX) TO WS-DISP-DENIED
                   MOVE SPACES TO PRINT-LINE
                   STRING "     " WS-SO-ID(WS-SO-IDX) "   "
                       WS-DISP-FAILED "     " WS-DISP-LOCKOUTS
                       "   " WS-DISP-DENIED DELIMITED BY SIZE
                       INTO PRINT-LINE
                   PERFORM 8900-PRINT-LINE
               END-PERFORM
               IF WS-SO-OVERFLOW
                   MOVE "     *** FURTHER IDS NOT SUMMARIZED - TABLE"
                       TO PRINT-LINE
                   MOVE "FULL" TO PRINT-LINE(45:4)
                   PERFORM 8900-PRINT-LINE
               END-IF
           END-IF
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-LINES-READ TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "     AUDITLG LINES READ       " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-FAILED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "     FAILED SIGN-ONS          " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-LOCKOUT-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "     LOCKOUTS                 " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-DENIED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "     DENIED ACTIONS           " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-LISTED-COUNT TO WS-DISP-COUNT
           DISPLAY "SECVIOL: " WS-DISP-COUNT
               " SECURITY VIOLATION(S) LISTED ON SECRPT"
           IF WS-LISTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
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
               DISPLAY "*** SECVIOL RUN ENDED WITHOUT A REPORT - SEE"
                   " DIAGNOSTICS ABOVE ***"
           END-IF
           MOVE WS-LINES-READ TO WS-AUDIT-RECORDS-IN
           MOVE WS-LISTED-COUNT TO WS-AUDIT-RECORDS-OUT
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-RECORDS-IN
               WS-AUDIT-RECORDS-OUT WS-RUN-TICKET
           MOVE WS-SAVE-RC TO RETURN-CODE
           GOBACK.
