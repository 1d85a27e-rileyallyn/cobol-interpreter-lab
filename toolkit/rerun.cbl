      *****************************************************************
      * PROGRAM:  RERUN
      *
      * PURPOSE:  REPRODUCES A PAST RUN OF STATS, SORTING, ACCTPOST OR
      *           QUADRATICSOLVER FROM WHAT RETAIN KEPT OF IT.  THE
      *           OPERATOR GIVES THE RUN TICKET; EVERY RETNCAT LINE
      *           FOR IT IS LISTED AND EVERY RETAINED COPY COUNTED
      *           AGAINST THE LINES RETAIN WROTE.  ONLY WHEN ALL OF
      *           THEM CHECK OUT IS THE PROGRAM CALLED IN REPLAY MODE:
      *           IT THEN OPENS THE RETAINED COPY OF EVERY INPUT FILE,
      *           OF THE LIST OR CONTROL FILE AND OF TOOLPARM IN PLACE
      *           OF THE LIVE ONES, TAKES THE RETAINED ANSWERS INSTEAD
      *           OF ASKING, AND WRITES A FRESH REPORT NAMED AFTER
      *           THE ORIGINAL WITH .R AND THE TICKET ON THE END
      *           (RPTOUT.R000001234) FOR COMPARISON.  THE REPLAY
      *           POSTS NOTHING, UPDATES NO TREND, CHECKPOINT OR
      *           REGISTRY FILE AND WRITES NO LINEAGE; ACCTPOST IS
      *           ALWAYS REPLAYED AS A DRY RUN.
      *
      *           NEEDS AUTHORITY LEVEL 2 THROUGH THE SHARED OPERAUTH
      *           CHECK.  THE REPLAY IS NOTED IN AUDITLG; RERRPT LISTS
      *           THE CHECKS AND THE RESULT.
      *
      *           RETURN-CODE IS THE REPLAYED PROGRAM'S OWN, RAISED TO
      *           4 WHEN IT OPENED A FILE THE ORIGINAL RUN NEVER READ
      *           (SO READ THE LIVE ONE); 8 WHEN THE TICKET CANNOT BE
      *           REPLAYED (NOTHING RUN); 16 WHEN THE OPERATOR LACKS
      *           LEVEL 2 OR A FILE CANNOT BE OPENED.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15  RA   INITIAL VERSION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RERUN.
       AUTHOR. R-ALLYN.
       INSTALLATION. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COPY-FILE ASSIGN TO DYNAMIC WS-COPY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-STATUS.
           SELECT OPTIONAL CATALOG-FILE ASSIGN TO "RETNCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT PRINT-FILE ASSIGN TO "RERRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "TOOLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COPY-FILE.
       01  COPY-LINE               PIC X(256).

       FD  CATALOG-FILE.
           COPY RETNREC.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(132).

       FD  PARM-FILE.
           COPY TOOLPARM.

       WORKING-STORAGE SECTION.
       77  WS-COPY-STATUS          PIC X(02).
       77  WS-CAT-STATUS           PIC X(02).
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
      * AUTHORITY WORK FIELDS - A REPLAY READS PAST PRODUCTION INPUT
      * AND NEEDS AUTHORITY LEVEL 2.
      *--------------------------------------------------------------*
       77  WS-RERUN-LEVEL          PIC 9(01) VALUE 2.
       77  WS-OPER-ID              PIC X(08).
       77  WS-AUTH-ALLOWED-SW      PIC X(01).
           88  WS-AUTH-ALLOWED      VALUE 'Y'.
       77  WS-NOTE-TEXT            PIC X(80).

      *--------------------------------------------------------------*
      * THE TICKET'S CATALOG LINES.
      *   WS-RR-STATE   C/N/F/O AS CATALOGUED
      *   WS-RR-CHECK   V VERIFIED, M MISSING, X COUNT MISMATCH,
      *                 SPACE NOT COUNTED (NOTHING WAS COPIED)
      *--------------------------------------------------------------*
       77  WS-RR-LIMIT             PIC 9(03) COMP VALUE 100.
       77  WS-RR-COUNT             PIC 9(03) COMP VALUE 0.
       77  WS-RR-IDX               PIC 9(03) COMP.
       01  WS-RR-TABLE.
           05  WS-RR-ENTRY OCCURS 100 TIMES.
               10  WS-RR-KIND      PIC X(08).
               10  WS-RR-STATE     PIC X(01).
               10  WS-RR-ORIG-NAME PIC X(30).
               10  WS-RR-COPY-NAME PIC X(16).
               10  WS-RR-LINES     PIC 9(07).
               10  WS-RR-RECORDS   PIC 9(07).
               10  WS-RR-VALUE     PIC X(24).
               10  WS-RR-CHECK     PIC X(01).
       77  WS-RR-OVERFLOW          PIC 9(05) VALUE 0.
       77  WS-RR-TICKET            PIC 9(09) VALUE 0.
       77  WS-RR-PROGRAM           PIC X(20).
       77  WS-RR-OTHER-PROGRAM-SW  PIC X(01).
           88  WS-RR-MIXED-PROGRAMS VALUE 'Y'.
       77  WS-RR-ANSWERS-SW        PIC X(01).
           88  WS-RR-ANSWERS-KEPT   VALUE 'Y'.
       77  WS-RR-ORIG-REPORT       PIC X(30).
       77  WS-RR-NEW-REPORT        PIC X(30).
       77  WS-RR-REPORT-BASE       PIC X(30).
       77  WS-REFUSED-COUNT        PIC 9(03) COMP VALUE 0.
       77  WS-VERIFIED-COUNT       PIC 9(03) COMP VALUE 0.

      *--------------------------------------------------------------*
      * COUNT WORK FIELDS
      *--------------------------------------------------------------*
       77  WS-COPY-NAME            PIC X(16).
       77  WS-CHECK-COUNT          PIC 9(07).
       77  WS-RESULT-TEXT          PIC X(34).

      *--------------------------------------------------------------*
      * RETAIN AND RUN-LOCK WORK FIELDS.  RETNCAT IS HELD ONLY WHILE
      * THE TICKET'S LINES ARE READ - THE REPLAYED PROGRAM ASKS RETAIN
      * FOR THEM AGAIN AND MUST NOT FIND THE CATALOG LOCKED.
      *--------------------------------------------------------------*
       77  WS-RTN-ACTION           PIC X(01).
       77  WS-RTN-TICKET           PIC 9(09).
       77  WS-RTN-KIND             PIC X(08).
       77  WS-RTN-NAME             PIC X(60).
       77  WS-RTN-TEXT             PIC X(60).
       77  WS-RTN-COUNT            PIC 9(07).
       77  WS-RTN-VALUE            PIC X(24).
       77  WS-LOCK-ACTION          PIC X(01).
       77  WS-LOCK-RESOURCE        PIC X(08).
       77  WS-LOCK-GRANTED-SW      PIC X(01).
       77  WS-CAT-LOCK-SW          PIC X(01) VALUE 'N'.
           88  WS-CAT-LOCK-HELD     VALUE 'Y'.

      *--------------------------------------------------------------*
      * RESULT FIELDS AND DISPLAY FIELDS
      *--------------------------------------------------------------*
       77  WS-REPLAY-RC            PIC S9(09) COMP VALUE 0.
       77  WS-LIVE-READS           PIC 9(07) VALUE 0.
       77  WS-REPLAYED-SW          PIC X(01) VALUE 'N'.
           88  WS-REPLAYED          VALUE 'Y'.
       77  WS-DISP-COUNT           PIC Z(06)9.
       77  WS-DISP-COUNT-2         PIC Z(06)9.
       77  WS-DISP-RC              PIC ZZZ9.
       77  WS-DISP-SMALL           PIC ZZ9.

      *--------------------------------------------------------------*
      * REPORT WORK FIELDS
      *--------------------------------------------------------------*
       01  WS-RPT-PROGRAM          PIC X(20) VALUE "RERUN".
       01  WS-RPT-TITLE            PIC X(40)
           VALUE "REPLAY OF A RETAINED RUN".
       77  WS-RPT-PAGE-NO          PIC 9(04) VALUE 1.
       77  WS-RPT-LINES-ON-PAGE    PIC 9(04) COMP VALUE 0.
       77  WS-RPT-MAX-LINES        PIC 9(04) COMP VALUE 60.
       77  WS-RPT-WIDTH            PIC 9(03) VALUE 132.
       01  WS-HEADING-1            PIC X(132).

       77  WS-AUDIT-PROGRAM       PIC X(20) VALUE "RERUN".
       77  WS-AUDIT-RECORDS-IN    PIC 9(07).
       77  WS-AUDIT-RECORDS-OUT   PIC 9(07).
       77  WS-RUN-TICKET          PIC 9(09).
       77  WS-ARCHIVE-REPORT      PIC X(30) VALUE "RERRPT".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL "RUNTICKET" USING WS-RUN-TICKET
           CALL "AUDITBEG" USING WS-AUDIT-PROGRAM WS-RUN-TICKET
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               PERFORM 2000-LOAD-TICKET
                   THRU 2000-LOAD-TICKET-EXIT
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 3000-REPLAY-TICKET
               PERFORM 4000-PRINT-TOTALS
           END-IF
           PERFORM 9999-FINISH-EXIT.

      *--------------------------------------------------------------*
      * 1000-INITIALIZE - CHECK THE OPERATOR'S AUTHORITY, TAKE THE
      * TICKET AND OPEN THE REPORT.
      *--------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'N' TO WS-ABORT-SW
           MOVE 'N' TO WS-CAT-LOCK-SW
           MOVE 'N' TO WS-REPLAYED-SW
           MOVE 0 TO WS-RR-COUNT
           MOVE 0 TO WS-RR-OVERFLOW
           MOVE 0 TO WS-REFUSED-COUNT
           MOVE 0 TO WS-VERIFIED-COUNT
           MOVE 0 TO WS-REPLAY-RC
           MOVE 0 TO WS-LIVE-READS
           MOVE SPACES TO WS-RR-PROGRAM
           MOVE 'N' TO WS-RR-OTHER-PROGRAM-SW
           MOVE 'N' TO WS-RR-ANSWERS-SW
           MOVE SPACES TO WS-RR-ORIG-REPORT
           MOVE SPACES TO WS-RR-NEW-REPORT
           MOVE 1 TO WS-RPT-PAGE-NO
           MOVE 0 TO WS-RPT-LINES-ON-PAGE
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
           CALL "OPERAUTH" USING WS-RERUN-LEVEL WS-OPER-ID
               WS-AUTH-ALLOWED-SW
           IF NOT WS-AUTH-ALLOWED
               DISPLAY "*** RERUN: OPERATOR " WS-OPER-ID
                   " IS NOT AUTHORIZED TO REPLAY RUNS"
                   " - NEEDS AUTHORITY LEVEL " WS-RERUN-LEVEL " ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF
           IF NOT WS-ABORT-RUN
               MOVE "TICKET TO RERUN?" TO WS-PROMPT
               PERFORM 8800-GET-ANSWER
               IF WS-ANSWER(1:9) IS NUMERIC
                       AND WS-ANSWER(10:) = SPACES
                       AND WS-ANSWER(1:9) NOT = "000000000"
                   MOVE WS-ANSWER(1:9) TO WS-RR-TICKET
               ELSE
                   DISPLAY "*** RERUN: A TICKET IS NINE DIGITS, AS"
                       " AUDITLG AND THE REPORTS SHOW IT - NOTHING"
                       " RUN ***"
                   MOVE 8 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN
               OPEN OUTPUT PRINT-FILE
               IF WS-PRINT-STATUS NOT = "00"
                   DISPLAY "*** RERUN: UNABLE TO OPEN PRINT FILE"
                       " RERRPT - FILE STATUS " WS-PRINT-STATUS " ***"
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
                   STRING "REPLAYING TICKET " WS-RR-TICKET
                       " - OPERATOR " WS-OPER-ID
                       DELIMITED BY SIZE INTO PRINT-LINE
                   PERFORM 8900-PRINT-LINE
                   MOVE SPACES TO PRINT-LINE
                   PERFORM 8900-PRINT-LINE
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 2000-LOAD-TICKET - UNDER THE CATALOG LOCK, HOLD THE TICKET'S
      * LINES; THEN COUNT EVERY RETAINED COPY AND DECIDE WHETHER THE
      * RUN CAN BE REPLAYED.  ANY FAULT HERE ENDS THE RUN WITH THE
      * PROGRAM NOT CALLED.
      *--------------------------------------------------------------*
       2000-LOAD-TICKET.
           MOVE 'G' TO WS-LOCK-ACTION
           MOVE "RETNCAT" TO WS-LOCK-RESOURCE
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
               WS-LOCK-GRANTED-SW
           MOVE WS-SAVE-RC TO RETURN-CODE
           IF WS-LOCK-GRANTED-SW NOT = 'Y'
               DISPLAY "*** RERUN: RETENTION CATALOG BUSY - A RUN IS"
                   " FINISHING; TRY AGAIN ***"
               MOVE "*** RETENTION CATALOG BUSY - NOTHING RUN ***"
                   TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE 8 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
               GO TO 2000-LOAD-TICKET-EXIT
           END-IF
           SET WS-CAT-LOCK-HELD TO TRUE
           OPEN INPUT CATALOG-FILE
           IF WS-CAT-STATUS NOT = "00" AND WS-CAT-STATUS NOT = "05"
               DISPLAY "*** RERUN: UNABLE TO OPEN RETENTION CATALOG"
                   " RETNCAT - FILE STATUS " WS-CAT-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
               GO TO 2000-LOAD-TICKET-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-AT-EOF
               READ CATALOG-FILE
                   AT END
                       SET WS-AT-EOF TO TRUE
                   NOT AT END
                       IF RTN-TICKET = WS-RR-TICKET
                           PERFORM 2100-HOLD-CATALOG-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           PERFORM 2050-DROP-CATALOG-LOCK
           IF WS-RR-COUNT = 0
               MOVE SPACES TO PRINT-LINE
               STRING "*** NOTHING IS RETAINED FOR TICKET "
                   WS-RR-TICKET " - NOTHING RUN ***"
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               DISPLAY "*** RERUN: NOTHING IS RETAINED FOR TICKET "
                   WS-RR-TICKET " ***"
               MOVE 8 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
               GO TO 2000-LOAD-TICKET-EXIT
           END-IF
           MOVE SPACES TO PRINT-LINE
           STRING "PROGRAM  " WS-RR-PROGRAM
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE "KIND     ORIGINAL FILE                  RETAINED COPY"
               TO PRINT-LINE
           MOVE "  LINES  RECORDS VALUE" TO PRINT-LINE(57:22)
           MOVE "RESULT" TO PRINT-LINE(99:6)
           PERFORM 8900-PRINT-LINE
           PERFORM 2200-CHECK-ONE-ENTRY
               VARYING WS-RR-IDX FROM 1 BY 1
               UNTIL WS-RR-IDX > WS-RR-COUNT
           PERFORM 2300-CHECK-REPLAYABLE
           IF WS-REFUSED-COUNT > 0
               MOVE SPACES TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE "*** TICKET CANNOT BE REPLAYED - NOTHING RUN ***"
                   TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               DISPLAY "*** RERUN: TICKET " WS-RR-TICKET
                   " CANNOT BE REPLAYED - SEE RERRPT ***"
               MOVE 8 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
               GO TO 2000-LOAD-TICKET-EXIT
           END-IF.
       2000-LOAD-TICKET-EXIT.
           EXIT.

       2050-DROP-CATALOG-LOCK.
           MOVE 'R' TO WS-LOCK-ACTION
           MOVE "RETNCAT" TO WS-LOCK-RESOURCE
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
               WS-LOCK-GRANTED-SW
           MOVE WS-SAVE-RC TO RETURN-CODE
           MOVE 'N' TO WS-CAT-LOCK-SW.

       2100-HOLD-CATALOG-LINE.
           IF WS-RR-PROGRAM = SPACES
               MOVE RTN-PROGRAM TO WS-RR-PROGRAM
           END-IF
           IF RTN-PROGRAM NOT = WS-RR-PROGRAM
               SET WS-RR-MIXED-PROGRAMS TO TRUE
           END-IF
           IF RTN-ANSWERS-LINE
               SET WS-RR-ANSWERS-KEPT TO TRUE
           END-IF
           IF RTN-REPORT-LINE
               MOVE RTN-ORIG-NAME TO WS-RR-ORIG-REPORT
           END-IF
           IF WS-RR-COUNT < WS-RR-LIMIT
               ADD 1 TO WS-RR-COUNT
               MOVE RTN-KIND TO WS-RR-KIND(WS-RR-COUNT)
               MOVE RTN-STATE TO WS-RR-STATE(WS-RR-COUNT)
               MOVE RTN-ORIG-NAME TO WS-RR-ORIG-NAME(WS-RR-COUNT)
               MOVE RTN-COPY-NAME TO WS-RR-COPY-NAME(WS-RR-COUNT)
               MOVE 0 TO WS-RR-LINES(WS-RR-COUNT)
               IF RTN-LINES IS NUMERIC
                   MOVE RTN-LINES TO WS-RR-LINES(WS-RR-COUNT)
               END-IF
               MOVE 0 TO WS-RR-RECORDS(WS-RR-COUNT)
               IF RTN-RECORDS IS NUMERIC
                   MOVE RTN-RECORDS TO WS-RR-RECORDS(WS-RR-COUNT)
               END-IF
               MOVE RTN-VALUE TO WS-RR-VALUE(WS-RR-COUNT)
               MOVE SPACES TO WS-RR-CHECK(WS-RR-COUNT)
           ELSE
               ADD 1 TO WS-RR-OVERFLOW
           END-IF.

      *--------------------------------------------------------------*
      * 2200-CHECK-ONE-ENTRY - COUNT A RETAINED COPY AGAINST THE LINES
      * RETAIN WROTE TO IT, AND LIST THE ENTRY.
      *--------------------------------------------------------------*
       2200-CHECK-ONE-ENTRY.
           MOVE SPACES TO WS-RESULT-TEXT
           EVALUATE WS-RR-STATE(WS-RR-IDX)
               WHEN 'C'
                   PERFORM 2250-COUNT-COPY
               WHEN 'N'
                   MOVE "NOT PRESENT AT ORIGINAL RUN"
                       TO WS-RESULT-TEXT
               WHEN 'O'
                   MOVE "ORIGINAL REPORT" TO WS-RESULT-TEXT
               WHEN 'F'
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE "REFUSED - COPY FAILED" TO WS-RESULT-TEXT
               WHEN OTHER
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE "REFUSED - CATALOG LINE UNREADABLE"
                       TO WS-RESULT-TEXT
           END-EVALUATE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-RR-KIND(WS-RR-IDX) TO PRINT-LINE(1:8)
           MOVE WS-RR-ORIG-NAME(WS-RR-IDX) TO PRINT-LINE(10:30)
           MOVE WS-RR-COPY-NAME(WS-RR-IDX) TO PRINT-LINE(41:16)
           IF WS-RR-STATE(WS-RR-IDX) NOT = 'O'
               MOVE WS-RR-LINES(WS-RR-IDX) TO WS-DISP-COUNT
               MOVE WS-DISP-COUNT TO PRINT-LINE(58:7)
               MOVE WS-RR-RECORDS(WS-RR-IDX) TO WS-DISP-COUNT
               MOVE WS-DISP-COUNT TO PRINT-LINE(66:7)
               MOVE WS-RR-VALUE(WS-RR-IDX) TO PRINT-LINE(74:24)
           END-IF
           MOVE WS-RESULT-TEXT TO PRINT-LINE(99:34)
           PERFORM 8900-PRINT-LINE.

       2250-COUNT-COPY.
           MOVE WS-RR-COPY-NAME(WS-RR-IDX) TO WS-COPY-NAME
           MOVE 0 TO WS-CHECK-COUNT
           OPEN INPUT COPY-FILE
           IF WS-COPY-STATUS NOT = "00"
               ADD 1 TO WS-REFUSED-COUNT
               MOVE 'M' TO WS-RR-CHECK(WS-RR-IDX)
               MOVE "REFUSED - RETAINED COPY MISSING"
                   TO WS-RESULT-TEXT
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-AT-EOF
                   READ COPY-FILE
                       AT END
                           SET WS-AT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CHECK-COUNT
                   END-READ
               END-PERFORM
               CLOSE COPY-FILE
               IF WS-CHECK-COUNT NOT = WS-RR-LINES(WS-RR-IDX)
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE 'X' TO WS-RR-CHECK(WS-RR-IDX)
                   MOVE WS-CHECK-COUNT TO WS-DISP-COUNT-2
                   STRING "REFUSED - COPY NOW HOLDS " WS-DISP-COUNT-2
                       DELIMITED BY SIZE INTO WS-RESULT-TEXT
               ELSE
                   ADD 1 TO WS-VERIFIED-COUNT
                   MOVE 'V' TO WS-RR-CHECK(WS-RR-IDX)
                   MOVE "VERIFIED" TO WS-RESULT-TEXT
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 2300-CHECK-REPLAYABLE - THE TICKET AS A WHOLE.  ONLY THE FOUR
      * RETAINING PROGRAMS CAN BE REPLAYED, AND ONLY A RUN THAT GOT
      * AS FAR AS RECORDING ITS ANSWERS WAS RETAINED COMPLETE.
      *--------------------------------------------------------------*
       2300-CHECK-REPLAYABLE.
           IF WS-RR-PROGRAM NOT = "STATS"
                   AND WS-RR-PROGRAM NOT = "sorting"
                   AND WS-RR-PROGRAM NOT = "ACCTPOST"
                   AND WS-RR-PROGRAM NOT = "QUADRATICSOLVER"
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING "*** " WS-RR-PROGRAM " RUNS CANNOT BE"
                   " REPLAYED ***" DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF
           IF WS-RR-MIXED-PROGRAMS
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING "*** THE TICKET'S LINES NAME MORE THAN ONE"
                   " PROGRAM ***" DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF
           IF NOT WS-RR-ANSWERS-KEPT
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING "*** THE RUN ENDED BEFORE ITS RETENTION WAS"
                   " COMPLETE ***" DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF
           IF WS-RR-OVERFLOW > 0
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "*** MORE CATALOG LINES THAN RERUN CAN HOLD ***"
                   TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF.

      *--------------------------------------------------------------*
      * 3000-REPLAY-TICKET - PUT RETAIN INTO REPLAY MODE FOR THE
      * TICKET, CALL THE PROGRAM, AND TAKE REPLAY MODE DOWN AGAIN.
      *--------------------------------------------------------------*
       3000-REPLAY-TICKET.
           MOVE 'S' TO WS-RTN-ACTION
           MOVE WS-RR-TICKET TO WS-RTN-TICKET
           MOVE SPACES TO WS-RTN-KIND
           PERFORM 3100-CALL-RETAIN
           IF WS-RTN-KIND NOT = "RERUN"
               DISPLAY "*** RERUN: RETAIN COULD NOT START THE REPLAY"
                   " OF TICKET " WS-RR-TICKET " ***"
               MOVE "*** REPLAY COULD NOT BE STARTED - NOTHING RUN ***"
                   TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE 8 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           ELSE
               MOVE SPACES TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               DISPLAY "RERUN: REPLAYING " WS-RR-PROGRAM
                   " TICKET " WS-RR-TICKET
               MOVE RETURN-CODE TO WS-SAVE-RC
               MOVE 0 TO RETURN-CODE
               CALL WS-RR-PROGRAM
               MOVE RETURN-CODE TO WS-REPLAY-RC
               MOVE WS-SAVE-RC TO RETURN-CODE
               SET WS-REPLAYED TO TRUE
               MOVE 'X' TO WS-RTN-ACTION
               MOVE 0 TO WS-RTN-COUNT
               PERFORM 3100-CALL-RETAIN
               MOVE WS-RTN-COUNT TO WS-LIVE-READS
               MOVE WS-REPLAY-RC TO RETURN-CODE
               IF WS-LIVE-READS > 0 AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       3100-CALL-RETAIN.
           MOVE SPACES TO WS-RTN-NAME
           MOVE SPACES TO WS-RTN-TEXT
           MOVE SPACES TO WS-RTN-VALUE
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "RETAIN" USING WS-RTN-ACTION WS-AUDIT-PROGRAM
               WS-RTN-TICKET WS-RTN-KIND WS-RTN-NAME WS-RTN-TEXT
               WS-RTN-COUNT WS-RTN-VALUE
           MOVE WS-SAVE-RC TO RETURN-CODE.

      *--------------------------------------------------------------*
      * 4000-PRINT-TOTALS - THE REPLAY'S RESULT AND THE TWO REPORTS
      * TO COMPARE.  THE REPLAY'S REPORT IS THE ORIGINAL'S NAME UP TO
      * ITS FIRST POINT, THEN .R AND THE TICKET.
      *--------------------------------------------------------------*
       4000-PRINT-TOTALS.
           IF WS-RR-ORIG-REPORT = SPACES
               MOVE "NO REPORT" TO WS-RR-NEW-REPORT
           ELSE
               MOVE SPACES TO WS-RR-REPORT-BASE
               UNSTRING WS-RR-ORIG-REPORT DELIMITED BY "." OR SPACE
                   INTO WS-RR-REPORT-BASE
               STRING WS-RR-REPORT-BASE DELIMITED BY SPACE
                   ".R" WS-RR-TICKET DELIMITED BY SIZE
                   INTO WS-RR-NEW-REPORT
           END-IF
           IF WS-REPLAYED
               MOVE WS-REPLAY-RC TO WS-DISP-RC
               MOVE SPACES TO PRINT-LINE
               STRING "     REPLAY RETURN-CODE          " WS-DISP-RC
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE WS-VERIFIED-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING "     RETAINED COPIES VERIFIED " WS-DISP-COUNT
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE WS-LIVE-READS TO WS-DISP-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING "     FILES READ LIVE          " WS-DISP-COUNT
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING "     ORIGINAL REPORT             "
                   WS-RR-ORIG-REPORT DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING "     REPLAY REPORT               "
                   WS-RR-NEW-REPORT DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               IF WS-LIVE-READS > 0
                   MOVE SPACES TO PRINT-LINE
                   PERFORM 8900-PRINT-LINE
                   STRING "*** THE REPLAY READ A FILE THE ORIGINAL RUN"
                       " DID NOT - IT MAY NOT MATCH ***"
                       DELIMITED BY SIZE INTO PRINT-LINE
                   PERFORM 8900-PRINT-LINE
                   DISPLAY "*** RERUN: THE REPLAY READ A LIVE FILE -"
                       " SEE RERRPT ***"
               END-IF
               DISPLAY "RERUN: TICKET " WS-RR-TICKET " REPLAYED TO "
                   WS-RR-NEW-REPORT
               MOVE SPACES TO WS-NOTE-TEXT
               STRING "REPLAYED TICKET " WS-RR-TICKET " OF "
                   DELIMITED BY SIZE
                   WS-RR-PROGRAM DELIMITED BY SPACE
                   " TO " DELIMITED BY SIZE
                   WS-RR-NEW-REPORT DELIMITED BY SPACE
                   " BY " WS-OPER-ID DELIMITED BY SIZE
                   INTO WS-NOTE-TEXT
               MOVE RETURN-CODE TO WS-SAVE-RC
               CALL "AUDITNOTE" USING WS-AUDIT-PROGRAM WS-NOTE-TEXT
                   WS-RUN-TICKET
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
           IF WS-CAT-LOCK-HELD
               PERFORM 2050-DROP-CATALOG-LOCK
           END-IF
           IF WS-PRINT-STATUS = "00"
               CLOSE PRINT-FILE
               MOVE RETURN-CODE TO WS-SAVE-RC
               CALL "RPTARCHV" USING WS-ARCHIVE-REPORT
               MOVE WS-SAVE-RC TO RETURN-CODE
           END-IF
           IF WS-ABORT-RUN
               DISPLAY "*** RERUN: NOTHING REPLAYED - SEE"
                   " DIAGNOSTICS ABOVE ***"
           END-IF
           MOVE WS-RR-COUNT TO WS-AUDIT-RECORDS-IN
           MOVE WS-VERIFIED-COUNT TO WS-AUDIT-RECORDS-OUT
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-RECORDS-IN
               WS-AUDIT-RECORDS-OUT WS-RUN-TICKET
           MOVE WS-SAVE-RC TO RETURN-CODE
           GOBACK.
