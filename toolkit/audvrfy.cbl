      *****************************************************************
      * PROGRAM:  AUDVRFY
      *
      * PURPOSE:  AUDIT-CHAIN VERIFICATION.  EVERY AUDITLG RECORD IS
      *           SEALED AS IT IS WRITTEN (SHARED AUDCHECK SUBPROGRAM)
      *           WITH A CHAIN NUMBER AND A CHECK VALUE FOLDED FROM
      *           THE RECORD AND THE PREVIOUS RECORD'S CHECK.  THIS
      *           PROGRAM WALKS THE LIVE AUDITLG IN KEY ORDER, AND
      *           EVERY AUDITLG ARCHIVE THE ARCHIDX INDEX SAYS
      *           LOGPURGE HAS WRITTEN, PUTS THE RECORDS BACK INTO
      *           CHAIN ORDER, AND PROVES EACH LINK IN TURN.  AUDVRPT
      *           LISTS EVERY RECORD WHOSE LINK NO LONGER HOLDS:
      *             CHECK VALUE DOES NOT MATCH - THE RECORD (OR THE
      *                 ONE BEFORE IT) WAS CHANGED AFTER IT WAS
      *                 WRITTEN
      *             RECORD(S) MISSING - CHAIN NUMBERS ARE SKIPPED, SO
      *                 RECORDS WERE DELETED (OR AN ARCHIVE HOLDING
      *                 THEM IS NO LONGER ON DISK)
      *             CHAIN NUMBER REPEATED - A RECORD WAS COPIED OR
      *                 ADDED OUTSIDE THE WRITERS
      *           AND THE AUDCHAIN HEAD IS CHECKED AGAINST THE NEWEST
      *           RECORD, SO REMOVING THE LAST FEW RECORDS SHOWS TOO.
      *           THE SUMMARY NAMES THE KEY OF THE FIRST BREAK IN
      *           CHAIN ORDER - THE EARLIEST POINT THE LOG CAN NO
      *           LONGER BE TRUSTED FROM - AND A BROKEN CHAIN IS ALSO
      *           NOTED IN AUDITLG ITSELF.
      *
      *           ARCHIVE LINES WRITTEN BEFORE THE SEAL EXISTED CARRY
      *           NO CHAIN AND ARE COUNTED AS UNSEALED, NOT CHECKED.
      *
      *           RETURN-CODE 0 WHEN THE CHAIN IS WHOLE, 4 WHEN IT IS
      *           WHOLE BUT SOME ARCHIVE WAS NOT ON DISK OR UNSEALED
      *           LINES WERE SEEN, 8 ON ANY BREAK, 16 WHEN AUDITLG OR
      *           THE REPORT CANNOT BE OPENED.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15  RA   INITIAL VERSION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDVRFY.
       AUTHOR. R-ALLYN.
       INSTALLATION. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUDIT-KEY
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT ARCH-FILE ASSIGN TO DYNAMIC WS-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT OPTIONAL ARCHIDX-FILE ASSIGN TO "ARCHIDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDX-STATUS.
           SELECT OPTIONAL HEAD-FILE ASSIGN TO "AUDCHAIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HEAD-STATUS.
           SELECT SORT-WORK ASSIGN TO "AUDVWRK1"
               FILE STATUS IS WS-SORTWK-STATUS.
           SELECT PRINT-FILE ASSIGN TO "AUDVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "TOOLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
           COPY AUDFREC.

       FD  ARCH-FILE.
       01  ARCH-LINE               PIC X(168).
           COPY AUDARCH.

       FD  ARCHIDX-FILE.
       01  ARCHIDX-LINE            PIC X(40).

       FD  HEAD-FILE.
           COPY AUDCHREC.

       SD  SORT-WORK.
       01  SORT-ROW.
           02  SR-CHAIN-SEQ        PIC 9(09).
           02  SR-CHAIN-CHECK      PIC 9(09).
           02  SR-KEY.
               03  SR-KEY-DATE     PIC 9(06).
               03  SR-KEY-TICKET   PIC 9(09).
               03  SR-KEY-SEQ      PIC 9(03).
           02  SR-TEXT             PIC X(132).
           02  SR-SOURCE           PIC X(30).

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(132).

       FD  PARM-FILE.
           COPY TOOLPARM.

       WORKING-STORAGE SECTION.
       77  WS-AUDIT-STATUS         PIC X(02).
       77  WS-ARCH-STATUS          PIC X(02).
       77  WS-IDX-STATUS           PIC X(02).
       77  WS-HEAD-STATUS          PIC X(02).
       77  WS-SORTWK-STATUS        PIC X(02).
       77  WS-PRINT-STATUS         PIC X(02).
       77  WS-PARM-STATUS          PIC X(02).
       77  WS-ABORT-SW             PIC X(01) VALUE 'N'.
           88  WS-ABORT-RUN         VALUE 'Y'.
       77  WS-SAVE-RC              PIC S9(09) COMP.
       77  WS-EOF-SW               PIC X(01).
           88  WS-AT-EOF            VALUE 'Y'.
       77  WS-IDX-EOF-SW           PIC X(01).
       77  WS-SORT-EOF-SW          PIC X(01).
       77  WS-ARCH-NAME            PIC X(40).

      *--------------------------------------------------------------*
      * RUN-LOCK WORK FIELDS - THE SAME LOCK EVERY WRITER TO AUDITLG
      * TAKES, HELD WHILE THE LOG AND ITS CHAIN HEAD ARE READ SO THE
      * TWO AGREE.
      *--------------------------------------------------------------*
       77  WS-LOCK-ACTION          PIC X(01).
       77  WS-LOCK-RESOURCE        PIC X(08) VALUE "AUDITLG".
       77  WS-LOCK-GRANTED-SW      PIC X(01).
       77  WS-LOCK-HELD-SW         PIC X(01) VALUE 'N'.

      *--------------------------------------------------------------*
      * THE CHAIN HEAD AS AUDCHAIN HOLDS IT.
      *--------------------------------------------------------------*
       77  WS-HEAD-FOUND-SW        PIC X(01).
           88  WS-HEAD-FOUND        VALUE 'Y'.
       77  WS-HEAD-SEQ             PIC 9(09).
       77  WS-HEAD-CHECK           PIC 9(09).
       77  WS-HEAD-KEY             PIC X(18).

      *--------------------------------------------------------------*
      * CHAIN-WALK WORK FIELDS.  THE RECORD IS REBUILT IN ITS AUDITLG
      * SHAPE SO AUDCHECK CAN RECOMPUTE ITS SEAL.
      *--------------------------------------------------------------*
           COPY AUDFREC REPLACING LEADING ==AUDIT== BY ==VRFY==.
       77  WS-SEAL-FUNCTION        PIC X(01).
       77  WS-PREV-CHECK           PIC 9(09).
       77  WS-WANT-CHECK           PIC 9(09).
       77  WS-EXPECTED-SEQ         PIC 9(09).
       77  WS-MISSING-COUNT        PIC 9(09).
       77  WS-LAST-SEQ             PIC 9(09) VALUE 0.
       77  WS-LAST-CHECK           PIC 9(09) VALUE 0.
       77  WS-BREAK-REASON         PIC X(60).

      *--------------------------------------------------------------*
      * THE FIRST BREAK IN CHAIN ORDER.
      *--------------------------------------------------------------*
       77  WS-FIRST-BREAK-SEQ      PIC 9(09).
       01  WS-FIRST-BREAK-KEY.
           05  WS-FB-DATE          PIC 9(06).
           05  WS-FB-TICKET        PIC 9(09).
           05  WS-FB-SEQ           PIC 9(03).
       77  WS-FIRST-BREAK-SOURCE   PIC X(30).

      *--------------------------------------------------------------*
      * RESULT COUNTERS
      *--------------------------------------------------------------*
       77  WS-LIVE-COUNT           PIC 9(07) COMP VALUE 0.
       77  WS-ARCHIVED-COUNT       PIC 9(07) COMP VALUE 0.
       77  WS-UNSEALED-COUNT       PIC 9(07) COMP VALUE 0.
       77  WS-SEALED-COUNT         PIC 9(07) COMP VALUE 0.
       77  WS-ARCHIVES-READ        PIC 9(05) COMP VALUE 0.
       77  WS-ARCHIVES-MISSING     PIC 9(05) COMP VALUE 0.
       77  WS-BREAK-COUNT          PIC 9(07) COMP VALUE 0.

      *--------------------------------------------------------------*
      * DISPLAY FIELDS
      *--------------------------------------------------------------*
       77  WS-DISP-COUNT           PIC Z(06)9.
       77  WS-DISP-SEQ             PIC Z(08)9.
       77  WS-DISP-TICKET          PIC Z(08)9.
       77  WS-NOTE-TEXT            PIC X(80).

      *--------------------------------------------------------------*
      * REPORT WORK FIELDS
      *--------------------------------------------------------------*
       01  WS-RPT-PROGRAM          PIC X(20) VALUE "AUDVRFY".
       01  WS-RPT-TITLE            PIC X(40)
           VALUE "AUDIT CHAIN VERIFICATION".
       77  WS-RPT-PAGE-NO          PIC 9(04) VALUE 1.
       77  WS-RPT-LINES-ON-PAGE    PIC 9(04) COMP VALUE 0.
       77  WS-RPT-MAX-LINES        PIC 9(04) COMP VALUE 60.
       77  WS-RPT-WIDTH            PIC 9(03) VALUE 132.
       01  WS-HEADING-1            PIC X(132).

       77  WS-AUDIT-PROGRAM       PIC X(20) VALUE "AUDVRFY".
       77  WS-AUDIT-RECORDS-IN    PIC 9(07).
       77  WS-AUDIT-RECORDS-OUT   PIC 9(07).
       77  WS-RUN-TICKET          PIC 9(09).
       77  WS-ARCHIVE-REPORT      PIC X(30) VALUE "AUDVRPT".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL "RUNTICKET" USING WS-RUN-TICKET
           CALL "AUDITBEG" USING WS-AUDIT-PROGRAM WS-RUN-TICKET
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               PERFORM 2000-VERIFY-CHAIN
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 4000-PRINT-SUMMARY
           END-IF
           PERFORM 9999-FINISH-EXIT.

      *--------------------------------------------------------------*
      * 1000-INITIALIZE - RESET, READ THE PRINT WIDTH AND OPEN THE
      * REPORT.
      *--------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'N' TO WS-ABORT-SW
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
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "*** AUDVRFY: UNABLE TO OPEN PRINT FILE"
                   " AUDVRPT - FILE STATUS " WS-PRINT-STATUS " ***"
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
               STRING "LIVE AUDITLG PLUS EVERY AUDITLG ARCHIVE IN"
                   " ARCHIDX, WALKED IN CHAIN ORDER"
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF.

      *--------------------------------------------------------------*
      * 2000-VERIFY-CHAIN - UNDER THE AUDITLG LOCK, READ THE CHAIN
      * HEAD, GATHER EVERY SEALED RECORD FROM THE ARCHIVES AND THE
      * LIVE LOG, SORT THEM INTO CHAIN ORDER AND WALK THE LINKS.
      *--------------------------------------------------------------*
       2000-VERIFY-CHAIN.
           MOVE 'G' TO WS-LOCK-ACTION
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
               WS-LOCK-GRANTED-SW
           IF WS-LOCK-GRANTED-SW NOT = 'Y'
               DISPLAY "*** AUDVRFY: AUDITLG BUSY - NOT VERIFIED;"
                   " RUN AGAIN ***"
               MOVE "*** AUDITLG BUSY - NOT VERIFIED ***"
                   TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE 8 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           ELSE
               MOVE 'Y' TO WS-LOCK-HELD-SW
               PERFORM 2050-READ-HEAD
               MOVE "CHAIN NO   DATE   TICKET     SEQ  SOURCE"
                   TO PRINT-LINE
               MOVE "BREAK" TO PRINT-LINE(60:5)
               PERFORM 8900-PRINT-LINE
               SORT SORT-WORK
                   ON ASCENDING KEY SR-CHAIN-SEQ SR-KEY
                   INPUT PROCEDURE 2100-GATHER-RECORDS
                   OUTPUT PROCEDURE 3000-WALK-CHAIN
               IF NOT WS-ABORT-RUN
                   PERFORM 3500-CHECK-HEAD
               END-IF
               MOVE 'R' TO WS-LOCK-ACTION
               CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
                   WS-LOCK-GRANTED-SW
               MOVE 'N' TO WS-LOCK-HELD-SW
           END-IF.

       2050-READ-HEAD.
           MOVE 'N' TO WS-HEAD-FOUND-SW
           MOVE 0 TO WS-HEAD-SEQ
           MOVE 0 TO WS-HEAD-CHECK
           MOVE SPACES TO WS-HEAD-KEY
           OPEN INPUT HEAD-FILE
           IF WS-HEAD-STATUS = "00" OR WS-HEAD-STATUS = "05"
               READ HEAD-FILE
                   NOT AT END
                       IF CHAIN-LAST-SEQ IS NUMERIC
                               AND CHAIN-LAST-CHECK IS NUMERIC
                           SET WS-HEAD-FOUND TO TRUE
                           MOVE CHAIN-LAST-SEQ TO WS-HEAD-SEQ
                           MOVE CHAIN-LAST-CHECK TO WS-HEAD-CHECK
                           MOVE CHAIN-LAST-KEY TO WS-HEAD-KEY
                       END-IF
               END-READ
               CLOSE HEAD-FILE
           END-IF.

      *--------------------------------------------------------------*
      * 2100-GATHER-RECORDS - SORT INPUT: THE ARCHIVES FIRST, THEN
      * THE LIVE LOG IN KEY ORDER.  ONLY SEALED RECORDS (A CHAIN
      * NUMBER ABOVE ZERO) ARE RELEASED.
      *--------------------------------------------------------------*
       2100-GATHER-RECORDS.
           OPEN INPUT ARCHIDX-FILE
           IF WS-IDX-STATUS = "00" OR WS-IDX-STATUS = "05"
               MOVE 'N' TO WS-IDX-EOF-SW
               PERFORM UNTIL WS-IDX-EOF-SW = 'Y'
                   READ ARCHIDX-FILE
                       AT END
                           MOVE 'Y' TO WS-IDX-EOF-SW
                       NOT AT END
                           IF ARCHIDX-LINE(1:12) = "AUDITLG.ARC."
                               MOVE ARCHIDX-LINE TO WS-ARCH-NAME
                               PERFORM 2200-GATHER-ONE-ARCHIVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIDX-FILE
           END-IF
           PERFORM 2300-GATHER-LIVE-LOG.

       2200-GATHER-ONE-ARCHIVE.
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS NOT = "00"
               ADD 1 TO WS-ARCHIVES-MISSING
               MOVE SPACES TO PRINT-LINE
               STRING "           ARCHIVE " DELIMITED BY SIZE
                   WS-ARCH-NAME DELIMITED BY SPACE
                   " IS NOT ON DISK - ITS RECORDS SHOW AS MISSING"
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           ELSE
               ADD 1 TO WS-ARCHIVES-READ
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-AT-EOF
                   READ ARCH-FILE
                       AT END
                           SET WS-AT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ARCHIVED-COUNT
                           IF ARCH-AUDIT-CHAIN-SEQ IS NUMERIC
                                   AND ARCH-AUDIT-CHAIN-SEQ > 0
                               MOVE ARCH-AUDIT-CHAIN-SEQ
                                   TO SR-CHAIN-SEQ
                               MOVE ARCH-AUDIT-CHAIN-CHECK
                                   TO SR-CHAIN-CHECK
                               MOVE ARCH-AUDIT-KEY TO SR-KEY
                               MOVE ARCH-AUDIT-TEXT TO SR-TEXT
                               MOVE WS-ARCH-NAME TO SR-SOURCE
                               RELEASE SORT-ROW
                           ELSE
                               ADD 1 TO WS-UNSEALED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-FILE
           END-IF.

      *--------------------------------------------------------------*
      * 2300-GATHER-LIVE-LOG - THE LIVE AUDITLG IN KEY ORDER.  NO
      * AUDITLG YET IS AN EMPTY LOG; ANY OTHER OPEN FAILURE (AN
      * UNCONVERTED FILE, FOR ONE) ENDS THE RUN.
      *--------------------------------------------------------------*
       2300-GATHER-LIVE-LOG.
           OPEN INPUT AUDIT-FILE
           EVALUATE TRUE
               WHEN WS-AUDIT-STATUS = "35"
                   CONTINUE
               WHEN WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "*** AUDVRFY: UNABLE TO OPEN AUDIT LOG"
                       " AUDITLG - FILE STATUS " WS-AUDIT-STATUS
                       " (RUN LOGCONV ON AN UNSEALED LOG) ***"
                   MOVE "*** AUDITLG COULD NOT BE READ ***"
                       TO PRINT-LINE
                   PERFORM 8900-PRINT-LINE
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               WHEN OTHER
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-AT-EOF
                       READ AUDIT-FILE NEXT
                           AT END
                               SET WS-AT-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-LIVE-COUNT
                               PERFORM 2350-RELEASE-LIVE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-FILE
           END-EVALUATE.

       2350-RELEASE-LIVE-RECORD.
           IF AUDIT-CHAIN-SEQ IS NUMERIC AND AUDIT-CHAIN-SEQ > 0
               MOVE AUDIT-CHAIN-SEQ TO SR-CHAIN-SEQ
               MOVE AUDIT-CHAIN-CHECK TO SR-CHAIN-CHECK
               MOVE AUDIT-KEY TO SR-KEY
               MOVE AUDIT-TEXT TO SR-TEXT
               MOVE "AUDITLG" TO SR-SOURCE
               RELEASE SORT-ROW
           ELSE
               ADD 1 TO WS-UNSEALED-COUNT
           END-IF.

      *--------------------------------------------------------------*
      * 3000-WALK-CHAIN - SORT OUTPUT: EACH RECORD IN CHAIN ORDER.
      * AFTER A BREAK THE WALK CARRIES ON FROM THE RECORD'S OWN
      * STORED CHECK, SO EVERY DAMAGED RECORD IS LISTED - NOT JUST
      * THE FIRST.
      *--------------------------------------------------------------*
       3000-WALK-CHAIN.
           MOVE 1 TO WS-EXPECTED-SEQ
           MOVE 0 TO WS-PREV-CHECK
           IF NOT WS-ABORT-RUN
               MOVE 'N' TO WS-SORT-EOF-SW
               PERFORM UNTIL WS-SORT-EOF-SW = 'Y'
                   RETURN SORT-WORK
                       AT END
                           MOVE 'Y' TO WS-SORT-EOF-SW
                       NOT AT END
                           PERFORM 3100-CHECK-ONE-LINK
                   END-RETURN
               END-PERFORM
           END-IF.

       3100-CHECK-ONE-LINK.
           ADD 1 TO WS-SEALED-COUNT
           MOVE SPACES TO WS-BREAK-REASON
           IF SR-CHAIN-SEQ < WS-EXPECTED-SEQ
               MOVE "CHAIN NUMBER REPEATED - RECORD COPIED OR ADDED"
                   TO WS-BREAK-REASON
               PERFORM 3200-REPORT-BREAK
           ELSE
               IF SR-CHAIN-SEQ > WS-EXPECTED-SEQ
                   COMPUTE WS-MISSING-COUNT
                       = SR-CHAIN-SEQ - WS-EXPECTED-SEQ
                   MOVE WS-MISSING-COUNT TO WS-DISP-SEQ
                   STRING WS-DISP-SEQ " RECORD(S) MISSING BEFORE"
                       " THIS ONE" DELIMITED BY SIZE
                       INTO WS-BREAK-REASON
                   PERFORM 3200-REPORT-BREAK
               ELSE
                   MOVE SR-CHAIN-SEQ TO VRFY-CHAIN-SEQ
                   MOVE SR-KEY TO VRFY-KEY
                   MOVE SR-TEXT TO VRFY-TEXT
                   MOVE 'C' TO WS-SEAL-FUNCTION
                   CALL "AUDCHECK" USING WS-SEAL-FUNCTION VRFY-REC
                       WS-PREV-CHECK WS-WANT-CHECK
                   IF WS-WANT-CHECK NOT = SR-CHAIN-CHECK
                       MOVE SPACES TO WS-BREAK-REASON
                       STRING "CHECK VALUE DOES NOT MATCH - RECORD OR"
                           " PREDECESSOR ALTERED"
                           DELIMITED BY SIZE INTO WS-BREAK-REASON
                       PERFORM 3200-REPORT-BREAK
                   END-IF
               END-IF
               MOVE SR-CHAIN-CHECK TO WS-PREV-CHECK
               COMPUTE WS-EXPECTED-SEQ = SR-CHAIN-SEQ + 1
               MOVE SR-CHAIN-SEQ TO WS-LAST-SEQ
               MOVE SR-CHAIN-CHECK TO WS-LAST-CHECK
           END-IF.

      *--------------------------------------------------------------*
      * 3200-REPORT-BREAK - ONE LINE FOR THE BROKEN RECORD, ITS TEXT
      * BENEATH.  THE FIRST BREAK IS KEPT FOR THE SUMMARY.
      *--------------------------------------------------------------*
       3200-REPORT-BREAK.
           ADD 1 TO WS-BREAK-COUNT
           IF WS-BREAK-COUNT = 1
               MOVE SR-CHAIN-SEQ TO WS-FIRST-BREAK-SEQ
               MOVE SR-KEY TO WS-FIRST-BREAK-KEY
               MOVE SR-SOURCE TO WS-FIRST-BREAK-SOURCE
           END-IF
           MOVE SR-CHAIN-SEQ TO WS-DISP-SEQ
           MOVE SR-KEY-TICKET TO WS-DISP-TICKET
           MOVE SPACES TO PRINT-LINE
           STRING WS-DISP-SEQ "  " SR-KEY-DATE " " WS-DISP-TICKET
               "  " SR-KEY-SEQ "  " SR-SOURCE(1:25) "  "
               WS-BREAK-REASON DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "           " SR-TEXT(1:110) DELIMITED BY SIZE
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE.

      *--------------------------------------------------------------*
      * 3500-CHECK-HEAD - THE NEWEST RECORD FOUND MUST BE THE ONE THE
      * AUDCHAIN HEAD NAMES.  A HEAD AHEAD OF THE LOG MEANS THE
      * NEWEST RECORDS WERE REMOVED; A MISSING OR DISAGREEING HEAD
      * MEANS THE HEAD ITSELF WAS TAMPERED WITH.
      *--------------------------------------------------------------*
       3500-CHECK-HEAD.
           MOVE SPACES TO WS-BREAK-REASON
           EVALUATE TRUE
               WHEN NOT WS-HEAD-FOUND AND WS-SEALED-COUNT > 0
                   MOVE "AUDCHAIN HEAD FILE MISSING OR UNREADABLE"
                       TO WS-BREAK-REASON
               WHEN NOT WS-HEAD-FOUND
                   CONTINUE
               WHEN WS-HEAD-SEQ > WS-LAST-SEQ
                   COMPUTE WS-MISSING-COUNT
                       = WS-HEAD-SEQ - WS-LAST-SEQ
                   MOVE WS-MISSING-COUNT TO WS-DISP-SEQ
                   STRING WS-DISP-SEQ " NEWEST RECORD(S) MISSING"
                       " - HEAD AHEAD OF LOG" DELIMITED BY SIZE
                       INTO WS-BREAK-REASON
               WHEN WS-HEAD-SEQ < WS-LAST-SEQ
                   MOVE "AUDCHAIN HEAD IS BEHIND THE NEWEST RECORD"
                       TO WS-BREAK-REASON
               WHEN WS-HEAD-CHECK NOT = WS-LAST-CHECK
                   MOVE SPACES TO WS-BREAK-REASON
                   STRING "AUDCHAIN HEAD CHECK DISAGREES WITH THE"
                       " NEWEST RECORD" DELIMITED BY SIZE
                       INTO WS-BREAK-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-BREAK-REASON NOT = SPACES
               MOVE WS-HEAD-SEQ TO SR-CHAIN-SEQ
               MOVE WS-HEAD-KEY TO SR-KEY
               IF SR-KEY IS NOT NUMERIC
                   MOVE ZEROS TO SR-KEY
               END-IF
               MOVE SPACES TO SR-TEXT
               MOVE "AUDCHAIN" TO SR-SOURCE
               PERFORM 3200-REPORT-BREAK
           END-IF.

      *--------------------------------------------------------------*
      * 4000-PRINT-SUMMARY - THE COUNTS, THEN THE VERDICT AND THE
      * FIRST BROKEN KEY.  A BROKEN CHAIN IS NOTED IN AUDITLG TOO.
      *--------------------------------------------------------------*
       4000-PRINT-SUMMARY.
           IF WS-BREAK-COUNT = 0
               MOVE "     NO BREAKS FOUND" TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-LIVE-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "     LIVE AUDITLG RECORDS READ     " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-ARCHIVED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "     ARCHIVED RECORDS READ         " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-ARCHIVES-READ TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "     ARCHIVES READ                 " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-ARCHIVES-MISSING TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "     ARCHIVES NOT ON DISK          " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-SEALED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "     SEALED RECORDS CHECKED        " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-UNSEALED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "     UNSEALED (NOT CHECKABLE)      " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-BREAK-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "     BREAKS                        " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           IF WS-BREAK-COUNT = 0
               MOVE WS-LAST-SEQ TO WS-DISP-SEQ
               MOVE SPACES TO PRINT-LINE
               STRING "CHAIN INTACT - RECORDS 1 TO " DELIMITED BY SIZE
                   WS-DISP-SEQ DELIMITED BY SIZE
                   " ALL PROVE" DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               DISPLAY "AUDVRFY: " PRINT-LINE(1:60)
               IF WS-ARCHIVES-MISSING > 0 OR WS-UNSEALED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE WS-FIRST-BREAK-SEQ TO WS-DISP-SEQ
               MOVE WS-FB-TICKET TO WS-DISP-TICKET
               MOVE SPACES TO PRINT-LINE
               STRING "*** CHAIN BROKEN - FIRST BREAK AT CHAIN NO "
                   WS-DISP-SEQ " KEY " WS-FB-DATE "/" WS-DISP-TICKET
                   "/" WS-FB-SEQ " IN " DELIMITED BY SIZE
                   WS-FIRST-BREAK-SOURCE DELIMITED BY SPACE
                   " ***" DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               DISPLAY PRINT-LINE
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO WS-NOTE-TEXT
               STRING "AUDIT CHAIN BROKEN - FIRST AT " WS-FB-DATE "/"
                   DELIMITED BY SIZE
                   WS-FB-TICKET DELIMITED BY SIZE
                   "/" WS-FB-SEQ DELIMITED BY SIZE INTO WS-NOTE-TEXT
               MOVE RETURN-CODE TO WS-SAVE-RC
               CALL "AUDITNOTE" USING WS-AUDIT-PROGRAM WS-NOTE-TEXT
                   WS-RUN-TICKET
               MOVE WS-SAVE-RC TO RETURN-CODE
           END-IF.

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
               DISPLAY "*** AUDVRFY RUN ENDED WITHOUT A VERDICT - SEE"
                   " DIAGNOSTICS ABOVE ***"
           END-IF
           COMPUTE WS-AUDIT-RECORDS-IN
               = WS-LIVE-COUNT + WS-ARCHIVED-COUNT
           MOVE WS-BREAK-COUNT TO WS-AUDIT-RECORDS-OUT
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-RECORDS-IN
               WS-AUDIT-RECORDS-OUT WS-RUN-TICKET
           MOVE WS-SAVE-RC TO RETURN-CODE
           GOBACK.
