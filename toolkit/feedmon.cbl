      *****************************************************************
      * PROGRAM:  FEEDMON
      *
      * PURPOSE:  INBOUND FEED ARRIVAL MONITOR.  EVERY FEED ON THE
      *           MAINTAINED FEEDREG REGISTER (SHARED FEEDREC
      *           COPYBOOK) THAT IS DUE TODAY - A BUSINESS DAY ON THE
      *           SHARED DATECALC CALENDAR AND ONE OF THE FEED'S DUE
      *           WEEKDAYS - IS LOOKED FOR UNDER ITS FILE NAME.  THE
      *           FIRST TIME A FEED IS FOUND ITS ARRIVAL IS WRITTEN TO
      *           THE FEEDLOG ARRIVAL LOG (SHARED FLOGREC COPYBOOK):
      *           THE TIME THE FILE WAS LAST WRITTEN AND ITS SIZE IN
      *           BYTES AS THE FILE SYSTEM HOLDS THEM, ITS RECORD
      *           COUNT AND THE DETAIL COUNT ON ITS SHOP "T" TRAILER.
      *           A FILE LAST WRITTEN BEFORE TODAY IS AN OLD DELIVERY
      *           LEFT IN PLACE, NOT TODAY'S - IT IS SHOWN AS STALE
      *           AND COUNTS AS NOT YET ARRIVED.  LATER CHECKS THE
      *           SAME DAY REPORT THE LOGGED ARRIVAL, SO THE MONITOR
      *           CAN BE RUN AS OFTEN AS WANTED AHEAD OF THE BATCH
      *           WINDOW.
      *
      *           A FEED STILL ABSENT AFTER ITS CUT-OFF, ONE THAT
      *           ARRIVES AFTER ITS CUT-OFF, AND ONE WHOSE TRAILER IS
      *           MISSING OR DISAGREES WITH ITS RECORDS RAISE AN
      *           OPERATOR ALERT THROUGH THE SHARED ALERTPUT
      *           SUBPROGRAM - ONCE PER FEED PER DAY.  THE FEEDRPT
      *           REPORT LISTS THE LATE, MISSING AND OUTSTANDING FEEDS
      *           FIRST, THEN THE WHOLE REGISTER.  AN EMPTY FILE IS
      *           TAKEN AS A DELIVERY STILL IN PROGRESS AND IS NOT
      *           LOGGED.
      *
      *           RETURN-CODE 8 WHEN A FEED IS MISSING PAST CUT-OFF,
      *           UNREADABLE OR FAILS ITS TRAILER CHECK, 4 WHEN ONE
      *           IS LATE OR STILL DUE BEFORE ITS CUT-OFF, 16 WHEN THE
      *           REGISTER CANNOT BE READ OR HOLDS NO USABLE FEED.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15  RA   INITIAL VERSION.
      *   2026-10-15  RA   ARRIVAL TIME AND SIZE NOW TAKEN FROM THE
      *                    FILE ITSELF (LAST WRITTEN), NOT THE CHECK;
      *                    A FILE LEFT FROM AN EARLIER DAY IS STALE.
      *   2026-10-15  RA   RUN COUNTS AND THE LOG SWITCH ARE RESET EACH
      *                    RUN.  EVERY DUE-DAYS POSITION MUST BE Y, N OR
      *                    BLANK - ANY OTHER LETTER NOW SKIPS THE CARD.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDMON.
       AUTHOR. R-ALLYN.
       INSTALLATION. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO "FEEDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT OPTIONAL LOG-FILE ASSIGN TO "FEEDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT FEED-FILE ASSIGN TO DYNAMIC WS-FEED-FNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT PRINT-FILE ASSIGN TO "FEEDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "TOOLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE.
           COPY FEEDREC.

       FD  LOG-FILE.
           COPY FLOGREC.

       FD  FEED-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 256 CHARACTERS
               DEPENDING ON WS-FEED-LEN.
       01  FEED-LINE               PIC X(256).

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(132).

       FD  PARM-FILE.
           COPY TOOLPARM.

       WORKING-STORAGE SECTION.
       77  WS-REG-STATUS           PIC X(02).
       77  WS-LOG-STATUS           PIC X(02).
       77  WS-FEED-STATUS          PIC X(02).
       77  WS-PRINT-STATUS         PIC X(02).
       77  WS-PARM-STATUS          PIC X(02).
       77  WS-ABORT-SW             PIC X(01) VALUE 'N'.
           88  WS-ABORT-RUN         VALUE 'Y'.
       77  WS-SAVE-RC              PIC S9(09) COMP.
       77  WS-EOF-SW               PIC X(01).
           88  WS-AT-EOF            VALUE 'Y'.
       77  WS-LOG-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-LOG-OPEN          VALUE 'Y'.
       77  WS-FEED-FNAME           PIC X(30).
       77  WS-FEED-LEN             PIC 9(04) COMP.
      * CBL_CHECK_FILE_EXIST WORK AREA - SIZE IN BYTES FOLLOWED BY
      * THE LAST-WRITTEN DATE AND TIME.
       01  WS-FILE-INFO.
           05  WS-FILE-SIZE       PIC X(08) COMP-X.
           05  WS-FILE-DD         PIC X(01) COMP-X.
           05  WS-FILE-MM         PIC X(01) COMP-X.
           05  WS-FILE-YYYY       PIC X(02) COMP-X.
           05  WS-FILE-HH         PIC X(01) COMP-X.
           05  WS-FILE-MIN        PIC X(01) COMP-X.
           05  WS-FILE-SS         PIC X(01) COMP-X.
           05  WS-FILE-HSEC       PIC X(01) COMP-X.
       77  WS-FILE-DATE            PIC 9(08).
       77  WS-RUN-CCYYMMDD         PIC 9(08).

      *--------------------------------------------------------------*
      * RUN DATE AND TIME, AND WHAT THE CALENDAR SAYS ABOUT TODAY.
      *--------------------------------------------------------------*
       77  WS-RUN-DATE             PIC 9(06).
       01  WS-RUN-TIME             PIC 9(08).
       01  WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME.
           05  WS-RUN-HHMMSS       PIC 9(06).
           05  FILLER              PIC 9(02).
       77  WS-CAL-FUNCTION         PIC X(01).
       77  WS-CAL-DATE-OUT         PIC 9(06).
       77  WS-CAL-RESULT           PIC X(01).
       77  WS-BUSINESS-SW          PIC X(01).
           88  WS-BUSINESS-DAY      VALUE 'Y'.
       77  WS-DOW                  PIC 9(01) VALUE 0.

      *--------------------------------------------------------------*
      * FEED TABLE - THE REGISTER, WITH TODAY'S FINDINGS FOR EACH
      * FEED.  WS-FD-STATE IS ONE OF NOT DUE, PENDING, MISSING,
      * EMPTY, STALE, UNREADABLE, ON TIME OR LATE.
      *--------------------------------------------------------------*
       77  WS-FD-LIMIT             PIC 9(03) COMP VALUE 100.
       77  WS-FD-COUNT             PIC 9(03) COMP VALUE 0.
       77  WS-FD-IDX               PIC 9(03) COMP.
       77  WS-FD-HIT               PIC 9(03) COMP.
       01  WS-FD-TABLE.
           05  WS-FD-ENTRY OCCURS 100 TIMES.
               10  WS-FD-NAME      PIC X(30).
               10  WS-FD-DUE-DAYS  PIC X(05).
               10  WS-FD-CUTOFF    PIC 9(04).
               10  WS-FD-TRL-REQ   PIC X(01).
               10  WS-FD-PARTNER   PIC X(08).
               10  WS-FD-DESC      PIC X(30).
               10  WS-FD-DUE-SW    PIC X(01).
                   88  WS-FD-DUE    VALUE 'Y'.
               10  WS-FD-ARRIVED-SW PIC X(01).
                   88  WS-FD-ARRIVED VALUE 'Y'.
               10  WS-FD-ALERTED-SW PIC X(01).
                   88  WS-FD-ALERTED VALUE 'Y'.
               10  WS-FD-ARR-TIME  PIC 9(06).
               10  WS-FD-BYTES     PIC 9(10).
               10  WS-FD-RECORDS   PIC 9(07).
               10  WS-FD-TRL-SW    PIC X(01).
               10  WS-FD-TRL-COUNT PIC 9(07).
               10  WS-FD-STATE     PIC X(10).
               10  WS-FD-TRL-TEXT  PIC X(08).
               10  WS-FD-FS        PIC X(02).
       77  WS-BAD-CARD-COUNT       PIC 9(04) COMP VALUE 0.
       77  WS-DAY-IDX              PIC 9(01) COMP.
       77  WS-MASK-SW              PIC X(01).
           88  WS-MASK-BAD          VALUE 'Y'.
       77  WS-LOG-READ             PIC 9(07) COMP VALUE 0.

      *--------------------------------------------------------------*
      * ONE FEED'S PROBE
      *--------------------------------------------------------------*
       77  WS-PR-RECORDS           PIC 9(07) COMP.
       77  WS-PR-LAST-TRL-SW       PIC X(01).
       77  WS-PR-LAST-TRL-COUNT    PIC 9(07).
       77  WS-ARR-HHMM             PIC 9(04).
       77  WS-DETAIL-COUNT         PIC 9(07).

      *--------------------------------------------------------------*
      * RUN COUNTS, ALERT AND DISPLAY FIELDS
      *--------------------------------------------------------------*
       77  WS-DUE-COUNT            PIC 9(04) COMP VALUE 0.
       77  WS-ON-TIME-COUNT        PIC 9(04) COMP VALUE 0.
       77  WS-LATE-COUNT           PIC 9(04) COMP VALUE 0.
       77  WS-PENDING-COUNT        PIC 9(04) COMP VALUE 0.
       77  WS-MISSING-COUNT        PIC 9(04) COMP VALUE 0.
       77  WS-TRL-BAD-COUNT        PIC 9(04) COMP VALUE 0.
       77  WS-OTHER-BAD-COUNT      PIC 9(04) COMP VALUE 0.
       77  WS-NEW-ARRIVALS         PIC 9(04) COMP VALUE 0.
       77  WS-ALERT-COUNT          PIC 9(04) COMP VALUE 0.
       77  WS-EXCEPTION-COUNT      PIC 9(04) COMP VALUE 0.
       77  WS-ALERT-PROGRAM        PIC X(20) VALUE "FEEDMON".
       77  WS-ALERT-TEXT           PIC X(60).
       77  WS-EXCEPTION-SW         PIC X(01).
           88  WS-IS-EXCEPTION      VALUE 'Y'.
       01  WS-DISP-HHMM.
           05  WS-DISP-HH          PIC 9(02).
           05  FILLER              PIC X(01) VALUE ':'.
           05  WS-DISP-MM          PIC 9(02).
       01  WS-DISP-HHMMSS.
           05  WS-DISP-T-HH        PIC 9(02).
           05  FILLER              PIC X(01) VALUE ':'.
           05  WS-DISP-T-MM        PIC 9(02).
           05  FILLER              PIC X(01) VALUE ':'.
           05  WS-DISP-T-SS        PIC 9(02).
       77  WS-DISP-ARRIVED         PIC X(08).
       77  WS-DISP-BYTES           PIC Z(09)9.
       77  WS-DISP-RECORDS         PIC Z(06)9.
       77  WS-DISP-TRL-COUNT       PIC Z(06)9.
       77  WS-DISP-TRL-X           PIC X(07).
       77  WS-DISP-BYTES-X         PIC X(10).
       77  WS-DISP-RECORDS-X       PIC X(07).
       77  WS-DISP-COUNT           PIC Z(04)9.
       01  WS-WORK-HHMMSS          PIC 9(06).
       01  WS-WORK-HHMMSS-PARTS REDEFINES WS-WORK-HHMMSS.
           05  WS-WORK-HH          PIC 9(02).
           05  WS-WORK-MM          PIC 9(02).
           05  WS-WORK-SS          PIC 9(02).

      *--------------------------------------------------------------*
      * REPORT WORK FIELDS
      *--------------------------------------------------------------*
       01  WS-RPT-PROGRAM          PIC X(20) VALUE "FEEDMON".
       01  WS-RPT-TITLE            PIC X(40)
           VALUE "INBOUND FEED ARRIVALS".
       77  WS-RPT-PAGE-NO          PIC 9(04) VALUE 1.
       77  WS-RPT-LINES-ON-PAGE    PIC 9(04) COMP VALUE 0.
       77  WS-RPT-MAX-LINES        PIC 9(04) COMP VALUE 60.
       77  WS-RPT-WIDTH            PIC 9(03) VALUE 132.
       01  WS-HEADING-1            PIC X(132).

       77  WS-AUDIT-PROGRAM       PIC X(20) VALUE "FEEDMON".
       77  WS-AUDIT-RECORDS-IN    PIC 9(07).
       77  WS-AUDIT-RECORDS-OUT   PIC 9(07).
       77  WS-RUN-TICKET          PIC 9(09).
       77  WS-ARCHIVE-REPORT      PIC X(30) VALUE "FEEDRPT".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL "RUNTICKET" USING WS-RUN-TICKET
           CALL "AUDITBEG" USING WS-AUDIT-PROGRAM WS-RUN-TICKET
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               PERFORM 2000-CHECK-FEEDS
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 3000-PRINT-EXCEPTIONS
               PERFORM 3100-PRINT-REGISTER
               PERFORM 4000-PRINT-TOTALS
           END-IF
           PERFORM 9999-FINISH-EXIT.

      *--------------------------------------------------------------*
      * 1000-INITIALIZE - TODAY'S CALENDAR FACTS, THE REGISTER,
      * WHAT HAS ALREADY BEEN LOGGED TODAY, AND THE REPORT.
      *--------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO WS-FD-COUNT
           MOVE 0 TO WS-BAD-CARD-COUNT
           MOVE 0 TO WS-LOG-READ
           MOVE 0 TO WS-DUE-COUNT
           MOVE 0 TO WS-ON-TIME-COUNT
           MOVE 0 TO WS-LATE-COUNT
           MOVE 0 TO WS-PENDING-COUNT
           MOVE 0 TO WS-MISSING-COUNT
           MOVE 0 TO WS-TRL-BAD-COUNT
           MOVE 0 TO WS-OTHER-BAD-COUNT
           MOVE 0 TO WS-NEW-ARRIVALS
           MOVE 0 TO WS-ALERT-COUNT
           MOVE 'N' TO WS-LOG-OPEN-SW
           MOVE 1 TO WS-RPT-PAGE-NO
           MOVE 0 TO WS-RPT-LINES-ON-PAGE
           MOVE 'N' TO WS-ABORT-SW
           MOVE 132 TO WS-RPT-WIDTH
           ACCEPT WS-RUN-DATE FROM DATE
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
           MOVE 'B' TO WS-CAL-FUNCTION
           CALL "DATECALC" USING WS-CAL-FUNCTION WS-RUN-DATE
               WS-CAL-DATE-OUT WS-CAL-RESULT
           MOVE WS-CAL-RESULT TO WS-BUSINESS-SW
           MOVE 'W' TO WS-CAL-FUNCTION
           CALL "DATECALC" USING WS-CAL-FUNCTION WS-RUN-DATE
               WS-CAL-DATE-OUT WS-CAL-RESULT
           IF WS-CAL-RESULT >= '1' AND WS-CAL-RESULT <= '7'
               MOVE WS-CAL-RESULT TO WS-DOW
           END-IF
           PERFORM 1100-LOAD-REGISTER
           IF NOT WS-ABORT-RUN
               PERFORM 1200-LOAD-TODAYS-LOG
               PERFORM 1300-OPEN-FILES
           END-IF.

      *--------------------------------------------------------------*
      * 1100-LOAD-REGISTER - THE REGISTER IS REQUIRED.  A CARD WITH
      * NO FILE NAME, A CUT-OFF THAT IS NOT A TIME OF DAY, OR A DUE-
      * DAYS MASK OF ANYTHING BUT Y, N AND BLANK IS SKIPPED AND
      * COUNTED.
      *--------------------------------------------------------------*
       1100-LOAD-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF WS-REG-STATUS NOT = "00"
               DISPLAY "*** FEEDMON: UNABLE TO OPEN FEED REGISTER"
                   " FEEDREG - FILE STATUS " WS-REG-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-AT-EOF
                   READ REGISTER-FILE
                       AT END
                           SET WS-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM 1110-TAKE-REGISTER-CARD
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
               IF WS-FD-COUNT = 0
                   DISPLAY "*** FEEDMON: FEEDREG HOLDS NO USABLE"
                       " FEED ***"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF.

       1110-TAKE-REGISTER-CARD.
           IF FEED-CARD-COL1 = '*' OR FEED-REC = SPACES
               CONTINUE
           ELSE
               INSPECT FEED-DUE-DAYS REPLACING ALL 'y' BY 'Y'
                   ALL 'n' BY 'N'
               MOVE 'N' TO WS-MASK-SW
               PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                       UNTIL WS-DAY-IDX > 5
                   IF FEED-DUE-DAY(WS-DAY-IDX) NOT = 'Y'
                           AND FEED-DUE-DAY(WS-DAY-IDX) NOT = 'N'
                           AND FEED-DUE-DAY(WS-DAY-IDX) NOT = SPACE
                       SET WS-MASK-BAD TO TRUE
                   END-IF
               END-PERFORM
               IF FEED-NAME NOT = SPACES
                       AND FEED-CUTOFF IS NUMERIC
                       AND FEED-CUTOFF-HH < 24
                       AND FEED-CUTOFF-MM < 60
                       AND NOT WS-MASK-BAD
                       AND WS-FD-COUNT < WS-FD-LIMIT
                   PERFORM 1120-STORE-FEED
               ELSE
                   ADD 1 TO WS-BAD-CARD-COUNT
                   DISPLAY "FEEDMON: FEEDREG CARD SKIPPED - " FEED-REC
               END-IF
           END-IF.

       1120-STORE-FEED.
           ADD 1 TO WS-FD-COUNT
           MOVE FEED-NAME TO WS-FD-NAME(WS-FD-COUNT)
           MOVE FEED-DUE-DAYS TO WS-FD-DUE-DAYS(WS-FD-COUNT)
           MOVE FEED-CUTOFF TO WS-FD-CUTOFF(WS-FD-COUNT)
           MOVE FEED-TRAILER-SW TO WS-FD-TRL-REQ(WS-FD-COUNT)
           IF FEED-TRAILER-SW = 'y'
               MOVE 'Y' TO WS-FD-TRL-REQ(WS-FD-COUNT)
           END-IF
           MOVE FEED-PARTNER TO WS-FD-PARTNER(WS-FD-COUNT)
           MOVE FEED-DESC TO WS-FD-DESC(WS-FD-COUNT)
           MOVE 'N' TO WS-FD-DUE-SW(WS-FD-COUNT)
           MOVE 'N' TO WS-FD-ARRIVED-SW(WS-FD-COUNT)
           MOVE 'N' TO WS-FD-ALERTED-SW(WS-FD-COUNT)
           MOVE 0 TO WS-FD-ARR-TIME(WS-FD-COUNT)
           MOVE 0 TO WS-FD-BYTES(WS-FD-COUNT)
           MOVE 0 TO WS-FD-RECORDS(WS-FD-COUNT)
           MOVE 'N' TO WS-FD-TRL-SW(WS-FD-COUNT)
           MOVE 0 TO WS-FD-TRL-COUNT(WS-FD-COUNT)
           MOVE "NOT DUE" TO WS-FD-STATE(WS-FD-COUNT)
           MOVE SPACES TO WS-FD-TRL-TEXT(WS-FD-COUNT)
           MOVE SPACES TO WS-FD-FS(WS-FD-COUNT).

      *--------------------------------------------------------------*
      * 1200-LOAD-TODAYS-LOG - A FEED ALREADY LOGGED AS ARRIVED
      * TODAY KEEPS ITS LOGGED ARRIVAL; ONE ALREADY ALERTED AS
      * MISSING IS NOT ALERTED AGAIN.  EARLIER DAYS ARE PASSED OVER.
      *--------------------------------------------------------------*
       1200-LOAD-TODAYS-LOG.
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS = "00" OR WS-LOG-STATUS = "05"
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-AT-EOF
                   READ LOG-FILE
                       AT END
                           SET WS-AT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LOG-READ
                           IF FLOG-DATE = WS-RUN-DATE
                               PERFORM 1210-TAKE-LOG-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOG-FILE
           END-IF.

       1210-TAKE-LOG-RECORD.
           MOVE 0 TO WS-FD-HIT
           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                   UNTIL WS-FD-IDX > WS-FD-COUNT OR WS-FD-HIT > 0
               IF WS-FD-NAME(WS-FD-IDX) = FLOG-FEED
                   MOVE WS-FD-IDX TO WS-FD-HIT
               END-IF
           END-PERFORM
           IF WS-FD-HIT > 0
               IF FLOG-ARRIVAL
                   MOVE 'Y' TO WS-FD-ARRIVED-SW(WS-FD-HIT)
                   MOVE FLOG-TIME TO WS-FD-ARR-TIME(WS-FD-HIT)
                   MOVE FLOG-BYTES TO WS-FD-BYTES(WS-FD-HIT)
                   MOVE FLOG-RECORDS TO WS-FD-RECORDS(WS-FD-HIT)
                   MOVE FLOG-TRAILER-SW TO WS-FD-TRL-SW(WS-FD-HIT)
                   MOVE FLOG-TRAILER-COUNT
                       TO WS-FD-TRL-COUNT(WS-FD-HIT)
               END-IF
               IF FLOG-MISSING-ALERT
                   MOVE 'Y' TO WS-FD-ALERTED-SW(WS-FD-HIT)
               END-IF
           END-IF.

       1300-OPEN-FILES.
           OPEN EXTEND LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT LOG-FILE
           END-IF
           IF WS-LOG-STATUS = "00" OR WS-LOG-STATUS = "05"
               MOVE 'Y' TO WS-LOG-OPEN-SW
           ELSE
               DISPLAY "*** FEEDMON: UNABLE TO OPEN ARRIVAL LOG"
                   " FEEDLOG - FILE STATUS " WS-LOG-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "*** FEEDMON: UNABLE TO OPEN PRINT FILE"
                   " FEEDRPT - FILE STATUS " WS-PRINT-STATUS " ***"
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
      * 2000-CHECK-FEEDS - DECIDE WHICH FEEDS ARE DUE, LOOK FOR THE
      * ONES NOT YET LOGGED, AND SETTLE EACH DUE FEED'S STATE.
      *--------------------------------------------------------------*
       2000-CHECK-FEEDS.
           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                   UNTIL WS-FD-IDX > WS-FD-COUNT
               IF WS-BUSINESS-DAY AND WS-DOW >= 1 AND WS-DOW <= 5
                   IF WS-FD-DUE-DAYS(WS-FD-IDX) = SPACES
                           OR WS-FD-DUE-DAYS(WS-FD-IDX)(WS-DOW:1) = 'Y'
                       MOVE 'Y' TO WS-FD-DUE-SW(WS-FD-IDX)
                   END-IF
               END-IF
               IF WS-FD-DUE(WS-FD-IDX)
                   ADD 1 TO WS-DUE-COUNT
                   IF NOT WS-FD-ARRIVED(WS-FD-IDX)
                       PERFORM 2100-PROBE-FEED THRU 2100-PROBE-FEED-EXIT
                   END-IF
                   PERFORM 2200-SETTLE-STATE
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------*
      * 2100-PROBE-FEED - OPEN THE FEED UNDER ITS REGISTERED NAME.
      * A FILE THAT IS THERE AND NOT EMPTY HAS ARRIVED: COUNT ITS
      * RECORDS, PICK UP A CLOSING "T" TRAILER, AND LOG THE ARRIVAL
      * WITH THE SIZE AND LAST-WRITTEN TIME THE FILE SYSTEM GIVES.
      * ONE LAST WRITTEN BEFORE TODAY IS LEFT AS STALE UNREAD.
      *--------------------------------------------------------------*
       2100-PROBE-FEED.
           MOVE WS-FD-NAME(WS-FD-IDX) TO WS-FEED-FNAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-FEED-FNAME
               WS-FILE-INFO
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               GO TO 2100-PROBE-FEED-EXIT
           END-IF
           MOVE 0 TO RETURN-CODE
           COMPUTE WS-FILE-DATE = WS-FILE-YYYY * 10000
               + WS-FILE-MM * 100 + WS-FILE-DD
           COMPUTE WS-RUN-CCYYMMDD = 20000000 + WS-RUN-DATE
           IF WS-FILE-DATE < WS-RUN-CCYYMMDD
               MOVE "STALE" TO WS-FD-STATE(WS-FD-IDX)
               GO TO 2100-PROBE-FEED-EXIT
           END-IF
           OPEN INPUT FEED-FILE
           EVALUATE TRUE
               WHEN WS-FEED-STATUS = "35"
                   CONTINUE
               WHEN WS-FEED-STATUS NOT = "00"
                   MOVE "UNREADABLE" TO WS-FD-STATE(WS-FD-IDX)
                   MOVE WS-FEED-STATUS TO WS-FD-FS(WS-FD-IDX)
               WHEN OTHER
                   PERFORM 2110-READ-FEED
           END-EVALUATE.

       2100-PROBE-FEED-EXIT.
           EXIT.

       2110-READ-FEED.
           MOVE 0 TO WS-PR-RECORDS
           MOVE 'N' TO WS-PR-LAST-TRL-SW
           MOVE 0 TO WS-PR-LAST-TRL-COUNT
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-AT-EOF
               READ FEED-FILE
                   AT END
                       SET WS-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PR-RECORDS
                       IF FEED-LINE(1:1) = 'T'
                               AND FEED-LINE(2:6) IS NUMERIC
                           MOVE 'Y' TO WS-PR-LAST-TRL-SW
                           MOVE FEED-LINE(2:6) TO WS-PR-LAST-TRL-COUNT
                       ELSE
                           MOVE 'N' TO WS-PR-LAST-TRL-SW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEED-FILE
           IF WS-PR-RECORDS = 0
               MOVE "EMPTY" TO WS-FD-STATE(WS-FD-IDX)
           ELSE
               MOVE 'Y' TO WS-FD-ARRIVED-SW(WS-FD-IDX)
               COMPUTE WS-FD-ARR-TIME(WS-FD-IDX) = WS-FILE-HH * 10000
                   + WS-FILE-MIN * 100 + WS-FILE-SS
               MOVE WS-FILE-SIZE TO WS-FD-BYTES(WS-FD-IDX)
               MOVE WS-PR-RECORDS TO WS-FD-RECORDS(WS-FD-IDX)
               MOVE WS-PR-LAST-TRL-SW TO WS-FD-TRL-SW(WS-FD-IDX)
               MOVE WS-PR-LAST-TRL-COUNT TO WS-FD-TRL-COUNT(WS-FD-IDX)
               ADD 1 TO WS-NEW-ARRIVALS
               PERFORM 2300-CHECK-TRAILER
               PERFORM 2120-LOG-ARRIVAL
               COMPUTE WS-ARR-HHMM = WS-FD-ARR-TIME(WS-FD-IDX) / 100
               IF WS-ARR-HHMM > WS-FD-CUTOFF(WS-FD-IDX)
                   MOVE SPACES TO WS-ALERT-TEXT
                   PERFORM 2400-FORMAT-CUTOFF
                   STRING "FEED " DELIMITED BY SIZE
                       WS-FD-NAME(WS-FD-IDX) DELIMITED BY SPACE
                       " ARRIVED AFTER CUT-OFF " DELIMITED BY SIZE
                       WS-DISP-HHMM DELIMITED BY SIZE
                       INTO WS-ALERT-TEXT
                   PERFORM 2500-RAISE-ALERT
               END-IF
               IF WS-FD-TRL-TEXT(WS-FD-IDX) NOT = "OK"
                       AND WS-FD-TRL-TEXT(WS-FD-IDX) NOT = SPACES
                   MOVE SPACES TO WS-ALERT-TEXT
                   STRING "FEED " DELIMITED BY SIZE
                       WS-FD-NAME(WS-FD-IDX) DELIMITED BY SPACE
                       " TRAILER CHECK FAILED: " DELIMITED BY SIZE
                       WS-FD-TRL-TEXT(WS-FD-IDX) DELIMITED BY SIZE
                       INTO WS-ALERT-TEXT
                   PERFORM 2500-RAISE-ALERT
               END-IF
           END-IF.

       2120-LOG-ARRIVAL.
           MOVE SPACES TO FLOG-REC
           MOVE WS-RUN-DATE TO FLOG-DATE
           MOVE WS-FD-NAME(WS-FD-IDX) TO FLOG-FEED
           MOVE 'A' TO FLOG-TYPE
           MOVE WS-FD-ARR-TIME(WS-FD-IDX) TO FLOG-TIME
           MOVE WS-FD-BYTES(WS-FD-IDX) TO FLOG-BYTES
           MOVE WS-FD-RECORDS(WS-FD-IDX) TO FLOG-RECORDS
           MOVE WS-FD-TRL-SW(WS-FD-IDX) TO FLOG-TRAILER-SW
           MOVE WS-FD-TRL-COUNT(WS-FD-IDX) TO FLOG-TRAILER-COUNT
           COMPUTE WS-ARR-HHMM = WS-FD-ARR-TIME(WS-FD-IDX) / 100
           IF WS-ARR-HHMM > WS-FD-CUTOFF(WS-FD-IDX)
               MOVE "LATE" TO FLOG-STATUS
           ELSE
               MOVE "ON TIME" TO FLOG-STATUS
           END-IF
           MOVE WS-RUN-TICKET TO FLOG-TICKET
           WRITE FLOG-REC.

      *--------------------------------------------------------------*
      * 2200-SETTLE-STATE - AN ARRIVED FEED IS ON TIME OR LATE
      * AGAINST ITS CUT-OFF.  ONE STILL ABSENT IS PENDING UNTIL THE
      * CUT-OFF PASSES, THEN MISSING - ALERTED ONCE AND LOGGED SO A
      * LATER CHECK DOES NOT ALERT IT AGAIN.
      *--------------------------------------------------------------*
       2200-SETTLE-STATE.
           IF WS-FD-ARRIVED(WS-FD-IDX)
               COMPUTE WS-ARR-HHMM = WS-FD-ARR-TIME(WS-FD-IDX) / 100
               IF WS-ARR-HHMM > WS-FD-CUTOFF(WS-FD-IDX)
                   MOVE "LATE" TO WS-FD-STATE(WS-FD-IDX)
                   ADD 1 TO WS-LATE-COUNT
               ELSE
                   MOVE "ON TIME" TO WS-FD-STATE(WS-FD-IDX)
                   ADD 1 TO WS-ON-TIME-COUNT
               END-IF
               PERFORM 2300-CHECK-TRAILER
               IF WS-FD-TRL-TEXT(WS-FD-IDX) NOT = "OK"
                       AND WS-FD-TRL-TEXT(WS-FD-IDX) NOT = SPACES
                   ADD 1 TO WS-TRL-BAD-COUNT
               END-IF
           ELSE
               COMPUTE WS-ARR-HHMM = WS-RUN-HHMMSS / 100
               EVALUATE TRUE
                   WHEN WS-FD-STATE(WS-FD-IDX) = "UNREADABLE"
                       ADD 1 TO WS-OTHER-BAD-COUNT
                   WHEN WS-ARR-HHMM > WS-FD-CUTOFF(WS-FD-IDX)
                       MOVE "MISSING" TO WS-FD-STATE(WS-FD-IDX)
                       ADD 1 TO WS-MISSING-COUNT
                       IF NOT WS-FD-ALERTED(WS-FD-IDX)
                           PERFORM 2210-ALERT-MISSING
                       END-IF
                   WHEN OTHER
                       IF WS-FD-STATE(WS-FD-IDX) NOT = "EMPTY"
                               AND WS-FD-STATE(WS-FD-IDX) NOT = "STALE"
                           MOVE "PENDING" TO WS-FD-STATE(WS-FD-IDX)
                       END-IF
                       ADD 1 TO WS-PENDING-COUNT
               END-EVALUATE
           END-IF.

       2210-ALERT-MISSING.
           MOVE SPACES TO WS-ALERT-TEXT
           PERFORM 2400-FORMAT-CUTOFF
           STRING "FEED " DELIMITED BY SIZE
               WS-FD-NAME(WS-FD-IDX) DELIMITED BY SPACE
               " MISSING - CUT-OFF " DELIMITED BY SIZE
               WS-DISP-HHMM DELIMITED BY SIZE
               " PASSED" DELIMITED BY SIZE
               INTO WS-ALERT-TEXT
           PERFORM 2500-RAISE-ALERT
           MOVE 'Y' TO WS-FD-ALERTED-SW(WS-FD-IDX)
           MOVE SPACES TO FLOG-REC
           MOVE WS-RUN-DATE TO FLOG-DATE
           MOVE WS-FD-NAME(WS-FD-IDX) TO FLOG-FEED
           MOVE 'M' TO FLOG-TYPE
           MOVE WS-RUN-HHMMSS TO FLOG-TIME
           MOVE 0 TO FLOG-BYTES
           MOVE 0 TO FLOG-RECORDS
           MOVE 'N' TO FLOG-TRAILER-SW
           MOVE 0 TO FLOG-TRAILER-COUNT
           MOVE "MISSING" TO FLOG-STATUS
           MOVE WS-RUN-TICKET TO FLOG-TICKET
           WRITE FLOG-REC.

      *--------------------------------------------------------------*
      * 2300-CHECK-TRAILER - A FEED REGISTERED WITH A TRAILER MUST
      * END WITH ONE WHOSE COUNT MATCHES ITS DETAIL RECORDS.  A FEED
      * THAT HAS ONE ANYWAY IS CHECKED THE SAME WAY.
      *--------------------------------------------------------------*
       2300-CHECK-TRAILER.
           MOVE SPACES TO WS-FD-TRL-TEXT(WS-FD-IDX)
           IF WS-FD-TRL-SW(WS-FD-IDX) = 'Y'
               COMPUTE WS-DETAIL-COUNT = WS-FD-RECORDS(WS-FD-IDX) - 1
               IF WS-FD-TRL-COUNT(WS-FD-IDX) = WS-DETAIL-COUNT
                   MOVE "OK" TO WS-FD-TRL-TEXT(WS-FD-IDX)
               ELSE
                   MOVE "MISMATCH" TO WS-FD-TRL-TEXT(WS-FD-IDX)
               END-IF
           ELSE
               IF WS-FD-TRL-REQ(WS-FD-IDX) = 'Y'
                   MOVE "NONE" TO WS-FD-TRL-TEXT(WS-FD-IDX)
               END-IF
           END-IF.

       2400-FORMAT-CUTOFF.
           COMPUTE WS-DISP-HH = WS-FD-CUTOFF(WS-FD-IDX) / 100
           COMPUTE WS-DISP-MM = WS-FD-CUTOFF(WS-FD-IDX)
               - WS-DISP-HH * 100.

       2500-RAISE-ALERT.
           CALL "ALERTPUT" USING WS-ALERT-PROGRAM WS-ALERT-TEXT
           ADD 1 TO WS-ALERT-COUNT.

      *--------------------------------------------------------------*
      * 3000-PRINT-EXCEPTIONS - THE LATE/MISSING FEEDS REPORT: EVERY
      * DUE FEED THAT IS NOT SAFELY IN - LATE, MISSING, STILL
      * PENDING, EMPTY, UNREADABLE OR FAILING ITS TRAILER CHECK.
      *--------------------------------------------------------------*
       3000-PRINT-EXCEPTIONS.
           MOVE SPACES TO PRINT-LINE
           MOVE WS-RUN-HHMMSS TO WS-WORK-HHMMSS
           PERFORM 3250-FORMAT-TIME
           STRING "FEEDS DUE " WS-RUN-DATE " - CHECKED AT "
               WS-DISP-HHMMSS INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           IF NOT WS-BUSINESS-DAY
               MOVE SPACES TO PRINT-LINE
               STRING "*** " WS-RUN-DATE " IS NOT A BUSINESS DAY -"
                   " NO FEED IS DUE ***" INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE "===== LATE, MISSING AND OUTSTANDING FEEDS ====="
               TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           PERFORM 8960-COLUMN-HEADS
           MOVE 0 TO WS-EXCEPTION-COUNT
           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                   UNTIL WS-FD-IDX > WS-FD-COUNT
               MOVE 'N' TO WS-EXCEPTION-SW
               IF WS-FD-DUE(WS-FD-IDX)
                   IF WS-FD-STATE(WS-FD-IDX) NOT = "ON TIME"
                       MOVE 'Y' TO WS-EXCEPTION-SW
                   END-IF
                   IF WS-FD-TRL-TEXT(WS-FD-IDX) NOT = "OK"
                           AND WS-FD-TRL-TEXT(WS-FD-IDX) NOT = SPACES
                       MOVE 'Y' TO WS-EXCEPTION-SW
                   END-IF
               END-IF
               IF WS-IS-EXCEPTION
                   ADD 1 TO WS-EXCEPTION-COUNT
                   PERFORM 3200-PRINT-FEED-LINE
               END-IF
           END-PERFORM
           IF WS-EXCEPTION-COUNT = 0
               MOVE "     (NONE - EVERY FEED DUE SO FAR IS IN ON TIME)"
                   TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF.

       3100-PRINT-REGISTER.
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE "===== ALL REGISTERED FEEDS =====" TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           PERFORM 8960-COLUMN-HEADS
           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                   UNTIL WS-FD-IDX > WS-FD-COUNT
               PERFORM 3200-PRINT-FEED-LINE
           END-PERFORM.

       3200-PRINT-FEED-LINE.
           PERFORM 2400-FORMAT-CUTOFF
           IF WS-FD-ARRIVED(WS-FD-IDX)
               MOVE WS-FD-ARR-TIME(WS-FD-IDX) TO WS-WORK-HHMMSS
               PERFORM 3250-FORMAT-TIME
               MOVE WS-DISP-HHMMSS TO WS-DISP-ARRIVED
               MOVE WS-FD-BYTES(WS-FD-IDX) TO WS-DISP-BYTES
               MOVE WS-DISP-BYTES TO WS-DISP-BYTES-X
               MOVE WS-FD-RECORDS(WS-FD-IDX) TO WS-DISP-RECORDS
               MOVE WS-DISP-RECORDS TO WS-DISP-RECORDS-X
           ELSE
               MOVE SPACES TO WS-DISP-ARRIVED
               MOVE SPACES TO WS-DISP-BYTES-X
               MOVE SPACES TO WS-DISP-RECORDS-X
           END-IF
           IF WS-FD-TRL-SW(WS-FD-IDX) = 'Y'
               MOVE WS-FD-TRL-COUNT(WS-FD-IDX) TO WS-DISP-TRL-COUNT
               MOVE WS-DISP-TRL-COUNT TO WS-DISP-TRL-X
           ELSE
               MOVE SPACES TO WS-DISP-TRL-X
           END-IF
           MOVE SPACES TO PRINT-LINE
           STRING WS-FD-NAME(WS-FD-IDX) " " WS-FD-PARTNER(WS-FD-IDX)
               " " WS-FD-DUE-DAYS(WS-FD-IDX) "  " WS-DISP-HHMM "  "
               WS-FD-STATE(WS-FD-IDX) " " WS-DISP-ARRIVED " "
               WS-DISP-BYTES-X " " WS-DISP-RECORDS-X " "
               WS-DISP-TRL-X " " WS-FD-TRL-TEXT(WS-FD-IDX) " "
               WS-FD-FS(WS-FD-IDX) " " WS-FD-DESC(WS-FD-IDX)
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE.

       3250-FORMAT-TIME.
           MOVE WS-WORK-HH TO WS-DISP-T-HH
           MOVE WS-WORK-MM TO WS-DISP-T-MM
           MOVE WS-WORK-SS TO WS-DISP-T-SS.

      *--------------------------------------------------------------*
      * 4000-PRINT-TOTALS - THE RUN'S TALLY AND THE RETURN-CODE.
      *--------------------------------------------------------------*
       4000-PRINT-TOTALS.
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE "===== FEED MONITOR TOTALS =====" TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-FD-COUNT TO WS-DISP-COUNT
           STRING "FEEDS REGISTERED              " WS-DISP-COUNT
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           IF WS-BAD-CARD-COUNT > 0
               MOVE SPACES TO PRINT-LINE
               MOVE WS-BAD-CARD-COUNT TO WS-DISP-COUNT
               STRING "FEEDREG CARDS SKIPPED         " WS-DISP-COUNT
                   "   (SEE CONSOLE)" INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           MOVE WS-DUE-COUNT TO WS-DISP-COUNT
           STRING "DUE TODAY                     " WS-DISP-COUNT
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-ON-TIME-COUNT TO WS-DISP-COUNT
           STRING "  IN ON TIME                  " WS-DISP-COUNT
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-LATE-COUNT TO WS-DISP-COUNT
           STRING "  IN LATE                     " WS-DISP-COUNT
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-PENDING-COUNT TO WS-DISP-COUNT
           STRING "  PENDING BEFORE CUT-OFF      " WS-DISP-COUNT
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-MISSING-COUNT TO WS-DISP-COUNT
           STRING "  MISSING PAST CUT-OFF        " WS-DISP-COUNT
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-OTHER-BAD-COUNT TO WS-DISP-COUNT
           STRING "  UNREADABLE                  " WS-DISP-COUNT
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-TRL-BAD-COUNT TO WS-DISP-COUNT
           STRING "TRAILER CHECKS FAILED         " WS-DISP-COUNT
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-NEW-ARRIVALS TO WS-DISP-COUNT
           STRING "ARRIVALS LOGGED THIS CHECK    " WS-DISP-COUNT
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-ALERT-COUNT TO WS-DISP-COUNT
           STRING "ALERTS RAISED                 " WS-DISP-COUNT
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           EVALUATE TRUE
               WHEN WS-MISSING-COUNT > 0
                       OR WS-OTHER-BAD-COUNT > 0
                       OR WS-TRL-BAD-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-LATE-COUNT > 0
                       OR WS-PENDING-COUNT > 0
                       OR WS-BAD-CARD-COUNT > 0
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
           STRING "FEED                           PARTNER  DAYS   "
               "CUT    STATE      ARRIVED       BYTES RECORDS"
               " TRAILER CHECK    FS DESCRIPTION"
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE.

       9999-FINISH-EXIT.
           IF WS-LOG-OPEN
               CLOSE LOG-FILE
           END-IF
           IF WS-PRINT-STATUS = "00"
               CLOSE PRINT-FILE
               IF NOT WS-ABORT-RUN
                   MOVE RETURN-CODE TO WS-SAVE-RC
                   CALL "RPTARCHV" USING WS-ARCHIVE-REPORT
                   MOVE WS-SAVE-RC TO RETURN-CODE
               END-IF
           END-IF
           IF WS-ABORT-RUN
               DISPLAY "*** FEEDMON RUN ABORTED - SEE DIAGNOSTICS"
                   " ABOVE ***"
           ELSE
               MOVE WS-MISSING-COUNT TO WS-DISP-COUNT
               DISPLAY "FEEDMON: " WS-DISP-COUNT " FEED(S) MISSING"
                   " PAST CUT-OFF; REPORT ON FEEDRPT"
           END-IF
           MOVE WS-FD-COUNT TO WS-AUDIT-RECORDS-IN
           MOVE WS-NEW-ARRIVALS TO WS-AUDIT-RECORDS-OUT
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-RECORDS-IN
               WS-AUDIT-RECORDS-OUT WS-RUN-TICKET
           MOVE WS-SAVE-RC TO RETURN-CODE
           GOBACK.
