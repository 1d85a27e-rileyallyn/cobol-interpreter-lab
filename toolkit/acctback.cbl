      *****************************************************************
      * PROGRAM:  ACCTBACK
      *
      * PURPOSE:  BACKS OUT ONE ACCTPOST RUN BY ITS RUN TICKET.
      *           ACCTPOST JOURNALS EVERY MASTER RECORD IT TOUCHES TO
      *           ACCTJRNL (IMAGE BEFORE AND AFTER THE POSTING); THIS
      *           PROGRAM READS THE NAMED TICKET'S ENTRIES AND UNDOES
      *           THEM NEWEST FIRST - A CHANGED ACCOUNT GETS ITS
      *           BEFORE-IMAGE BACK, A DELETED ACCOUNT IS RE-CREATED,
      *           AN ADDED ACCOUNT IS REMOVED - SO A WRONG OR
      *           DOUBLE-POSTED TRANSACTION FILE CAN BE REVERSED
      *           WITHOUT RESTORING A MASTER COPY AND RE-KEYING
      *           EVERYTHING SINCE.
      *
      *           WHERE A LATER RUN HAS TOUCHED THE SAME ACCOUNT THE
      *           BEFORE-IMAGE WOULD WIPE THAT LATER WORK OUT, SO A
      *           CHANGE IS THEN REVERSED BY ITS NET AMOUNT INSTEAD,
      *           AND A DELETED ACCOUNT THAT HAS SINCE BEEN RE-ADDED
      *           IS LEFT ALONE - EACH SUCH CASE IS LISTED AS AN
      *           EXCEPTION ON THE BACKOUT REPORT (ACBRPT) FOR A
      *           PERSON TO LOOK AT.  EVERY REVERSAL IS ALSO WRITTEN
      *           TO THE ACCTHIST POSTING HISTORY (CODE R) SO THE
      *           ACCOUNT'S HISTORY STILL ADDS UP.
      *
      *           A TICKET IS BACKED OUT ONCE: EACH JOURNAL ENTRY
      *           WHOSE REVERSAL IS POSTED IS STAMPED WITH THE BACKOUT
      *           RUN'S TICKET AND IS NOT TAKEN AGAIN.  A SECOND ATTEMPT
      *           TAKES ONLY THE ENTRIES AN EXCEPTION LEFT UNDONE, AND
      *           IS REFUSED WHEN NONE ARE LEFT.  THE RUN NEEDS
      *           AUTHORITY LEVEL 3, CHECKED THROUGH THE SHARED
      *           OPERAUTH SUBPROGRAM, AND LEAVES AN AUDITNOTE LINE
      *           SAYING WHO REVERSED WHICH TICKET.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15  RA   INITIAL VERSION.
      *   2026-10-15  RA   ONLY AN ENTRY WHOSE REVERSAL WAS POSTED IS
      *                    STAMPED; AN EXCEPTION LEFT UNDONE STAYS
      *                    OPEN SO A LATER RUN OF THE SAME TICKET CAN
      *                    TAKE IT ONCE THE CAUSE IS PUT RIGHT.  THE
      *                    JOURNAL, MASTER AND HISTORY ARE CLOSED
      *                    WHENEVER THEY WERE OPENED.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTBACK.
       AUTHOR. R-ALLYN.
       INSTALLATION. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT HIST-FILE ASSIGN TO "ACCTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTH-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT JRNL-FILE ASSIGN TO "ACCTJRNL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT PRINT-FILE ASSIGN TO "ACBRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "TOOLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MASTER.
           COPY ACCTREC.

       FD  HIST-FILE.
           COPY ACCTHREC.

       FD  JRNL-FILE.
           COPY ACCTJREC.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(132).

       FD  PARM-FILE.
           COPY TOOLPARM.

       WORKING-STORAGE SECTION.
       77  WS-MASTER-STATUS        PIC X(02).
       77  WS-HIST-STATUS          PIC X(02).
       77  WS-JRNL-STATUS          PIC X(02).
       77  WS-PRINT-STATUS         PIC X(02).
       77  WS-PARM-STATUS          PIC X(02).
       77  WS-ABORT-SW             PIC X(01) VALUE 'N'.
           88  WS-ABORT-RUN         VALUE 'Y'.
       77  WS-JRNL-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-JRNL-OPEN         VALUE 'Y'.
       77  WS-MASTER-OPEN-SW       PIC X(01) VALUE 'N'.
           88  WS-MASTER-OPEN       VALUE 'Y'.
       77  WS-HIST-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-HIST-OPEN         VALUE 'Y'.
       77  WS-SAVE-RC              PIC S9(09) COMP.
       77  FEOF                    PIC X(01).
       77  WS-RUN-DATE             PIC 9(06).

      *--------------------------------------------------------------*
      * OPERATOR-PROMPT WORK FIELDS - EVERY QUESTION GOES THROUGH THE
      * SHARED RESPOND SUBPROGRAM (8800-GET-ANSWER) SO A RESPONSE
      * FILE CAN ANSWER IT IN AN UNATTENDED RUN.
      *--------------------------------------------------------------*
       77  WS-PROMPT               PIC X(60).
       77  WS-ANSWER               PIC X(60).
       77  WS-ANS-IDX              PIC 9(02) COMP.
       77  WS-ANS-DIGITS           PIC 9(02) COMP.
       77  WS-ANS-OK-SW            PIC X(01).
       77  WS-ANS-ENDED-SW         PIC X(01).

      *--------------------------------------------------------------*
      * AUTHORITY WORK FIELDS - A BACKOUT REWRITES LIVE ACCOUNTS AND
      * NEEDS AUTHORITY LEVEL 3.
      *--------------------------------------------------------------*
       77  WS-BACKOUT-LEVEL        PIC 9(01) VALUE 3.
       77  WS-OPER-ID              PIC X(08).
       77  WS-AUTH-ALLOWED-SW      PIC X(01).
           88  WS-AUTH-ALLOWED      VALUE 'Y'.
       77  WS-NOTE-TEXT            PIC X(80).

      *--------------------------------------------------------------*
      * JOURNAL TABLE - THE TICKET'S ENTRIES, LOADED IN POSTING ORDER
      * AND REVERSED FROM THE BOTTOM UP SO AN ACCOUNT POSTED TWICE IN
      * ONE RUN UNWINDS THROUGH ITS OWN INTERMEDIATE IMAGES.  A
      * TICKET LARGER THAN THE TABLE IS REFUSED BEFORE ANYTHING IS
      * TOUCHED.
      *--------------------------------------------------------------*
       77  WS-BACK-TICKET          PIC 9(09).
       77  WS-POSTED-DATE          PIC 9(06) VALUE 0.
       77  WS-J-LIMIT              PIC 9(04) COMP VALUE 5000.
       77  WS-J-COUNT              PIC 9(04) COMP VALUE 0.
       77  WS-J-IDX                PIC 9(04) COMP.
       77  WS-J-OVFL-SW            PIC X(01).
           88  WS-J-OVERFLOWED      VALUE 'Y'.
       77  WS-PRIOR-BACKOUT        PIC 9(09) VALUE 0.
       77  WS-J-DONE-COUNT         PIC 9(04) COMP VALUE 0.
       01  WS-J-TABLE.
           05  WS-J-ENTRY OCCURS 5000 TIMES.
               10  WS-J-SEQ        PIC 9(06).
               10  WS-J-CODE       PIC X(01).
               10  WS-J-ACCT-ID    PIC 9(05).
               10  WS-J-BEFORE-SW  PIC X(01).
               10  WS-J-BEFORE     PIC X(60).
               10  WS-J-AFTER-SW   PIC X(01).
               10  WS-J-AFTER      PIC X(60).

      *--------------------------------------------------------------*
      * REVERSAL WORK FIELDS
      *--------------------------------------------------------------*
       77  WS-CURR-IMAGE           PIC X(60).
       77  WS-IMG-BEFORE-BAL       PIC S9(14)V9(4).
       77  WS-IMG-AFTER-BAL        PIC S9(14)V9(4).
       77  WS-BAL-BEFORE           PIC S9(14)V9(4).
       77  WS-BAL-AFTER            PIC S9(14)V9(4).
       77  WS-RESULT-TEXT          PIC X(50).
       77  WS-ENTRY-OK-SW          PIC X(01).
           88  WS-ENTRY-OK          VALUE 'Y'.
       77  WS-EXCEPTION-SW         PIC X(01).
           88  WS-ENTRY-EXCEPTION   VALUE 'Y'.
       77  WS-HIST-SEQ             PIC 9(06) VALUE 0.
       77  WS-RESTORED-COUNT       PIC 9(06) COMP VALUE 0.
       77  WS-REMOVED-COUNT        PIC 9(06) COMP VALUE 0.
       77  WS-RECREATED-COUNT      PIC 9(06) COMP VALUE 0.
       77  WS-EXCEPTION-COUNT      PIC 9(06) COMP VALUE 0.
       77  WS-DISP-ID              PIC Z(04)9.
       77  WS-DISP-TICKET          PIC Z(08)9.
       77  WS-DISP-BALANCE         PIC -(14)9.9999.
       77  WS-DISP-COUNT           PIC Z(05)9.

      *--------------------------------------------------------------*
      * REPORT WORK FIELDS
      *--------------------------------------------------------------*
       01  WS-RPT-PROGRAM          PIC X(20) VALUE "ACCTBACK".
       01  WS-RPT-TITLE            PIC X(40)
           VALUE "ACCOUNT MASTER POSTING BACKOUT".
       77  WS-RPT-PAGE-NO          PIC 9(04) VALUE 1.
       77  WS-RPT-LINES-ON-PAGE    PIC 9(04) COMP VALUE 0.
       77  WS-RPT-MAX-LINES        PIC 9(04) COMP VALUE 60.
       77  WS-RPT-WIDTH            PIC 9(03) VALUE 132.
       01  WS-HEADING-1            PIC X(132).

       77  WS-AUDIT-PROGRAM       PIC X(20) VALUE "ACCTBACK".
       77  WS-AUDIT-RECORDS-IN    PIC 9(07).
       77  WS-AUDIT-RECORDS-OUT   PIC 9(07).
       77  WS-RUN-TICKET          PIC 9(09).
       77  WS-ARCHIVE-REPORT      PIC X(30) VALUE "ACBRPT".

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
               PERFORM 3000-REVERSE-ONE-ENTRY
                   VARYING WS-J-IDX FROM WS-J-COUNT BY -1
                   UNTIL WS-J-IDX < 1
               PERFORM 4000-PRINT-TOTALS
           END-IF
           PERFORM 9999-FINISH-EXIT.

      *--------------------------------------------------------------*
      * 1000-INITIALIZE - CHECK THE OPERATOR'S AUTHORITY, TAKE THE
      * TICKET TO BACK OUT, AND OPEN THE FILES.  NOTHING IS OPENED
      * FOR UPDATE UNTIL THE OPERATOR IS KNOWN TO BE ALLOWED.
      *--------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO WS-J-COUNT
           MOVE 0 TO WS-RESTORED-COUNT
           MOVE 0 TO WS-REMOVED-COUNT
           MOVE 0 TO WS-RECREATED-COUNT
           MOVE 0 TO WS-EXCEPTION-COUNT
           MOVE 0 TO WS-HIST-SEQ
           MOVE 1 TO WS-RPT-PAGE-NO
           MOVE 0 TO WS-RPT-LINES-ON-PAGE
           MOVE 'N' TO WS-ABORT-SW
           MOVE 'N' TO WS-JRNL-OPEN-SW
           MOVE 'N' TO WS-MASTER-OPEN-SW
           MOVE 'N' TO WS-HIST-OPEN-SW
           MOVE 132 TO WS-RPT-WIDTH
           ACCEPT WS-RUN-DATE FROM DATE
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
           CALL "OPERAUTH" USING WS-BACKOUT-LEVEL WS-OPER-ID
               WS-AUTH-ALLOWED-SW
           IF NOT WS-AUTH-ALLOWED
               DISPLAY "*** ACCTBACK: OPERATOR " WS-OPER-ID
                   " IS NOT AUTHORIZED TO BACK OUT A POSTING RUN"
                   " - NEEDS AUTHORITY LEVEL " WS-BACKOUT-LEVEL " ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF
           IF NOT WS-ABORT-RUN
               MOVE "RUN TICKET OF THE ACCTPOST RUN TO BACK OUT?"
                   TO WS-PROMPT
               PERFORM 8800-GET-ANSWER
               PERFORM 1100-CHECK-TICKET-ANSWER
               IF WS-ANS-OK-SW = 'Y'
                   MOVE FUNCTION NUMVAL(WS-ANSWER(1:9))
                       TO WS-BACK-TICKET
               ELSE
                   DISPLAY "*** ACCTBACK: NOT A RUN TICKET NUMBER -"
                       " NOTHING BACKED OUT ***"
                   MOVE 8 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 1200-OPEN-FILES
           END-IF.

      *--------------------------------------------------------------*
      * 1100-CHECK-TICKET-ANSWER - ONE TO NINE DIGITS, LEFT-JUSTIFIED
      * AS THE CONSOLE DELIVERS THEM, FOLLOWED ONLY BY SPACES.
      *--------------------------------------------------------------*
       1100-CHECK-TICKET-ANSWER.
           MOVE 'Y' TO WS-ANS-OK-SW
           MOVE 0 TO WS-ANS-DIGITS
           MOVE 'N' TO WS-ANS-ENDED-SW
           PERFORM VARYING WS-ANS-IDX FROM 1 BY 1
                   UNTIL WS-ANS-IDX > 60
               EVALUATE TRUE
                   WHEN WS-ANSWER(WS-ANS-IDX:1) >= '0'
                           AND WS-ANSWER(WS-ANS-IDX:1) <= '9'
                       IF WS-ANS-ENDED-SW = 'Y'
                           MOVE 'N' TO WS-ANS-OK-SW
                       END-IF
                       ADD 1 TO WS-ANS-DIGITS
                   WHEN WS-ANSWER(WS-ANS-IDX:1) = SPACE
                       MOVE 'Y' TO WS-ANS-ENDED-SW
                   WHEN OTHER
                       MOVE 'N' TO WS-ANS-OK-SW
               END-EVALUATE
           END-PERFORM
           IF WS-ANS-DIGITS = 0 OR WS-ANS-DIGITS > 9
               MOVE 'N' TO WS-ANS-OK-SW
           END-IF.

       1200-OPEN-FILES.
           OPEN I-O JRNL-FILE
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "*** ACCTBACK: UNABLE TO OPEN BEFORE-IMAGE"
                   " JOURNAL ACCTJRNL - FILE STATUS " WS-JRNL-STATUS
                   " ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           ELSE
               SET WS-JRNL-OPEN TO TRUE
           END-IF
           OPEN I-O ACCT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "*** ACCTBACK: UNABLE TO OPEN ACCOUNT MASTER"
                   " ACCTMAST - FILE STATUS " WS-MASTER-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           ELSE
               SET WS-MASTER-OPEN TO TRUE
           END-IF
           OPEN I-O HIST-FILE
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT HIST-FILE
               CLOSE HIST-FILE
               OPEN I-O HIST-FILE
           END-IF
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "*** ACCTBACK: UNABLE TO OPEN POSTING HISTORY"
                   " ACCTHIST - FILE STATUS " WS-HIST-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           ELSE
               SET WS-HIST-OPEN TO TRUE
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "*** ACCTBACK: UNABLE TO OPEN PRINT FILE"
                   " ACBRPT - FILE STATUS " WS-PRINT-STATUS " ***"
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
               MOVE WS-BACK-TICKET TO WS-DISP-TICKET
               MOVE SPACES TO PRINT-LINE
               STRING "BACKING OUT RUN TICKET " WS-DISP-TICKET
                   " - OPERATOR " WS-OPER-ID INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF.

      *--------------------------------------------------------------*
      * 2000-LOAD-TICKET - EVERY JOURNAL ENTRY FOR THE TICKET INTO
      * THE TABLE, THEN THE CHECKS THAT MUST PASS BEFORE A SINGLE
      * ACCOUNT IS TOUCHED: THE TICKET HAS ENTRIES, FITS THE TABLE,
      * HAS NOT ALREADY BEEN BACKED OUT, AND THE OPERATOR CONFIRMS.
      * ENTRIES AN EARLIER BACKOUT REVERSED ARE PASSED OVER; ONLY THE
      * ONES IT LEFT UNDONE ARE TAKEN AGAIN.
      *--------------------------------------------------------------*
       2000-LOAD-TICKET.
           MOVE 0 TO WS-J-COUNT
           MOVE 0 TO WS-PRIOR-BACKOUT
           MOVE 0 TO WS-J-DONE-COUNT
           MOVE 'N' TO WS-J-OVFL-SW
           MOVE WS-BACK-TICKET TO JRNL-TICKET
           MOVE 0 TO JRNL-SEQ
           START JRNL-FILE KEY >= JRNL-KEY
               INVALID KEY
                   MOVE 'Y' TO FEOF
               NOT INVALID KEY
                   MOVE 'N' TO FEOF
           END-START
           PERFORM UNTIL FEOF = 'Y'
               READ JRNL-FILE NEXT
                   AT END
                       MOVE 'Y' TO FEOF
                   NOT AT END
                       IF JRNL-TICKET NOT = WS-BACK-TICKET
                           MOVE 'Y' TO FEOF
                       ELSE
                           PERFORM 2100-HOLD-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-BACK-TICKET TO WS-DISP-TICKET
           IF WS-J-COUNT = 0 AND WS-PRIOR-BACKOUT NOT = 0
               MOVE SPACES TO PRINT-LINE
               STRING "*** TICKET " WS-DISP-TICKET " WAS ALREADY"
                   " BACKED OUT BY TICKET " WS-PRIOR-BACKOUT
                   " - NOTHING BACKED OUT ***" INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               DISPLAY "*** ACCTBACK: TICKET ALREADY BACKED OUT BY "
                   WS-PRIOR-BACKOUT " ***"
               MOVE 8 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
               GO TO 2000-LOAD-TICKET-EXIT
           END-IF
           IF WS-J-COUNT = 0
               MOVE SPACES TO PRINT-LINE
               STRING "*** NO JOURNAL ENTRIES FOR TICKET "
                   WS-DISP-TICKET " - NOTHING BACKED OUT ***"
                   INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               DISPLAY "*** ACCTBACK: NO JOURNAL ENTRIES FOR TICKET "
                   WS-DISP-TICKET " ***"
               MOVE 8 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
               GO TO 2000-LOAD-TICKET-EXIT
           END-IF
           IF WS-J-OVERFLOWED
               MOVE SPACES TO PRINT-LINE
               STRING "*** TICKET " WS-DISP-TICKET " HAS MORE ENTRIES"
                   " THAN ONE BACKOUT HOLDS - NOTHING BACKED OUT ***"
                   INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               DISPLAY "*** ACCTBACK: TICKET TOO LARGE TO BACK OUT IN"
                   " ONE RUN ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
               GO TO 2000-LOAD-TICKET-EXIT
           END-IF
           IF WS-J-DONE-COUNT > 0
               MOVE WS-J-DONE-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING WS-DISP-COUNT " ENTRY(IES) ALREADY BACKED OUT BY"
                   " TICKET " WS-PRIOR-BACKOUT " - PASSED OVER; THOSE"
                   " LEFT UNDONE ARE TAKEN NOW" INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF
           MOVE WS-J-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "TICKET " WS-DISP-TICKET " POSTED ON "
               WS-POSTED-DATE " - " WS-DISP-COUNT
               " JOURNAL ENTRY(IES)" INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           DISPLAY "TICKET " WS-DISP-TICKET " POSTED ON "
               WS-POSTED-DATE " - " WS-DISP-COUNT " ENTRY(IES)"
           MOVE "BACK OUT EVERY POSTING OF THIS TICKET? (Y/N)"
               TO WS-PROMPT
           PERFORM 8800-GET-ANSWER
           IF WS-ANSWER(1:1) NOT = 'Y' AND WS-ANSWER(1:1) NOT = 'y'
               MOVE SPACES TO PRINT-LINE
               STRING "BACKOUT DECLINED BY THE OPERATOR - NOTHING"
                   " CHANGED" INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               DISPLAY "ACCTBACK: BACKOUT DECLINED - NOTHING CHANGED"
               MOVE 4 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF.
       2000-LOAD-TICKET-EXIT.
           EXIT.

       2100-HOLD-ONE-ENTRY.
           MOVE JRNL-DATE TO WS-POSTED-DATE
           IF JRNL-BACKOUT-TICKET IS NUMERIC
                   AND JRNL-BACKOUT-TICKET NOT = 0
               MOVE JRNL-BACKOUT-TICKET TO WS-PRIOR-BACKOUT
               ADD 1 TO WS-J-DONE-COUNT
           ELSE
               PERFORM 2110-TAKE-ONE-ENTRY
           END-IF.

       2110-TAKE-ONE-ENTRY.
           IF WS-J-COUNT < WS-J-LIMIT
               ADD 1 TO WS-J-COUNT
               MOVE JRNL-SEQ TO WS-J-SEQ(WS-J-COUNT)
               MOVE JRNL-CODE TO WS-J-CODE(WS-J-COUNT)
               MOVE JRNL-ACCT-ID TO WS-J-ACCT-ID(WS-J-COUNT)
               MOVE JRNL-BEFORE-SW TO WS-J-BEFORE-SW(WS-J-COUNT)
               MOVE JRNL-BEFORE-IMAGE TO WS-J-BEFORE(WS-J-COUNT)
               MOVE JRNL-AFTER-SW TO WS-J-AFTER-SW(WS-J-COUNT)
               MOVE JRNL-AFTER-IMAGE TO WS-J-AFTER(WS-J-COUNT)
           ELSE
               SET WS-J-OVERFLOWED TO TRUE
           END-IF.

      *--------------------------------------------------------------*
      * 3000-REVERSE-ONE-ENTRY - UNDO THE JOURNAL ENTRY AT WS-J-IDX,
      * AND WHEN THE REVERSAL WAS POSTED STAMP IT WITH THIS RUN'S
      * TICKET.  THE ROUTE DEPENDS ON
      * WHAT THE POSTING DID: AN ADD IS REMOVED, A DELETE IS
      * RE-CREATED FROM ITS BEFORE-IMAGE, A CHANGE GETS ITS
      * BEFORE-IMAGE BACK - OR, WHEN A LATER RUN HAS MOVED THE
      * ACCOUNT SINCE, HAS ITS NET AMOUNT TAKEN BACK OUT SO THAT
      * LATER WORK SURVIVES.
      *--------------------------------------------------------------*
       3000-REVERSE-ONE-ENTRY.
           MOVE 'N' TO WS-ENTRY-OK-SW
           MOVE 'N' TO WS-EXCEPTION-SW
           MOVE SPACES TO WS-RESULT-TEXT
           MOVE 0 TO WS-BAL-BEFORE
           MOVE 0 TO WS-BAL-AFTER
           MOVE WS-J-ACCT-ID(WS-J-IDX) TO ACCT-ID
           READ ACCT-MASTER
               INVALID KEY
                   MOVE SPACES TO WS-CURR-IMAGE
               NOT INVALID KEY
                   MOVE ACCT-REC TO WS-CURR-IMAGE
                   MOVE ACCT-BALANCE TO WS-BAL-BEFORE
           END-READ
           EVALUATE WS-J-CODE(WS-J-IDX)
               WHEN 'A'
                   PERFORM 3100-REMOVE-ADDED
               WHEN 'C'
                   PERFORM 3200-RESTORE-CHANGED
               WHEN 'D'
                   PERFORM 3300-RECREATE-DELETED
           END-EVALUATE
           IF WS-ENTRY-OK
               PERFORM 3500-WRITE-REVERSAL-HISTORY
           END-IF
           IF WS-ENTRY-EXCEPTION
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
           PERFORM 3600-LIST-ENTRY
           IF WS-ENTRY-OK
               PERFORM 3700-STAMP-JOURNAL
           END-IF.

       3100-REMOVE-ADDED.
           IF WS-CURR-IMAGE = SPACES
               MOVE "EXCEPTION - ADDED ACCOUNT IS ALREADY GONE"
                   TO WS-RESULT-TEXT
               SET WS-ENTRY-EXCEPTION TO TRUE
           ELSE
               DELETE ACCT-MASTER
                   INVALID KEY
                       MOVE "EXCEPTION - MASTER DELETE FAILED"
                           TO WS-RESULT-TEXT
                       SET WS-ENTRY-EXCEPTION TO TRUE
               END-DELETE
               IF NOT WS-ENTRY-EXCEPTION
                   SET WS-ENTRY-OK TO TRUE
                   ADD 1 TO WS-REMOVED-COUNT
                   MOVE 0 TO WS-BAL-AFTER
                   IF WS-CURR-IMAGE = WS-J-AFTER(WS-J-IDX)
                       MOVE "ADDED ACCOUNT REMOVED" TO WS-RESULT-TEXT
                   ELSE
                       MOVE "ADDED ACCOUNT REMOVED - HAD LATER ACTIVITY"
                           TO WS-RESULT-TEXT
                       SET WS-ENTRY-EXCEPTION TO TRUE
                   END-IF
               END-IF
           END-IF.

       3200-RESTORE-CHANGED.
           IF WS-CURR-IMAGE = SPACES
               MOVE "EXCEPTION - ACCOUNT DELETED SINCE, NOT RESTORED"
                   TO WS-RESULT-TEXT
               SET WS-ENTRY-EXCEPTION TO TRUE
           ELSE
               IF WS-CURR-IMAGE = WS-J-AFTER(WS-J-IDX)
                   MOVE WS-J-BEFORE(WS-J-IDX) TO ACCT-REC
                   MOVE "BEFORE-IMAGE RESTORED" TO WS-RESULT-TEXT
               ELSE
                   MOVE WS-J-BEFORE(WS-J-IDX) TO ACCT-REC
                   MOVE ACCT-BALANCE TO WS-IMG-BEFORE-BAL
                   MOVE WS-J-AFTER(WS-J-IDX) TO ACCT-REC
                   MOVE ACCT-BALANCE TO WS-IMG-AFTER-BAL
                   MOVE WS-CURR-IMAGE TO ACCT-REC
                   COMPUTE ACCT-BALANCE = ACCT-BALANCE
                       - (WS-IMG-AFTER-BAL - WS-IMG-BEFORE-BAL)
                   MOVE WS-RUN-DATE TO ACCT-LAST-POSTED
                   MOVE "LATER ACTIVITY - NET CHANGE REVERSED"
                       TO WS-RESULT-TEXT
                   SET WS-ENTRY-EXCEPTION TO TRUE
               END-IF
               MOVE 'Y' TO WS-ENTRY-OK-SW
               REWRITE ACCT-REC
                   INVALID KEY
                       MOVE "EXCEPTION - MASTER REWRITE FAILED"
                           TO WS-RESULT-TEXT
                       SET WS-ENTRY-EXCEPTION TO TRUE
                       MOVE 'N' TO WS-ENTRY-OK-SW
               END-REWRITE
               IF WS-ENTRY-OK
                   ADD 1 TO WS-RESTORED-COUNT
                   MOVE ACCT-BALANCE TO WS-BAL-AFTER
               END-IF
           END-IF.

       3300-RECREATE-DELETED.
           IF WS-CURR-IMAGE NOT = SPACES
               MOVE "EXCEPTION - ACCOUNT RE-ADDED SINCE, NOT RESTORED"
                   TO WS-RESULT-TEXT
               SET WS-ENTRY-EXCEPTION TO TRUE
           ELSE
               MOVE WS-J-BEFORE(WS-J-IDX) TO ACCT-REC
               WRITE ACCT-REC
                   INVALID KEY
                       MOVE "EXCEPTION - MASTER WRITE FAILED"
                           TO WS-RESULT-TEXT
                       SET WS-ENTRY-EXCEPTION TO TRUE
               END-WRITE
               IF NOT WS-ENTRY-EXCEPTION
                   SET WS-ENTRY-OK TO TRUE
                   ADD 1 TO WS-RECREATED-COUNT
                   MOVE ACCT-BALANCE TO WS-BAL-AFTER
                   MOVE "DELETED ACCOUNT RE-CREATED" TO WS-RESULT-TEXT
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 3500-WRITE-REVERSAL-HISTORY - THE REVERSAL GOES INTO ACCTHIST
      * UNDER THIS RUN'S TICKET AS CODE R, SO AN ACCOUNT'S POSTINGS
      * STILL SUM TO ITS BALANCE AFTER A BACKOUT.
      *--------------------------------------------------------------*
       3500-WRITE-REVERSAL-HISTORY.
           ADD 1 TO WS-HIST-SEQ
           MOVE WS-J-ACCT-ID(WS-J-IDX) TO ACCTH-ID
           MOVE WS-RUN-DATE TO ACCTH-DATE
           MOVE WS-RUN-TICKET TO ACCTH-TICKET
           MOVE WS-HIST-SEQ TO ACCTH-SEQ
           MOVE 'R' TO ACCTH-CODE
           COMPUTE ACCTH-AMOUNT = WS-BAL-AFTER - WS-BAL-BEFORE
           MOVE WS-BAL-BEFORE TO ACCTH-BAL-BEFORE
           MOVE WS-BAL-AFTER TO ACCTH-BAL-AFTER
           WRITE ACCTH-REC
               INVALID KEY
                   DISPLAY "*** ACCTBACK: HISTORY WRITE FAILED FOR ID "
                       ACCTH-ID " - FILE STATUS " WS-HIST-STATUS
                       " ***"
           END-WRITE.

       3600-LIST-ENTRY.
           MOVE WS-J-ACCT-ID(WS-J-IDX) TO WS-DISP-ID
           MOVE WS-BAL-AFTER TO WS-DISP-BALANCE
           MOVE SPACES TO PRINT-LINE
           IF WS-ENTRY-OK
               STRING WS-J-CODE(WS-J-IDX) " ID " WS-DISP-ID
                   " LINE " WS-J-SEQ(WS-J-IDX) " - " WS-RESULT-TEXT
                   " BALANCE NOW " WS-DISP-BALANCE INTO PRINT-LINE
           ELSE
               STRING WS-J-CODE(WS-J-IDX) " ID " WS-DISP-ID
                   " LINE " WS-J-SEQ(WS-J-IDX) " - " WS-RESULT-TEXT
                   INTO PRINT-LINE
           END-IF
           PERFORM 8900-PRINT-LINE.

       3700-STAMP-JOURNAL.
           MOVE WS-BACK-TICKET TO JRNL-TICKET
           MOVE WS-J-SEQ(WS-J-IDX) TO JRNL-SEQ
           READ JRNL-FILE
               INVALID KEY
                   DISPLAY "*** ACCTBACK: JOURNAL ENTRY VANISHED - "
                       "LINE " WS-J-SEQ(WS-J-IDX) " ***"
               NOT INVALID KEY
                   MOVE WS-RUN-TICKET TO JRNL-BACKOUT-TICKET
                   REWRITE JRNL-REC
                       INVALID KEY
                           DISPLAY "*** ACCTBACK: JOURNAL REWRITE"
                               " FAILED - FILE STATUS " WS-JRNL-STATUS
                               " ***"
                   END-REWRITE
           END-READ.

      *--------------------------------------------------------------*
      * 4000-PRINT-TOTALS - WHAT THE BACKOUT DID, AND THE AUDITLG
      * NOTE SAYING WHO DID IT.  ANY EXCEPTION LEAVES RETURN-CODE 4.
      *--------------------------------------------------------------*
       4000-PRINT-TOTALS.
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE "===== BACKOUT TOTALS =====" TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-J-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "JOURNAL ENTRIES  . . : " WS-DISP-COUNT
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-RESTORED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "CHANGES REVERSED . . : " WS-DISP-COUNT
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-REMOVED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "ADDS REMOVED . . . . : " WS-DISP-COUNT
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-RECREATED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "DELETES RE-CREATED . : " WS-DISP-COUNT
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-EXCEPTION-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "EXCEPTIONS . . . . . : " WS-DISP-COUNT
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-BACK-TICKET TO WS-DISP-TICKET
           MOVE WS-EXCEPTION-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO WS-NOTE-TEXT
           STRING "ACCTPOST TICKET " WS-DISP-TICKET " BACKED OUT BY "
               WS-OPER-ID " -" WS-DISP-COUNT " EXCEPTION(S)"
               INTO WS-NOTE-TEXT
           CALL "AUDITNOTE" USING WS-AUDIT-PROGRAM WS-NOTE-TEXT
               WS-RUN-TICKET
           IF WS-EXCEPTION-COUNT > 0
               DISPLAY "*** ACCTBACK: " WS-EXCEPTION-COUNT
                   " EXCEPTION(S) - SEE ACBRPT ***"
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
           IF WS-JRNL-OPEN
               CLOSE JRNL-FILE
               MOVE 'N' TO WS-JRNL-OPEN-SW
           END-IF
           IF WS-MASTER-OPEN
               CLOSE ACCT-MASTER
               MOVE 'N' TO WS-MASTER-OPEN-SW
           END-IF
           IF WS-HIST-OPEN
               CLOSE HIST-FILE
               MOVE 'N' TO WS-HIST-OPEN-SW
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
               DISPLAY "*** ACCTBACK: NO ACCOUNTS CHANGED - SEE"
                   " DIAGNOSTICS ABOVE ***"
           ELSE
               DISPLAY "BACKOUT REPORT WRITTEN TO ACBRPT"
           END-IF
           MOVE WS-J-COUNT TO WS-AUDIT-RECORDS-IN
           COMPUTE WS-AUDIT-RECORDS-OUT = WS-RESTORED-COUNT
               + WS-REMOVED-COUNT + WS-RECREATED-COUNT
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-RECORDS-IN
               WS-AUDIT-RECORDS-OUT WS-RUN-TICKET
           MOVE WS-SAVE-RC TO RETURN-CODE
           GOBACK.
