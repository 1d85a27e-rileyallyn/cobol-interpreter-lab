      *****************************************************************
      * PROGRAM:  RETAIN
      *
      * PURPOSE:  SHOP-WIDE INPUT RETENTION AND REPLAY.  LINEAGE SAYS
      *           WHICH FILE A RUN READ, BUT THE FILE ITSELF IS
      *           USUALLY OVERWRITTEN BY THE NEXT DAY'S FEED, SO A
      *           QUESTIONED FIGURE COULD NOT BE REPRODUCED.  STATS,
      *           SORTING, ACCTPOST AND QUADRATICSOLVER NOW CALL HERE
      *           FOR EVERY INPUT FILE THEY CONSUME AND FOR EVERY
      *           ANSWER THEY TAKE, AND ONCE AT THE END OF THE RUN;
      *           THIS PROGRAM KEEPS A TICKET-STAMPED COPY OF EACH
      *           AND CATALOGUES IT IN RETNCAT (RETNREC COPYBOOK).
      *           RERUN THEN PUTS THE SAME PROGRAMS INTO REPLAY MODE
      *           THROUGH HERE, AND THEY READ THE RETAINED COPIES, THE
      *           RETAINED TOOLPARM AND THE RETAINED ANSWERS INSTEAD OF
      *           THE LIVE ONES.
      *
      *           LK-ACTION  F  RETAIN THE FILE LK-NAME READ BY THE
      *                         RUN LK-TICKET, KIND LK-KIND, WITH THE
      *                         PROGRAM'S RECORD COUNT (LK-COUNT) AND
      *                         TRAILER HASH (LK-VALUE).  A NAME THE
      *                         TICKET HAS ALREADY RETAINED IS NOT
      *                         COPIED AGAIN.
      *                      A  LOG THE ANSWER LK-TEXT GIVEN TO THE
      *                         PROMPT LK-NAME.
      *                      E  END OF RUN - RETAIN TOOLPARM AS IT
      *                         STANDS, CATALOGUE THE ANSWER LOG AND
      *                         THE REPORT NAME LK-NAME.
      *                      S  START A REPLAY OF TICKET LK-TICKET.
      *                         LK-KIND COMES BACK RERUN, OR NONE WHEN
      *                         NOTHING IS CATALOGUED FOR IT.
      *                      Q  IS A REPLAY ACTIVE?  LK-KIND COMES
      *                         BACK RERUN WITH THE TICKET BEING
      *                         REPLAYED IN LK-TICKET AND THE DATE
      *                         (YYMMDD) IT WAS FIRST RUN IN THE
      *                         FIRST SIX BYTES OF LK-VALUE, OR
      *                         SPACES.
      *                      M  THE NAME TO OPEN FOR THE FILE LK-NAME -
      *                         ITS RETAINED COPY DURING A REPLAY.
      *                      R  THE RETAINED ANSWER TO THE PROMPT
      *                         LK-NAME, IN LK-TEXT.
      *                      X  END THE REPLAY.  LK-COUNT COMES BACK
      *                         WITH THE NUMBER OF FILES OPENED THAT
      *                         HAD NO RETAINED COPY.
      *
      *           DURING A REPLAY F, A AND E DO NOTHING - THE REPLAY
      *           IS NOT ITSELF RETAINED.  A RUN WITH NO TICKET IS NOT
      *           RETAINED.  ANSWERS ARE MATCHED TO THEIR PROMPT, SO A
      *           QUESTION ONLY ONE OF THE TWO RUNS ASKED DOES NOT PUT
      *           THE REST OUT OF STEP.  THE CALLER'S RETURN-CODE IS
      *           KEPT.
      *
      * USAGE:    CALL "RETAIN" USING LK-ACTION LK-PROGRAM-NAME
      *               LK-TICKET LK-KIND LK-NAME LK-TEXT LK-COUNT
      *               LK-VALUE.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15  RA   INITIAL VERSION.
      *   2026-10-15  RA   Q ALSO RETURNS THE DATE THE REPLAYED TICKET
      *                    WAS RUN, SO A REPLAY CONVERTS FOREIGN
      *                    AMOUNTS AT THE EXCHANGE RATES OF THAT DAY
      *                    RATHER THAN TODAY'S.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETAIN.
       AUTHOR. R-ALLYN.
       INSTALLATION. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-FILE ASSIGN TO DYNAMIC WS-SOURCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT COPY-FILE ASSIGN TO DYNAMIC WS-COPY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-STATUS.
           SELECT ANSWER-FILE ASSIGN TO DYNAMIC WS-ANSWER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANSWER-STATUS.
           SELECT OPTIONAL CATALOG-FILE ASSIGN TO "RETNCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-FILE.
       01  SOURCE-LINE             PIC X(256).

       FD  COPY-FILE.
       01  COPY-LINE               PIC X(256).

       FD  ANSWER-FILE.
       01  ANSWER-REC.
           05  ANSWER-PROMPT       PIC X(60).
           05  FILLER              PIC X(01).
           05  ANSWER-TEXT         PIC X(60).

       FD  CATALOG-FILE.
           COPY RETNREC.

       WORKING-STORAGE SECTION.
       77  WS-SOURCE-STATUS        PIC X(02).
       77  WS-COPY-STATUS          PIC X(02).
       77  WS-ANSWER-STATUS        PIC X(02).
       77  WS-CAT-STATUS           PIC X(02).
       77  WS-SAVE-RC              PIC S9(09) COMP.
       77  WS-EOF-SW               PIC X(01).
           88  WS-AT-EOF            VALUE 'Y'.
       77  WS-RUN-DATE             PIC 9(06).
       01  WS-RUN-TIME-FULL.
           05  WS-RUN-TIME         PIC 9(06).
           05  FILLER              PIC 9(02).
       77  WS-LOCK-ACTION          PIC X(01).
       77  WS-LOCK-RESOURCE        PIC X(08).
       77  WS-LOCK-GRANTED-SW      PIC X(01).

      *--------------------------------------------------------------*
      * RETENTION STATE FOR THE TICKET NOW RUNNING.  A NEW TICKET
      * STARTS THE SEQUENCE AND THE LIST OF NAMES ALREADY KEPT AFRESH.
      *--------------------------------------------------------------*
       77  WS-CUR-TICKET           PIC 9(09) VALUE 0.
       77  WS-CUR-SEQ              PIC 9(03) VALUE 0.
       77  WS-CUR-ANSWERS          PIC 9(07) VALUE 0.
       77  WS-CUR-PARMS-SW         PIC X(01) VALUE 'N'.
           88  WS-CUR-PARMS-KEPT    VALUE 'Y'.
       77  WS-KEPT-LIMIT           PIC 9(03) COMP VALUE 200.
       77  WS-KEPT-COUNT           PIC 9(03) COMP VALUE 0.
       77  WS-KEPT-IDX             PIC 9(03) COMP.
       77  WS-KEPT-HIT             PIC 9(03) COMP.
       01  WS-KEPT-TABLE.
           05  WS-KEPT-NAME OCCURS 200 TIMES PIC X(30).

      *--------------------------------------------------------------*
      * ONE FILE'S COPY - THE NAMES, THE LINE COUNTS AND THE RESULT.
      *--------------------------------------------------------------*
       77  WS-SOURCE-NAME          PIC X(30).
       77  WS-COPY-NAME            PIC X(16).
       77  WS-ANSWER-NAME          PIC X(16).
       77  WS-DELETE-NAME          PIC X(30).
       77  WS-COPY-COUNT           PIC 9(07).
       77  WS-CHECK-COUNT          PIC 9(07).
       77  WS-COPY-RESULT          PIC X(01).
       77  WS-DISP-SEQ             PIC 9(03).

      *--------------------------------------------------------------*
      * THE CATALOG LINE BEING BUILT - BUILT HERE AND MOVED TO THE
      * RECORD AREA ONLY ONCE THE FILE IS OPEN.
      *--------------------------------------------------------------*
           COPY RETNREC REPLACING LEADING ==RTN== BY ==RTNW==.

      *--------------------------------------------------------------*
      * REPLAY STATE.  THE TICKET'S FILE MAP (ORIGINAL NAME TO
      * RETAINED COPY) AND ITS ANSWERS IN THE ORDER THEY WERE GIVEN.
      *--------------------------------------------------------------*
       77  WS-RR-ACTIVE-SW         PIC X(01) VALUE 'N'.
           88  WS-RR-ACTIVE         VALUE 'Y'.
       77  WS-RR-TICKET            PIC 9(09) VALUE 0.
       77  WS-RR-RUN-DATE          PIC 9(06) VALUE 0.
       77  WS-RR-LIVE-COUNT        PIC 9(07) VALUE 0.
       77  WS-RR-MAP-LIMIT         PIC 9(03) COMP VALUE 200.
       77  WS-RR-MAP-COUNT         PIC 9(03) COMP VALUE 0.
       77  WS-RR-MAP-IDX           PIC 9(03) COMP.
       77  WS-RR-MAP-HIT           PIC 9(03) COMP.
       01  WS-RR-MAP-TABLE.
           05  WS-RR-MAP-ENTRY OCCURS 200 TIMES.
               10  WS-RR-ORIG-NAME PIC X(30).
               10  WS-RR-COPY-NAME PIC X(16).
       77  WS-RR-ANS-LIMIT         PIC 9(03) COMP VALUE 300.
       77  WS-RR-ANS-COUNT         PIC 9(03) COMP VALUE 0.
       77  WS-RR-ANS-NEXT          PIC 9(03) COMP VALUE 1.
       77  WS-RR-ANS-IDX           PIC 9(03) COMP.
       77  WS-RR-ANS-HIT           PIC 9(03) COMP.
       01  WS-RR-ANS-TABLE.
           05  WS-RR-ANS-ENTRY OCCURS 300 TIMES.
               10  WS-RR-PROMPT    PIC X(60).
               10  WS-RR-ANSWER    PIC X(60).
       77  WS-RR-ANS-FILE          PIC X(16).

       LINKAGE SECTION.
       01  LK-ACTION               PIC X(01).
       01  LK-PROGRAM-NAME         PIC X(20).
       01  LK-TICKET               PIC 9(09).
       01  LK-KIND                 PIC X(08).
       01  LK-NAME                 PIC X(60).
       01  LK-TEXT                 PIC X(60).
       01  LK-COUNT                PIC 9(07).
       01  LK-VALUE                PIC X(24).

       PROCEDURE DIVISION USING LK-ACTION LK-PROGRAM-NAME LK-TICKET
               LK-KIND LK-NAME LK-TEXT LK-COUNT LK-VALUE.
       0000-MAINLINE.
           MOVE RETURN-CODE TO WS-SAVE-RC
           EVALUATE LK-ACTION
               WHEN 'F'
                   IF NOT WS-RR-ACTIVE AND LK-TICKET > 0
                       PERFORM 1000-TAKE-TICKET
                       PERFORM 2000-RETAIN-FILE
                   END-IF
               WHEN 'A'
                   IF NOT WS-RR-ACTIVE AND LK-TICKET > 0
                       PERFORM 1000-TAKE-TICKET
                       PERFORM 3000-LOG-ANSWER
                   END-IF
               WHEN 'E'
                   IF NOT WS-RR-ACTIVE AND LK-TICKET > 0
                       PERFORM 1000-TAKE-TICKET
                       PERFORM 4000-END-OF-RUN
                   END-IF
               WHEN 'S'
                   PERFORM 5000-START-REPLAY
               WHEN 'Q'
                   IF WS-RR-ACTIVE
                       MOVE "RERUN" TO LK-KIND
                       MOVE WS-RR-TICKET TO LK-TICKET
                       MOVE WS-RR-RUN-DATE TO LK-VALUE(1:6)
                   ELSE
                       MOVE SPACES TO LK-KIND
                   END-IF
               WHEN 'M'
                   IF WS-RR-ACTIVE
                       PERFORM 6000-MAP-NAME
                   END-IF
               WHEN 'R'
                   MOVE SPACES TO LK-TEXT
                   IF WS-RR-ACTIVE
                       PERFORM 6500-REPLAY-ANSWER
                   END-IF
               WHEN 'X'
                   MOVE WS-RR-LIVE-COUNT TO LK-COUNT
                   MOVE 'N' TO WS-RR-ACTIVE-SW
                   MOVE 0 TO WS-RR-TICKET
           END-EVALUATE
           MOVE WS-SAVE-RC TO RETURN-CODE
           GOBACK.

      *--------------------------------------------------------------*
      * 1000-TAKE-TICKET - THE FIRST CALL FOR A NEW TICKET STARTS ITS
      * SEQUENCE, ITS LIST OF NAMES KEPT AND ITS ANSWER COUNT AFRESH.
      *--------------------------------------------------------------*
       1000-TAKE-TICKET.
           IF LK-TICKET NOT = WS-CUR-TICKET
               MOVE LK-TICKET TO WS-CUR-TICKET
               MOVE 0 TO WS-CUR-SEQ
               MOVE 0 TO WS-KEPT-COUNT
               MOVE 0 TO WS-CUR-ANSWERS
               MOVE 'N' TO WS-CUR-PARMS-SW
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME-FULL FROM TIME.

      *--------------------------------------------------------------*
      * 2000-RETAIN-FILE - ONE INPUT FILE, ONCE PER TICKET.  THE COPY
      * IS READ BACK AND MUST HOLD EVERY LINE THE FILE GAVE UP; A
      * COPY THAT DOES NOT IS REMOVED AND CATALOGUED AS FAILED.
      *--------------------------------------------------------------*
       2000-RETAIN-FILE.
           MOVE 0 TO WS-KEPT-HIT
           PERFORM VARYING WS-KEPT-IDX FROM 1 BY 1
                   UNTIL WS-KEPT-IDX > WS-KEPT-COUNT OR WS-KEPT-HIT > 0
               IF WS-KEPT-NAME(WS-KEPT-IDX) = LK-NAME(1:30)
                   MOVE WS-KEPT-IDX TO WS-KEPT-HIT
               END-IF
           END-PERFORM
           IF WS-KEPT-HIT = 0 AND LK-NAME NOT = SPACES
               IF WS-KEPT-COUNT < WS-KEPT-LIMIT
                   ADD 1 TO WS-KEPT-COUNT
                   MOVE LK-NAME(1:30) TO WS-KEPT-NAME(WS-KEPT-COUNT)
               END-IF
               ADD 1 TO WS-CUR-SEQ
               MOVE WS-CUR-SEQ TO WS-DISP-SEQ
               MOVE LK-NAME(1:30) TO WS-SOURCE-NAME
               MOVE SPACES TO WS-COPY-NAME
               STRING "RT" WS-CUR-TICKET "." WS-DISP-SEQ
                   DELIMITED BY SIZE INTO WS-COPY-NAME
               PERFORM 2100-COPY-FILE
               PERFORM 7000-BUILD-LINE
               MOVE LK-KIND TO RTNW-KIND
               MOVE LK-COUNT TO RTNW-RECORDS
               MOVE LK-VALUE TO RTNW-VALUE
               PERFORM 7100-APPEND-LINE
           END-IF.

      *--------------------------------------------------------------*
      * 2100-COPY-FILE - WS-SOURCE-NAME TO WS-COPY-NAME, LINE FOR
      * LINE, LEAVING C (COPIED AND CHECKED), N (NO SUCH FILE) OR
      * F (FAILED) IN WS-COPY-RESULT.
      *--------------------------------------------------------------*
       2100-COPY-FILE.
           MOVE 0 TO WS-COPY-COUNT
           OPEN INPUT SOURCE-FILE
           EVALUATE TRUE
               WHEN WS-SOURCE-STATUS = "35"
                   MOVE 'N' TO WS-COPY-RESULT
               WHEN WS-SOURCE-STATUS NOT = "00"
                   MOVE 'F' TO WS-COPY-RESULT
               WHEN OTHER
                   MOVE 'C' TO WS-COPY-RESULT
                   OPEN OUTPUT COPY-FILE
                   IF WS-COPY-STATUS NOT = "00"
                       MOVE 'F' TO WS-COPY-RESULT
                   ELSE
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM UNTIL WS-AT-EOF
                           READ SOURCE-FILE
                               AT END
                                   SET WS-AT-EOF TO TRUE
                               NOT AT END
                                   PERFORM 2150-WRITE-COPY-LINE
                           END-READ
                       END-PERFORM
                       CLOSE COPY-FILE
                   END-IF
                   CLOSE SOURCE-FILE
           END-EVALUATE
           IF WS-COPY-RESULT = 'C'
               PERFORM 2200-CHECK-COPY
           END-IF
           IF WS-COPY-RESULT = 'F'
               DISPLAY "*** RETAIN: " WS-SOURCE-NAME " COULD NOT BE"
                   " RETAINED FOR TICKET " WS-CUR-TICKET " ***"
               MOVE WS-COPY-NAME TO WS-DELETE-NAME
               CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
           END-IF.

       2150-WRITE-COPY-LINE.
           MOVE SOURCE-LINE TO COPY-LINE
           WRITE COPY-LINE
           IF WS-COPY-STATUS = "00"
               ADD 1 TO WS-COPY-COUNT
           ELSE
               MOVE 'F' TO WS-COPY-RESULT
           END-IF.

      *--------------------------------------------------------------*
      * 2200-CHECK-COPY - THE COPY IS READ BACK AND COUNTED.
      *--------------------------------------------------------------*
       2200-CHECK-COPY.
           MOVE 0 TO WS-CHECK-COUNT
           OPEN INPUT COPY-FILE
           IF WS-COPY-STATUS NOT = "00"
               MOVE 'F' TO WS-COPY-RESULT
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
               IF WS-CHECK-COUNT NOT = WS-COPY-COUNT
                   MOVE 'F' TO WS-COPY-RESULT
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 3000-LOG-ANSWER - ONE LINE ON THE TICKET'S ANSWER LOG.
      *--------------------------------------------------------------*
       3000-LOG-ANSWER.
           MOVE SPACES TO WS-ANSWER-NAME
           STRING "RT" WS-CUR-TICKET ".AN"
               DELIMITED BY SIZE INTO WS-ANSWER-NAME
           OPEN EXTEND ANSWER-FILE
           IF WS-ANSWER-STATUS = "35"
               OPEN OUTPUT ANSWER-FILE
           END-IF
           IF WS-ANSWER-STATUS = "00"
               MOVE SPACES TO ANSWER-REC
               MOVE LK-NAME TO ANSWER-PROMPT
               MOVE LK-TEXT TO ANSWER-TEXT
               WRITE ANSWER-REC
               IF WS-ANSWER-STATUS = "00"
                   ADD 1 TO WS-CUR-ANSWERS
               END-IF
               CLOSE ANSWER-FILE
           ELSE
               DISPLAY "*** RETAIN: UNABLE TO OPEN ANSWER LOG "
                   WS-ANSWER-NAME " - FILE STATUS " WS-ANSWER-STATUS
                   " ***"
           END-IF.

      *--------------------------------------------------------------*
      * 4000-END-OF-RUN - TOOLPARM AS IT STANDS (ONCE PER TICKET),
      * THE ANSWER LOG AND THE REPORT THE RUN WROTE.
      *--------------------------------------------------------------*
       4000-END-OF-RUN.
           IF NOT WS-CUR-PARMS-KEPT
               SET WS-CUR-PARMS-KEPT TO TRUE
               ADD 1 TO WS-CUR-SEQ
               MOVE "TOOLPARM" TO WS-SOURCE-NAME
               MOVE SPACES TO WS-COPY-NAME
               STRING "RT" WS-CUR-TICKET ".PM"
                   DELIMITED BY SIZE INTO WS-COPY-NAME
               PERFORM 2100-COPY-FILE
               PERFORM 7000-BUILD-LINE
               MOVE "PARMS" TO RTNW-KIND
               MOVE WS-COPY-COUNT TO RTNW-RECORDS
               PERFORM 7100-APPEND-LINE
           END-IF
           ADD 1 TO WS-CUR-SEQ
           MOVE "ANSWERS" TO WS-SOURCE-NAME
           MOVE SPACES TO WS-COPY-NAME
           STRING "RT" WS-CUR-TICKET ".AN"
               DELIMITED BY SIZE INTO WS-COPY-NAME
           MOVE WS-CUR-ANSWERS TO WS-COPY-COUNT
           IF WS-CUR-ANSWERS > 0
               MOVE 'C' TO WS-COPY-RESULT
           ELSE
               MOVE 'N' TO WS-COPY-RESULT
           END-IF
           PERFORM 7000-BUILD-LINE
           MOVE "ANSWERS" TO RTNW-KIND
           MOVE WS-CUR-ANSWERS TO RTNW-RECORDS
           PERFORM 7100-APPEND-LINE
           IF LK-NAME NOT = SPACES
               ADD 1 TO WS-CUR-SEQ
               MOVE LK-NAME(1:30) TO WS-SOURCE-NAME
               MOVE SPACES TO WS-COPY-NAME
               MOVE 0 TO WS-COPY-COUNT
               MOVE 'O' TO WS-COPY-RESULT
               PERFORM 7000-BUILD-LINE
               MOVE "REPORT" TO RTNW-KIND
               PERFORM 7100-APPEND-LINE
           END-IF.

      *--------------------------------------------------------------*
      * 5000-START-REPLAY - LOAD THE TICKET'S FILE MAP AND ANSWERS.
      * A FILE THE ORIGINAL RUN FOUND MISSING MAPS TO A NAME THAT IS
      * NEVER CREATED, SO THE REPLAY FINDS IT MISSING TOO - TOOLPARM
      * INCLUDED, WHOSE ABSENCE MEANT THE PROGRAM DEFAULTS.
      *--------------------------------------------------------------*
       5000-START-REPLAY.
           MOVE 'N' TO WS-RR-ACTIVE-SW
           MOVE LK-TICKET TO WS-RR-TICKET
           MOVE 0 TO WS-RR-RUN-DATE
           MOVE 0 TO WS-RR-MAP-COUNT
           MOVE 0 TO WS-RR-ANS-COUNT
           MOVE 1 TO WS-RR-ANS-NEXT
           MOVE 0 TO WS-RR-LIVE-COUNT
           MOVE SPACES TO WS-RR-ANS-FILE
           OPEN INPUT CATALOG-FILE
           IF WS-CAT-STATUS = "00" OR WS-CAT-STATUS = "05"
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-AT-EOF
                   READ CATALOG-FILE
                       AT END
                           SET WS-AT-EOF TO TRUE
                       NOT AT END
                           IF RTN-TICKET = WS-RR-TICKET
                               PERFORM 5100-TAKE-CATALOG-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF
           IF WS-RR-ANS-FILE NOT = SPACES
               PERFORM 5200-LOAD-ANSWERS
           END-IF
           IF WS-RR-ACTIVE
               MOVE "RERUN" TO LK-KIND
               MOVE WS-RR-MAP-COUNT TO LK-COUNT
           ELSE
               MOVE "NONE" TO LK-KIND
               MOVE 0 TO LK-COUNT
               MOVE 0 TO WS-RR-TICKET
           END-IF.

       5100-TAKE-CATALOG-LINE.
           IF NOT WS-RR-ACTIVE
               MOVE RTN-DATE TO WS-RR-RUN-DATE
           END-IF
           SET WS-RR-ACTIVE TO TRUE
           EVALUATE TRUE
               WHEN RTN-REPORT-LINE
                   CONTINUE
               WHEN RTN-ANSWERS-LINE
                   IF RTN-COPIED
                       MOVE RTN-COPY-NAME TO WS-RR-ANS-FILE
                   END-IF
               WHEN OTHER
                   IF WS-RR-MAP-COUNT < WS-RR-MAP-LIMIT
                       ADD 1 TO WS-RR-MAP-COUNT
                       MOVE RTN-ORIG-NAME
                           TO WS-RR-ORIG-NAME(WS-RR-MAP-COUNT)
                       IF RTN-COPIED
                           MOVE RTN-COPY-NAME
                               TO WS-RR-COPY-NAME(WS-RR-MAP-COUNT)
                       ELSE
                           MOVE SPACES
                               TO WS-RR-COPY-NAME(WS-RR-MAP-COUNT)
                           STRING "RT" WS-RR-TICKET ".NP"
                               DELIMITED BY SIZE
                               INTO WS-RR-COPY-NAME(WS-RR-MAP-COUNT)
                       END-IF
                   END-IF
           END-EVALUATE.

       5200-LOAD-ANSWERS.
           MOVE WS-RR-ANS-FILE TO WS-ANSWER-NAME
           OPEN INPUT ANSWER-FILE
           IF WS-ANSWER-STATUS = "00"
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-AT-EOF
                   READ ANSWER-FILE
                       AT END
                           SET WS-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-RR-ANS-COUNT < WS-RR-ANS-LIMIT
                               ADD 1 TO WS-RR-ANS-COUNT
                               MOVE ANSWER-PROMPT
                                   TO WS-RR-PROMPT(WS-RR-ANS-COUNT)
                               MOVE ANSWER-TEXT
                                   TO WS-RR-ANSWER(WS-RR-ANS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANSWER-FILE
           ELSE
               DISPLAY "*** RETAIN: ANSWER LOG " WS-RR-ANS-FILE
                   " WILL NOT OPEN - FILE STATUS " WS-ANSWER-STATUS
                   " ***"
           END-IF.

      *--------------------------------------------------------------*
      * 6000-MAP-NAME - THE RETAINED COPY OF A FILE THE REPLAY OPENS.
      * A FILE THE ORIGINAL RUN NEVER READ HAS NO COPY; THE LIVE FILE
      * IS READ AND COUNTED SO RERUN CAN SAY SO.
      *--------------------------------------------------------------*
       6000-MAP-NAME.
           MOVE 0 TO WS-RR-MAP-HIT
           PERFORM VARYING WS-RR-MAP-IDX FROM 1 BY 1
                   UNTIL WS-RR-MAP-IDX > WS-RR-MAP-COUNT
                       OR WS-RR-MAP-HIT > 0
               IF WS-RR-ORIG-NAME(WS-RR-MAP-IDX) = LK-NAME(1:30)
                   MOVE WS-RR-MAP-IDX TO WS-RR-MAP-HIT
               END-IF
           END-PERFORM
           IF WS-RR-MAP-HIT > 0
               MOVE SPACES TO LK-NAME
               MOVE WS-RR-COPY-NAME(WS-RR-MAP-HIT) TO LK-NAME
           ELSE
               ADD 1 TO WS-RR-LIVE-COUNT
               DISPLAY "*** RETAIN: " LK-NAME(1:30) " WAS NOT RETAINED"
                   " FOR TICKET " WS-RR-TICKET " - THE LIVE FILE IS"
                   " READ ***"
           END-IF.

      *--------------------------------------------------------------*
      * 6500-REPLAY-ANSWER - THE NEXT RETAINED ANSWER GIVEN TO THIS
      * SAME PROMPT.  ANSWERS PASSED OVER BELONG TO QUESTIONS THE
      * REPLAY DID NOT ASK.
      *--------------------------------------------------------------*
       6500-REPLAY-ANSWER.
           MOVE 0 TO WS-RR-ANS-HIT
           PERFORM VARYING WS-RR-ANS-IDX FROM WS-RR-ANS-NEXT BY 1
                   UNTIL WS-RR-ANS-IDX > WS-RR-ANS-COUNT
                       OR WS-RR-ANS-HIT > 0
               IF WS-RR-PROMPT(WS-RR-ANS-IDX) = LK-NAME
                   MOVE WS-RR-ANS-IDX TO WS-RR-ANS-HIT
               END-IF
           END-PERFORM
           DISPLAY LK-NAME
           IF WS-RR-ANS-HIT > 0
               MOVE WS-RR-ANSWER(WS-RR-ANS-HIT) TO LK-TEXT
               COMPUTE WS-RR-ANS-NEXT = WS-RR-ANS-HIT + 1
               DISPLAY "  (REPLAYED) " LK-TEXT
           ELSE
               DISPLAY "*** RETAIN: NO RETAINED ANSWER TO THIS PROMPT"
                   " FOR TICKET " WS-RR-TICKET " - ANSWERED BLANK ***"
           END-IF.

      *--------------------------------------------------------------*
      * 7000-BUILD-LINE - THE FIELDS EVERY CATALOG LINE CARRIES.
      *--------------------------------------------------------------*
       7000-BUILD-LINE.
           MOVE SPACES TO RTNW-REC
           MOVE WS-CUR-TICKET TO RTNW-TICKET
           MOVE WS-CUR-SEQ TO RTNW-SEQ
           MOVE WS-RUN-DATE TO RTNW-DATE
           MOVE WS-RUN-TIME TO RTNW-TIME
           MOVE LK-PROGRAM-NAME TO RTNW-PROGRAM
           MOVE WS-COPY-RESULT TO RTNW-STATE
           MOVE WS-SOURCE-NAME TO RTNW-ORIG-NAME
           IF WS-COPY-RESULT = 'C'
               MOVE WS-COPY-NAME TO RTNW-COPY-NAME
           END-IF
           MOVE WS-COPY-COUNT TO RTNW-LINES
           MOVE 0 TO RTNW-RECORDS.

      *--------------------------------------------------------------*
      * 7100-APPEND-LINE - UNDER THE RETNCAT LOCK.
      *--------------------------------------------------------------*
       7100-APPEND-LINE.
           MOVE 'G' TO WS-LOCK-ACTION
           MOVE "RETNCAT" TO WS-LOCK-RESOURCE
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
               WS-LOCK-GRANTED-SW
           IF WS-LOCK-GRANTED-SW NOT = 'Y'
               DISPLAY "*** RETAIN: RETENTION CATALOG BUSY - "
                   RTNW-ORIG-NAME " NOT CATALOGUED FOR TICKET "
                   WS-CUR-TICKET " ***"
           ELSE
               OPEN EXTEND CATALOG-FILE
               IF WS-CAT-STATUS = "35"
                   OPEN OUTPUT CATALOG-FILE
               END-IF
               IF WS-CAT-STATUS = "00" OR WS-CAT-STATUS = "05"
                   MOVE RTNW-REC TO RTN-REC
                   WRITE RTN-REC
                   CLOSE CATALOG-FILE
               ELSE
                   DISPLAY "*** RETAIN: UNABLE TO OPEN RETENTION"
                       " CATALOG RETNCAT - FILE STATUS " WS-CAT-STATUS
                       " ***"
               END-IF
               MOVE 'R' TO WS-LOCK-ACTION
               CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
                   WS-LOCK-GRANTED-SW
           END-IF.
