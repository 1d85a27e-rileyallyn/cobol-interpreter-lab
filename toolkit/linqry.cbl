      *****************************************************************
      * PROGRAM:  LINQRY
      *
      * PURPOSE:  DATA LINEAGE QUERY.  WALKS THE LINEAGE FILE THE
      *           SHARED LINEPUT SUBPROGRAM KEEPS (SHARED LINREC
      *           COPYBOOK) IN EITHER DIRECTION AND PRINTS THE CHAIN
      *           ON LINRPT:
      *             B  BACKWARD - FROM AN OUTPUT (A REPORT, A SORTED
      *                EXTRACT, A STATTRND KEY ...) TO THE RUN THAT
      *                WROTE IT, THE INPUT FILES THAT RUN READ, AND ON
      *                BACK THROUGH ANY RECORDED RUN THAT WROTE THOSE
      *                INPUTS, UNTIL ONLY ORIGINAL FEED FILES REMAIN.
      *             F  FORWARD - FROM AN INPUT FILE TO EVERY LATER RUN
      *                THAT READ IT, EVERYTHING THOSE RUNS WROTE, AND
      *                ON THROUGH ANY RUN THAT READ THOSE OUTPUTS IN
      *                TURN.
      *             T  TICKET - EVERY LINEAGE LINE ONE RUN TICKET
      *                LEFT, INCLUDING THE TOOLPARM VALUES IN FORCE.
      *
      *           A FILE NAME IS REUSED DAY AFTER DAY, SO A BACKWARD
      *           STEP TAKES THE LATEST RUN THAT WROTE THE NAME BEFORE
      *           THE RUN THAT READ IT, AND A FORWARD STEP ONLY RUNS
      *           AFTER THE ONE THAT WROTE IT.  EACH NAME IS TRACED
      *           ONCE PER RUN, SO A CHAIN THAT LOOPS BACK ON ITSELF
      *           STILL ENDS.
      *
      *           RETURN-CODE 4 WHEN THE NAME OR TICKET ASKED FOR IS
      *           NOWHERE IN THE LINEAGE FILE, 16 WHEN THE FILE CANNOT
      *           BE READ OR THE QUESTION CANNOT BE ANSWERED.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15  RA   INITIAL VERSION.
      *   2026-10-15  RA   PAST THE TABLE LIMIT THE NEWEST LINES ARE
      *                    NOW KEPT AND THE OLDEST PASSED OVER, SO THE
      *                    MOST RECENT RUNS CAN ALWAYS BE TRACED.  THE
      *                    PRINT FILE STATUS IS RESET EACH RUN.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LINQRY.
       AUTHOR. R-ALLYN.
       INSTALLATION. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LINEAGE-FILE ASSIGN TO "LINEAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIN-STATUS.
           SELECT PRINT-FILE ASSIGN TO "LINRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "TOOLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LINEAGE-FILE.
           COPY LINREC.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(132).

       FD  PARM-FILE.
           COPY TOOLPARM.

       WORKING-STORAGE SECTION.
       77  WS-LIN-STATUS           PIC X(02).
       77  WS-PRINT-STATUS         PIC X(02).
       77  WS-PARM-STATUS          PIC X(02).
       77  WS-ABORT-SW             PIC X(01) VALUE 'N'.
           88  WS-ABORT-RUN         VALUE 'Y'.
       77  WS-SAVE-RC              PIC S9(09) COMP.
       77  WS-EOF-SW               PIC X(01).
           88  WS-AT-EOF            VALUE 'Y'.

      *--------------------------------------------------------------*
      * THE QUESTION
      *--------------------------------------------------------------*
       77  WS-PROMPT               PIC X(60).
       77  WS-ANSWER               PIC X(60).
       77  WS-MODE-SW              PIC X(01).
           88  WS-MODE-BACKWARD     VALUE 'B'.
           88  WS-MODE-FORWARD      VALUE 'F'.
           88  WS-MODE-TICKET       VALUE 'T'.
           88  WS-VALID-MODE        VALUE 'B' 'F' 'T'.
       77  WS-QRY-NAME             PIC X(30).
       77  WS-QRY-TICKET           PIC 9(09) VALUE 0.
       77  WS-QRY-TICKET-X         PIC X(09).
       77  WS-QRY-TICKET-LEN       PIC 9(02) COMP VALUE 0.

      *--------------------------------------------------------------*
      * LINEAGE TABLE - THE WHOLE FILE, IN THE ORDER IT WAS WRITTEN
      * (WHICH IS TICKET ORDER).
      *--------------------------------------------------------------*
       77  WS-LN-LIMIT             PIC 9(04) COMP VALUE 3000.
       77  WS-LN-COUNT             PIC 9(04) COMP VALUE 0.
       77  WS-LN-IDX               PIC 9(04) COMP.
       77  WS-LN-IDX2              PIC 9(04) COMP.
       77  WS-LN-OVERFLOW          PIC 9(07) COMP VALUE 0.
       77  WS-LN-TOTAL             PIC 9(07) COMP VALUE 0.
       77  WS-LN-SEEN              PIC 9(07) COMP VALUE 0.
       01  WS-LN-TABLE.
           05  WS-LN-ENTRY OCCURS 3000 TIMES.
               10  WS-LN-TICKET    PIC 9(09).
               10  WS-LN-DATE      PIC 9(06).
               10  WS-LN-PROGRAM   PIC X(20).
               10  WS-LN-ROLE      PIC X(01).
               10  WS-LN-KIND      PIC X(08).
               10  WS-LN-NAME      PIC X(30).
               10  WS-LN-COUNT-N   PIC 9(07).
               10  WS-LN-VALUE     PIC X(24).

      *--------------------------------------------------------------*
      * WORK LIST - EACH NAME STILL TO BE TRACED, WITH THE TICKET
      * THAT BOUNDS THE SEARCH (BACKWARD: WRITTEN BEFORE IT; FORWARD:
      * READ AFTER IT) AND HOW FAR FROM THE STARTING NAME IT LIES.
      *--------------------------------------------------------------*
       77  WS-WK-LIMIT             PIC 9(03) COMP VALUE 300.
       77  WS-WK-COUNT             PIC 9(03) COMP VALUE 0.
       77  WS-WK-IDX               PIC 9(03) COMP.
       77  WS-WK-SCAN              PIC 9(03) COMP.
       77  WS-WK-OVERFLOW          PIC 9(04) COMP VALUE 0.
       01  WS-WK-TABLE.
           05  WS-WK-ENTRY OCCURS 300 TIMES.
               10  WS-WK-NAME      PIC X(30).
               10  WS-WK-TICKET    PIC 9(09).
               10  WS-WK-DEPTH     PIC 9(02).
       77  WS-NEW-NAME             PIC X(30).
       77  WS-NEW-TICKET           PIC 9(09).
       77  WS-NEW-DEPTH            PIC 9(02).
       77  WS-DUP-SW               PIC X(01).
           88  WS-ALREADY-LISTED    VALUE 'Y'.

      *--------------------------------------------------------------*
      * TRACE WORK FIELDS
      *--------------------------------------------------------------*
       77  WS-FOUND-TICKET         PIC 9(09).
       77  WS-FOUND-IDX            PIC 9(04) COMP.
       77  WS-LAST-TICKET          PIC 9(09).
       77  WS-HIT-COUNT            PIC 9(05) COMP VALUE 0.
       77  WS-RUN-COUNT            PIC 9(05) COMP VALUE 0.
       77  WS-INDENT               PIC 9(03) COMP.
       77  WS-DETAIL               PIC X(110).
       77  WS-DISP-TICKET          PIC Z(08)9.
       77  WS-DISP-COUNT           PIC Z(06)9.
       77  WS-DISP-DEPTH           PIC Z9.
       77  WS-DISP-LINES           PIC Z(06)9.

      *--------------------------------------------------------------*
      * REPORT WORK FIELDS
      *--------------------------------------------------------------*
       01  WS-RPT-PROGRAM          PIC X(20) VALUE "LINQRY".
       01  WS-RPT-TITLE            PIC X(40)
           VALUE "DATA LINEAGE QUERY".
       77  WS-RPT-PAGE-NO          PIC 9(04) VALUE 1.
       77  WS-RPT-LINES-ON-PAGE    PIC 9(04) COMP VALUE 0.
       77  WS-RPT-MAX-LINES        PIC 9(04) COMP VALUE 60.
       77  WS-RPT-WIDTH            PIC 9(03) VALUE 132.
       01  WS-HEADING-1            PIC X(132).

       77  WS-AUDIT-PROGRAM       PIC X(20) VALUE "LINQRY".
       77  WS-AUDIT-RECORDS-IN    PIC 9(07).
       77  WS-AUDIT-RECORDS-OUT   PIC 9(07).
       77  WS-RUN-TICKET          PIC 9(09).
       77  WS-ARCHIVE-REPORT      PIC X(30) VALUE "LINRPT".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL "RUNTICKET" USING WS-RUN-TICKET
           CALL "AUDITBEG" USING WS-AUDIT-PROGRAM WS-RUN-TICKET
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               PERFORM 2000-LOAD-LINEAGE
           END-IF
           IF NOT WS-ABORT-RUN
               EVALUATE TRUE
                   WHEN WS-MODE-BACKWARD
                       PERFORM 3000-TRACE-BACKWARD
                   WHEN WS-MODE-FORWARD
                       PERFORM 4000-TRACE-FORWARD
                   WHEN OTHER
                       PERFORM 5000-LIST-TICKET
               END-EVALUATE
               PERFORM 6000-PRINT-TOTALS
           END-IF
           PERFORM 9999-FINISH-EXIT.

      *--------------------------------------------------------------*
      * 1000-INITIALIZE - TAKE THE QUESTION AND OPEN THE REPORT.
      *--------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO WS-LN-COUNT
           MOVE 0 TO WS-LN-OVERFLOW
           MOVE 0 TO WS-LN-TOTAL
           MOVE 0 TO WS-LN-SEEN
           MOVE SPACES TO WS-PRINT-STATUS
           MOVE 0 TO WS-WK-COUNT
           MOVE 0 TO WS-WK-OVERFLOW
           MOVE 0 TO WS-HIT-COUNT
           MOVE 0 TO WS-RUN-COUNT
           MOVE 0 TO WS-QRY-TICKET
           MOVE SPACES TO WS-QRY-NAME
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
           PERFORM 1100-TAKE-QUESTION THRU 1100-TAKE-QUESTION-EXIT
           IF NOT WS-ABORT-RUN
               PERFORM 1200-OPEN-REPORT
           END-IF.

      *--------------------------------------------------------------*
      * 1100-TAKE-QUESTION - THE DIRECTION, THEN THE NAME TO TRACE
      * (OR THE TICKET TO LIST).  A BACKWARD TRACE MAY BE PINNED TO
      * THE RUN THAT WROTE THE OUTPUT; BLANK TAKES THE LATEST.
      *--------------------------------------------------------------*
       1100-TAKE-QUESTION.
           MOVE SPACES TO WS-PROMPT
           STRING "B)ACK FROM AN OUTPUT, F)ORWARD FROM AN INPUT OR"
               " T)ICKET?" DELIMITED BY SIZE INTO WS-PROMPT
           PERFORM 8800-GET-ANSWER
           MOVE WS-ANSWER(1:1) TO WS-MODE-SW
           EVALUATE WS-MODE-SW
               WHEN SPACE
               WHEN 'b'
                   MOVE 'B' TO WS-MODE-SW
               WHEN 'f'
                   MOVE 'F' TO WS-MODE-SW
               WHEN 't'
                   MOVE 'T' TO WS-MODE-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT WS-VALID-MODE
               DISPLAY "*** LINQRY: ANSWER B, F OR T ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
               GO TO 1100-TAKE-QUESTION-EXIT
           END-IF
           IF NOT WS-MODE-TICKET
               MOVE "FILE NAME OR STATTRND KEY TO TRACE?" TO WS-PROMPT
               PERFORM 8800-GET-ANSWER
               MOVE WS-ANSWER TO WS-QRY-NAME
               IF WS-QRY-NAME = SPACES
                   DISPLAY "*** LINQRY: NO NAME GIVEN TO TRACE ***"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
                   GO TO 1100-TAKE-QUESTION-EXIT
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-MODE-TICKET
                   MOVE "RUN TICKET TO LIST?" TO WS-PROMPT
               WHEN WS-MODE-BACKWARD
                   MOVE "TICKET THAT WROTE IT (BLANK FOR THE LATEST)?"
                       TO WS-PROMPT
               WHEN OTHER
                   MOVE "TICKET THAT WROTE IT (BLANK FOR ANY)?"
                       TO WS-PROMPT
           END-EVALUATE
           PERFORM 8800-GET-ANSWER
           MOVE WS-ANSWER TO WS-QRY-TICKET-X
           MOVE 9 TO WS-QRY-TICKET-LEN
           PERFORM UNTIL WS-QRY-TICKET-LEN = 0
                   OR WS-QRY-TICKET-X(WS-QRY-TICKET-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-QRY-TICKET-LEN
           END-PERFORM
           IF WS-QRY-TICKET-LEN = 0
               IF WS-MODE-TICKET
                   DISPLAY "*** LINQRY: NO TICKET GIVEN TO LIST ***"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               END-IF
               GO TO 1100-TAKE-QUESTION-EXIT
           END-IF
           IF WS-QRY-TICKET-X(1:WS-QRY-TICKET-LEN) IS NOT NUMERIC
               DISPLAY "*** LINQRY: TICKET " WS-QRY-TICKET-X
                   " IS NOT A NUMBER ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
               GO TO 1100-TAKE-QUESTION-EXIT
           END-IF
           MOVE WS-QRY-TICKET-X(1:WS-QRY-TICKET-LEN) TO WS-QRY-TICKET.
       1100-TAKE-QUESTION-EXIT.
           EXIT.

       1200-OPEN-REPORT.
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "*** LINQRY: UNABLE TO OPEN PRINT FILE"
                   " LINRPT - FILE STATUS " WS-PRINT-STATUS " ***"
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
               EVALUATE TRUE
                   WHEN WS-MODE-BACKWARD
                       STRING "BACKWARD FROM OUTPUT " WS-QRY-NAME
                           DELIMITED BY SIZE INTO PRINT-LINE
                   WHEN WS-MODE-FORWARD
                       STRING "FORWARD FROM INPUT " WS-QRY-NAME
                           DELIMITED BY SIZE INTO PRINT-LINE
                   WHEN OTHER
                       MOVE WS-QRY-TICKET TO WS-DISP-TICKET
                       STRING "EVERY LINEAGE LINE OF TICKET "
                           WS-DISP-TICKET DELIMITED BY SIZE
                           INTO PRINT-LINE
               END-EVALUATE
               PERFORM 8900-PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF.

      *--------------------------------------------------------------*
      * 2000-LOAD-LINEAGE - THE WHOLE LINEAGE FILE INTO THE TABLE.
      * NO FILE MEANS NO LINEAGE-KEEPING RUN HAS FINISHED YET.  THE
      * FILE IS COUNTED FIRST SO THAT, PAST THE TABLE LIMIT, THE
      * NEWEST LINES ARE KEPT IN FILE ORDER AND THE OLDEST PASSED
      * OVER AND COUNTED - PURGE OR ROLL THE FILE WHEN THAT WARNING
      * APPEARS.
      *--------------------------------------------------------------*
       2000-LOAD-LINEAGE.
           OPEN INPUT LINEAGE-FILE
           IF WS-LIN-STATUS NOT = "00" AND WS-LIN-STATUS NOT = "05"
               DISPLAY "*** LINQRY: UNABLE TO OPEN LINEAGE FILE"
                   " - FILE STATUS " WS-LIN-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-AT-EOF
                   READ LINEAGE-FILE
                       AT END
                           SET WS-AT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LN-TOTAL
                   END-READ
               END-PERFORM
               CLOSE LINEAGE-FILE
               IF WS-LN-TOTAL > WS-LN-LIMIT
                   COMPUTE WS-LN-OVERFLOW = WS-LN-TOTAL - WS-LN-LIMIT
               END-IF
               IF WS-LN-TOTAL > 0
                   OPEN INPUT LINEAGE-FILE
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-AT-EOF
                       READ LINEAGE-FILE
                           AT END
                               SET WS-AT-EOF TO TRUE
                           NOT AT END
                               PERFORM 2100-STORE-LINE
                       END-READ
                   END-PERFORM
                   CLOSE LINEAGE-FILE
               END-IF
               IF WS-LN-OVERFLOW > 0
                   MOVE WS-LN-OVERFLOW TO WS-DISP-LINES
                   DISPLAY "*** LINQRY: LINEAGE FILE EXCEEDS THE"
                       " TABLE - " WS-DISP-LINES " OLDEST LINE(S)"
                       " NOT SEARCHED ***"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       2100-STORE-LINE.
           ADD 1 TO WS-LN-SEEN
           IF WS-LN-SEEN > WS-LN-OVERFLOW
                   AND WS-LN-COUNT < WS-LN-LIMIT
               ADD 1 TO WS-LN-COUNT
               MOVE LIN-TICKET TO WS-LN-TICKET(WS-LN-COUNT)
               MOVE LIN-DATE TO WS-LN-DATE(WS-LN-COUNT)
               MOVE LIN-PROGRAM TO WS-LN-PROGRAM(WS-LN-COUNT)
               MOVE LIN-ROLE TO WS-LN-ROLE(WS-LN-COUNT)
               MOVE LIN-KIND TO WS-LN-KIND(WS-LN-COUNT)
               MOVE LIN-NAME TO WS-LN-NAME(WS-LN-COUNT)
               MOVE LIN-COUNT TO WS-LN-COUNT-N(WS-LN-COUNT)
               MOVE LIN-VALUE TO WS-LN-VALUE(WS-LN-COUNT)
           END-IF.

      *--------------------------------------------------------------*
      * 3000-TRACE-BACKWARD - START FROM THE NAME ASKED FOR, BOUNDED
      * BY THE TICKET GIVEN (OR NONE), AND WORK DOWN THE LIST: EACH
      * NAME'S WRITING RUN ADDS ITS INPUTS TO THE END OF THE LIST.
      *--------------------------------------------------------------*
       3000-TRACE-BACKWARD.
           MOVE WS-QRY-NAME TO WS-NEW-NAME
           IF WS-QRY-TICKET > 0
               COMPUTE WS-NEW-TICKET = WS-QRY-TICKET + 1
           ELSE
               MOVE 999999999 TO WS-NEW-TICKET
           END-IF
           MOVE 0 TO WS-NEW-DEPTH
           PERFORM 7000-ADD-WORK-ITEM
           PERFORM 3100-TRACE-ONE-OUTPUT
               VARYING WS-WK-IDX FROM 1 BY 1
               UNTIL WS-WK-IDX > WS-WK-COUNT.

      *--------------------------------------------------------------*
      * 3100-TRACE-ONE-OUTPUT - THE LATEST RUN BEFORE THE BOUND THAT
      * WROTE THIS NAME (AS A FILE NAME OR AS A STATTRND KEY).  NONE
      * MEANS AN ORIGINAL FEED FILE - THE END OF THIS BRANCH.
      *--------------------------------------------------------------*
       3100-TRACE-ONE-OUTPUT.
           MOVE 0 TO WS-FOUND-TICKET
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LN-ROLE(WS-LN-IDX) = 'O'
                       AND WS-LN-TICKET(WS-LN-IDX)
                           < WS-WK-TICKET(WS-WK-IDX)
                       AND WS-LN-TICKET(WS-LN-IDX) >= WS-FOUND-TICKET
                       AND (WS-LN-NAME(WS-LN-IDX)
                               = WS-WK-NAME(WS-WK-IDX)
                           OR WS-LN-VALUE(WS-LN-IDX)
                               = WS-WK-NAME(WS-WK-IDX)(1:24))
                   MOVE WS-LN-TICKET(WS-LN-IDX) TO WS-FOUND-TICKET
                   MOVE WS-LN-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           PERFORM 7100-PRINT-ITEM-HEADING
           MOVE SPACES TO WS-DETAIL
           IF WS-FOUND-IDX = 0
               IF WS-WK-DEPTH(WS-WK-IDX) = 0
                   MOVE "NO RECORDED RUN WROTE THIS NAME" TO WS-DETAIL
               ELSE
                   MOVE "ORIGINAL INPUT - NO RECORDED RUN WROTE IT"
                       TO WS-DETAIL
               END-IF
               PERFORM 7200-PRINT-DETAIL
           ELSE
               ADD 1 TO WS-HIT-COUNT
               ADD 1 TO WS-RUN-COUNT
               MOVE WS-FOUND-IDX TO WS-LN-IDX2
               MOVE WS-FOUND-TICKET TO WS-DISP-TICKET
               STRING "WRITTEN BY " DELIMITED BY SIZE
                   WS-LN-PROGRAM(WS-LN-IDX2) DELIMITED BY SPACE
                   " TICKET " WS-DISP-TICKET
                   " ON " WS-LN-DATE(WS-LN-IDX2)
                   " AS " WS-LN-KIND(WS-LN-IDX2)
                   DELIMITED BY SIZE INTO WS-DETAIL
               PERFORM 7200-PRINT-DETAIL
               PERFORM 3200-LIST-RUN-INPUTS
                   VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-COUNT
           END-IF.

      *--------------------------------------------------------------*
      * 3200-LIST-RUN-INPUTS - EVERY INPUT OF THE WRITING RUN, EACH
      * QUEUED TO BE TRACED BACK IN ITS TURN.
      *--------------------------------------------------------------*
       3200-LIST-RUN-INPUTS.
           IF WS-LN-TICKET(WS-LN-IDX) = WS-FOUND-TICKET
                   AND WS-LN-ROLE(WS-LN-IDX) = 'I'
               MOVE WS-LN-IDX TO WS-LN-IDX2
               PERFORM 7300-FORMAT-ENTRY
               PERFORM 7200-PRINT-DETAIL
               MOVE WS-LN-NAME(WS-LN-IDX) TO WS-NEW-NAME
               MOVE WS-FOUND-TICKET TO WS-NEW-TICKET
               COMPUTE WS-NEW-DEPTH = WS-WK-DEPTH(WS-WK-IDX) + 1
               PERFORM 7000-ADD-WORK-ITEM
           END-IF.

      *--------------------------------------------------------------*
      * 4000-TRACE-FORWARD - START FROM THE INPUT ASKED FOR AND WORK
      * DOWN THE LIST: EACH RUN THAT READ A NAME ADDS EVERYTHING IT
      * WROTE TO THE END OF THE LIST.  A TICKET GIVEN HERE IS THE RUN
      * THAT WROTE THE STARTING FILE - ONLY LATER READERS COUNT.
      *--------------------------------------------------------------*
       4000-TRACE-FORWARD.
           MOVE WS-QRY-NAME TO WS-NEW-NAME
           MOVE WS-QRY-TICKET TO WS-NEW-TICKET
           MOVE 0 TO WS-NEW-DEPTH
           PERFORM 7000-ADD-WORK-ITEM
           PERFORM 4100-TRACE-ONE-INPUT
               VARYING WS-WK-IDX FROM 1 BY 1
               UNTIL WS-WK-IDX > WS-WK-COUNT.

      *--------------------------------------------------------------*
      * 4100-TRACE-ONE-INPUT - EVERY RUN AFTER THE BOUND THAT READ
      * THIS NAME.  A FILE NAMED TWICE IN ONE RUN'S LIST IS ONE RUN.
      *--------------------------------------------------------------*
       4100-TRACE-ONE-INPUT.
           PERFORM 7100-PRINT-ITEM-HEADING
           MOVE 0 TO WS-LAST-TICKET
           MOVE 0 TO WS-FOUND-IDX
           PERFORM 4200-CHECK-ONE-READER
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
           IF WS-FOUND-IDX = 0
               MOVE SPACES TO WS-DETAIL
               IF WS-WK-DEPTH(WS-WK-IDX) = 0
                   MOVE "NO RECORDED RUN READ THIS NAME" TO WS-DETAIL
               ELSE
                   MOVE "NOT READ BY ANY LATER RECORDED RUN"
                       TO WS-DETAIL
               END-IF
               PERFORM 7200-PRINT-DETAIL
           END-IF.

       4200-CHECK-ONE-READER.
           IF WS-LN-ROLE(WS-LN-IDX) = 'I'
                   AND WS-LN-NAME(WS-LN-IDX) = WS-WK-NAME(WS-WK-IDX)
                   AND WS-LN-TICKET(WS-LN-IDX) > WS-WK-TICKET(WS-WK-IDX)
                   AND WS-LN-TICKET(WS-LN-IDX) NOT = WS-LAST-TICKET
               ADD 1 TO WS-HIT-COUNT
               ADD 1 TO WS-RUN-COUNT
               MOVE WS-LN-IDX TO WS-FOUND-IDX
               MOVE WS-LN-TICKET(WS-LN-IDX) TO WS-LAST-TICKET
               MOVE WS-LN-TICKET(WS-LN-IDX) TO WS-FOUND-TICKET
               MOVE WS-FOUND-TICKET TO WS-DISP-TICKET
               MOVE WS-LN-COUNT-N(WS-LN-IDX) TO WS-DISP-COUNT
               MOVE SPACES TO WS-DETAIL
               STRING "READ BY " DELIMITED BY SIZE
                   WS-LN-PROGRAM(WS-LN-IDX) DELIMITED BY SPACE
                   " TICKET " WS-DISP-TICKET
                   " ON " WS-LN-DATE(WS-LN-IDX)
                   " - " WS-DISP-COUNT " RECORD(S)"
                   DELIMITED BY SIZE INTO WS-DETAIL
               PERFORM 7200-PRINT-DETAIL
               PERFORM 4300-LIST-RUN-OUTPUTS
                   VARYING WS-LN-IDX2 FROM 1 BY 1
                   UNTIL WS-LN-IDX2 > WS-LN-COUNT
           END-IF.

      *--------------------------------------------------------------*
      * 4300-LIST-RUN-OUTPUTS - EVERYTHING THE READING RUN WROTE,
      * EACH QUEUED TO BE TRACED FORWARD IN ITS TURN.
      *--------------------------------------------------------------*
       4300-LIST-RUN-OUTPUTS.
           IF WS-LN-TICKET(WS-LN-IDX2) = WS-FOUND-TICKET
                   AND WS-LN-ROLE(WS-LN-IDX2) = 'O'
               PERFORM 7300-FORMAT-ENTRY
               PERFORM 7200-PRINT-DETAIL
               MOVE WS-LN-NAME(WS-LN-IDX2) TO WS-NEW-NAME
               MOVE WS-FOUND-TICKET TO WS-NEW-TICKET
               COMPUTE WS-NEW-DEPTH = WS-WK-DEPTH(WS-WK-IDX) + 1
               PERFORM 7000-ADD-WORK-ITEM
           END-IF.

      *--------------------------------------------------------------*
      * 5000-LIST-TICKET - EVERY LINE ONE TICKET LEFT, IN THE ORDER
      * IT WAS WRITTEN: INPUTS, OUTPUTS AND THE PARAMETERS IN FORCE.
      *--------------------------------------------------------------*
       5000-LIST-TICKET.
           PERFORM VARYING WS-LN-IDX2 FROM 1 BY 1
                   UNTIL WS-LN-IDX2 > WS-LN-COUNT
               IF WS-LN-TICKET(WS-LN-IDX2) = WS-QRY-TICKET
                   IF WS-HIT-COUNT = 0
                       MOVE SPACES TO PRINT-LINE
                       STRING "RUN OF " DELIMITED BY SIZE
                           WS-LN-PROGRAM(WS-LN-IDX2)
                           DELIMITED BY SPACE
                           " ON " WS-LN-DATE(WS-LN-IDX2)
                           DELIMITED BY SIZE INTO PRINT-LINE
                       PERFORM 8900-PRINT-LINE
                       MOVE 1 TO WS-RUN-COUNT
                   END-IF
                   ADD 1 TO WS-HIT-COUNT
                   MOVE 3 TO WS-INDENT
                   PERFORM 7300-FORMAT-ENTRY
                   PERFORM 7200-PRINT-DETAIL
               END-IF
           END-PERFORM
           IF WS-HIT-COUNT = 0
               MOVE "NO LINEAGE LINE CARRIES THIS TICKET"
                   TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF.

      *--------------------------------------------------------------*
      * 6000-PRINT-TOTALS - HOW MANY RUNS THE WALK TOUCHED.  A NAME OR
      * TICKET FOUND NOWHERE IS WORTH A WARNING RETURN-CODE - IT IS
      * USUALLY A TYPING ERROR.
      *--------------------------------------------------------------*
       6000-PRINT-TOTALS.
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-RUN-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "RUN(S) FOUND IN THE CHAIN: " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-LN-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "LINEAGE LINES SEARCHED:    " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           IF WS-WK-OVERFLOW > 0
               MOVE SPACES TO PRINT-LINE
               MOVE "*** CHAIN TOO LONG - SOME BRANCHES NOT FOLLOWED"
                   TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-HIT-COUNT = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *--------------------------------------------------------------*
      * 7000-ADD-WORK-ITEM - QUEUE WS-NEW-NAME UNDER WS-NEW-TICKET
      * UNLESS THE SAME NAME IS ALREADY QUEUED UNDER THE SAME TICKET.
      *--------------------------------------------------------------*
       7000-ADD-WORK-ITEM.
           MOVE 'N' TO WS-DUP-SW
           PERFORM VARYING WS-WK-SCAN FROM 1 BY 1
                   UNTIL WS-WK-SCAN > WS-WK-COUNT
               IF WS-WK-NAME(WS-WK-SCAN) = WS-NEW-NAME
                       AND WS-WK-TICKET(WS-WK-SCAN) = WS-NEW-TICKET
                   MOVE 'Y' TO WS-DUP-SW
               END-IF
           END-PERFORM
           IF NOT WS-ALREADY-LISTED
               IF WS-WK-COUNT < WS-WK-LIMIT
                   ADD 1 TO WS-WK-COUNT
                   MOVE WS-NEW-NAME TO WS-WK-NAME(WS-WK-COUNT)
                   MOVE WS-NEW-TICKET TO WS-WK-TICKET(WS-WK-COUNT)
                   MOVE WS-NEW-DEPTH TO WS-WK-DEPTH(WS-WK-COUNT)
               ELSE
                   ADD 1 TO WS-WK-OVERFLOW
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 7100-PRINT-ITEM-HEADING - ONE LINE NAMING THE ITEM BEING
      * TRACED, INDENTED TWO COLUMNS PER STEP FROM THE START.
      *--------------------------------------------------------------*
       7100-PRINT-ITEM-HEADING.
           COMPUTE WS-INDENT = WS-WK-DEPTH(WS-WK-IDX) * 2 + 1
           IF WS-INDENT > 21
               MOVE 21 TO WS-INDENT
           END-IF
           MOVE WS-WK-DEPTH(WS-WK-IDX) TO WS-DISP-DEPTH
           MOVE SPACES TO PRINT-LINE
           STRING "STEP " WS-DISP-DEPTH ": " WS-WK-NAME(WS-WK-IDX)
               DELIMITED BY SIZE INTO PRINT-LINE(WS-INDENT:)
           PERFORM 8900-PRINT-LINE
           ADD 4 TO WS-INDENT.

      *--------------------------------------------------------------*
      * 7200-PRINT-DETAIL - WS-DETAIL AT THE CURRENT INDENT.
      *--------------------------------------------------------------*
       7200-PRINT-DETAIL.
           MOVE SPACES TO PRINT-LINE
           MOVE WS-DETAIL TO PRINT-LINE(WS-INDENT:)
           PERFORM 8900-PRINT-LINE.

      *--------------------------------------------------------------*
      * 7300-FORMAT-ENTRY - ONE LINEAGE LINE (AT WS-LN-IDX2) AS
      * ROLE, KIND, NAME, COUNT AND VALUE.
      *--------------------------------------------------------------*
       7300-FORMAT-ENTRY.
           MOVE SPACES TO WS-DETAIL
           EVALUATE WS-LN-ROLE(WS-LN-IDX2)
               WHEN 'I'
                   MOVE "READ " TO WS-DETAIL(1:6)
               WHEN 'O'
                   MOVE "WROTE" TO WS-DETAIL(1:6)
               WHEN OTHER
                   MOVE "PARM " TO WS-DETAIL(1:6)
           END-EVALUATE
           MOVE WS-LN-KIND(WS-LN-IDX2) TO WS-DETAIL(7:8)
           MOVE WS-LN-NAME(WS-LN-IDX2) TO WS-DETAIL(16:30)
           IF WS-LN-ROLE(WS-LN-IDX2) NOT = 'P'
               MOVE WS-LN-COUNT-N(WS-LN-IDX2) TO WS-DISP-COUNT
               MOVE WS-DISP-COUNT TO WS-DETAIL(47:7)
               MOVE "REC" TO WS-DETAIL(55:3)
           END-IF
           MOVE WS-LN-VALUE(WS-LN-IDX2) TO WS-DETAIL(60:24).

      *--------------------------------------------------------------*
      * 8800-GET-ANSWER - EVERY QUESTION GOES THROUGH THE SHARED
      * RESPOND SUBPROGRAM SO A RESPONSE FILE CAN ANSWER IT.
      *--------------------------------------------------------------*
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
               IF NOT WS-ABORT-RUN
                   MOVE RETURN-CODE TO WS-SAVE-RC
                   CALL "RPTARCHV" USING WS-ARCHIVE-REPORT
                   MOVE WS-SAVE-RC TO RETURN-CODE
               END-IF
           END-IF
           IF WS-ABORT-RUN
               DISPLAY "*** LINQRY RUN ABORTED - SEE DIAGNOSTICS"
                   " ABOVE ***"
           ELSE
               MOVE WS-RUN-COUNT TO WS-DISP-COUNT
               DISPLAY "LINQRY: " WS-DISP-COUNT " RUN(S) IN THE"
                   " CHAIN; REPORT ON LINRPT"
           END-IF
           MOVE WS-LN-COUNT TO WS-AUDIT-RECORDS-IN
           MOVE WS-HIT-COUNT TO WS-AUDIT-RECORDS-OUT
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-RECORDS-IN
               WS-AUDIT-RECORDS-OUT WS-RUN-TICKET
           MOVE WS-SAVE-RC TO RETURN-CODE
           GOBACK.
