      *****************************************************************
      * PROGRAM:  ACCTSTMT
      *
      * PURPOSE:  PERIODIC ACCOUNT STATEMENTS.  FOR A DATE RANGE AND
      *           EITHER ONE ACCOUNT ID OR ONE BRANCH (THE LEADING TWO
      *           DIGITS OF THE ID - THE SAME BRANCH CODE SORTING
      *           BREAKS ON), PRINTS A STATEMENT PAGE PER ACCOUNT ON
      *           STMTRPT: THE OPENING BALANCE, EVERY POSTING IN THE
      *           PERIOD WITH ITS DATE, RUN TICKET, CODE AND AMOUNT,
      *           AND THE CLOSING BALANCE.  THE FIGURES COME FROM THE
      *           ACCTHIST POSTING HISTORY ACCTPOST WRITES; THE
      *           MASTER SUPPLIES THE ACCOUNTS THAT HAD NO ACTIVITY.
      *
      *           THE OPENING BALANCE IS THE BALANCE AFTER THE LAST
      *           POSTING BEFORE THE PERIOD, OR FAILING THAT THE
      *           BALANCE BEFORE THE FIRST POSTING FROM THE PERIOD ON,
      *           OR FAILING BOTH THE MASTER'S CURRENT BALANCE (NO
      *           POSTINGS ON RECORD AT ALL).  A DELETED ACCOUNT GETS A
      *           STATEMENT ONLY IF IT HAD ACTIVITY IN THE PERIOD.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15  RA   INITIAL VERSION.  PROMPTS GO THROUGH THE
      *                    SHARED RESPOND SUBPROGRAM; HEADING AND PAGE
      *                    CONTROL THROUGH RPTHEADER LIKE EVERY OTHER
      *                    TOOLKIT REPORT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTSTMT.
       AUTHOR. R-ALLYN.
       INSTALLATION. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT HIST-FILE ASSIGN TO "ACCTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCTH-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT PRINT-FILE ASSIGN TO "STMTRPT"
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

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(132).

       FD  PARM-FILE.
           COPY TOOLPARM.

       WORKING-STORAGE SECTION.
       77  WS-MASTER-STATUS        PIC X(02).
       77  WS-HIST-STATUS          PIC X(02).
       77  WS-PRINT-STATUS         PIC X(02).
       77  WS-PARM-STATUS          PIC X(02).
       77  WS-ABORT-SW             PIC X(01) VALUE 'N'.
           88  WS-ABORT-RUN         VALUE 'Y'.
       77  WS-SAVE-RC              PIC S9(09) COMP.

      *--------------------------------------------------------------*
      * OPERATOR-PROMPT WORK FIELDS - EVERY QUESTION GOES THROUGH THE
      * SHARED RESPOND SUBPROGRAM (8800-GET-ANSWER) SO A RESPONSE
      * FILE CAN ANSWER IT IN AN UNATTENDED RUN.
      *--------------------------------------------------------------*
       77  WS-PROMPT               PIC X(60).
       77  WS-ANSWER               PIC X(60).

      *--------------------------------------------------------------*
      * SELECTION WORK FIELDS - THE ID RANGE (ONE ID, OR A BRANCH'S
      * NNOOO-NN999) AND THE STATEMENT PERIOD.
      *--------------------------------------------------------------*
       77  WS-SEL-MODE             PIC X(01).
           88  WS-SEL-BY-ID         VALUE 'I'.
           88  WS-SEL-BY-BRANCH     VALUE 'B'.
       77  WS-SEL-BRANCH           PIC 9(02).
       77  WS-LOW-ID               PIC 9(05).
       77  WS-HIGH-ID              PIC 9(05).
       77  WS-FROM-DATE            PIC 9(06).
       77  WS-TO-DATE              PIC 9(06).

      *--------------------------------------------------------------*
      * MERGE WORK FIELDS - THE MASTER AND THE HISTORY ARE BOTH READ
      * IN ACCOUNT-ID ORDER AND WALKED TOGETHER; 99999 PLUS ONE IN
      * EITHER NEXT-ID FIELD MEANS THAT FILE IS EXHAUSTED FOR THE
      * RANGE.
      *--------------------------------------------------------------*
       77  WS-MAST-NEXT-ID         PIC 9(06).
       77  WS-HIST-NEXT-ID         PIC 9(06).
       77  WS-CURR-ID              PIC 9(06).
       77  WS-END-ID               PIC 9(06) VALUE 100000.
       77  WS-HIST-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-HIST-OPEN         VALUE 'Y'.

      *--------------------------------------------------------------*
      * ONE-STATEMENT WORK FIELDS
      *--------------------------------------------------------------*
       77  WS-ON-MASTER-SW         PIC X(01).
           88  WS-ON-MASTER         VALUE 'Y'.
       77  WS-MASTER-BALANCE       PIC S9(14)V9(4).
       77  WS-OPEN-KNOWN-SW        PIC X(01).
           88  WS-OPEN-KNOWN        VALUE 'Y'.
       77  WS-STMT-STARTED-SW      PIC X(01).
           88  WS-STMT-STARTED      VALUE 'Y'.
       77  WS-OPENING-BAL          PIC S9(14)V9(4).
       77  WS-CLOSING-BAL          PIC S9(14)V9(4).
       77  WS-PERIOD-NET           PIC S9(14)V9(4).
       77  WS-POSTING-COUNT        PIC 9(06) COMP.
       77  WS-STMT-COUNT           PIC 9(06) COMP VALUE 0.
       77  WS-POSTINGS-LISTED      PIC 9(07) COMP VALUE 0.
       77  WS-DISP-ID              PIC 9(05).
       77  WS-DISP-TICKET          PIC Z(08)9.
       77  WS-DISP-AMOUNT          PIC -(14)9.9999.
       77  WS-DISP-BALANCE         PIC -(14)9.9999.
       77  WS-DISP-COUNT           PIC Z(05)9.

      *--------------------------------------------------------------*
      * REPORT WORK FIELDS
      *--------------------------------------------------------------*
       01  WS-RPT-PROGRAM          PIC X(20) VALUE "ACCTSTMT".
       01  WS-RPT-TITLE            PIC X(40)
           VALUE "ACCOUNT STATEMENTS".
       77  WS-RPT-PAGE-NO          PIC 9(04) VALUE 1.
       77  WS-RPT-LINES-ON-PAGE    PIC 9(04) COMP VALUE 0.
       77  WS-RPT-MAX-LINES        PIC 9(04) COMP VALUE 60.
       77  WS-RPT-WIDTH            PIC 9(03) VALUE 132.
       01  WS-HEADING-1            PIC X(132).

       77  WS-AUDIT-PROGRAM       PIC X(20) VALUE "ACCTSTMT".
       77  WS-AUDIT-RECORDS-IN    PIC 9(07).
       77  WS-AUDIT-RECORDS-OUT   PIC 9(07).
       77  WS-RUN-TICKET          PIC 9(09).
       77  WS-ARCHIVE-REPORT      PIC X(30) VALUE "STMTRPT".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL "RUNTICKET" USING WS-RUN-TICKET
           CALL "AUDITBEG" USING WS-AUDIT-PROGRAM WS-RUN-TICKET
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               PERFORM 2000-PRIME-MASTER
               PERFORM 2100-PRIME-HISTORY
               PERFORM 3000-STATEMENT-ONE-ACCOUNT
                   UNTIL WS-MAST-NEXT-ID >= WS-END-ID
                   AND WS-HIST-NEXT-ID >= WS-END-ID
               PERFORM 4000-PRINT-TOTALS
           END-IF
           PERFORM 9999-FINISH-EXIT.

      *--------------------------------------------------------------*
      * 1000-INITIALIZE - TAKE THE SELECTION AND THE PERIOD, THEN
      * OPEN THE FILES.  A BAD ANSWER ENDS THE RUN WITH RETURN-CODE 8
      * BEFORE ANYTHING IS PRINTED.
      *--------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO WS-STMT-COUNT
           MOVE 0 TO WS-POSTINGS-LISTED
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
           MOVE "STATEMENTS FOR ONE ID OR ONE BRANCH (I/B)?"
               TO WS-PROMPT
           PERFORM 8800-GET-ANSWER
           MOVE WS-ANSWER(1:1) TO WS-SEL-MODE
           IF WS-SEL-MODE = 'i'
               MOVE 'I' TO WS-SEL-MODE
           END-IF
           IF WS-SEL-MODE = 'b'
               MOVE 'B' TO WS-SEL-MODE
           END-IF
           EVALUATE TRUE
               WHEN WS-SEL-BY-ID
                   MOVE "ACCOUNT ID (FIVE DIGITS)?" TO WS-PROMPT
                   PERFORM 8800-GET-ANSWER
                   IF WS-ANSWER(1:5) IS NUMERIC
                           AND WS-ANSWER(6:) = SPACES
                       MOVE WS-ANSWER(1:5) TO WS-LOW-ID
                       MOVE WS-ANSWER(1:5) TO WS-HIGH-ID
                   ELSE
                       DISPLAY "*** ACCTSTMT: ACCOUNT ID MUST BE FIVE"
                           " DIGITS ***"
                       MOVE 8 TO RETURN-CODE
                       SET WS-ABORT-RUN TO TRUE
                   END-IF
               WHEN WS-SEL-BY-BRANCH
                   MOVE "BRANCH CODE (TWO DIGITS)?" TO WS-PROMPT
                   PERFORM 8800-GET-ANSWER
                   IF WS-ANSWER(1:2) IS NUMERIC
                           AND WS-ANSWER(3:) = SPACES
                       MOVE WS-ANSWER(1:2) TO WS-SEL-BRANCH
                       COMPUTE WS-LOW-ID = WS-SEL-BRANCH * 1000
                       COMPUTE WS-HIGH-ID = WS-LOW-ID + 999
                   ELSE
                       DISPLAY "*** ACCTSTMT: BRANCH CODE MUST BE TWO"
                           " DIGITS ***"
                       MOVE 8 TO RETURN-CODE
                       SET WS-ABORT-RUN TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY "*** ACCTSTMT: ANSWER I OR B ***"
                   MOVE 8 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
           END-EVALUATE
           IF NOT WS-ABORT-RUN
               MOVE "PERIOD FROM DATE (YYMMDD)?" TO WS-PROMPT
               PERFORM 8800-GET-ANSWER
               IF WS-ANSWER(1:6) IS NUMERIC
                   MOVE WS-ANSWER(1:6) TO WS-FROM-DATE
               ELSE
                   DISPLAY "*** ACCTSTMT: FROM DATE MUST BE YYMMDD ***"
                   MOVE 8 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN
               MOVE "PERIOD TO DATE (YYMMDD)?" TO WS-PROMPT
               PERFORM 8800-GET-ANSWER
               IF WS-ANSWER(1:6) IS NUMERIC
                   MOVE WS-ANSWER(1:6) TO WS-TO-DATE
               ELSE
                   DISPLAY "*** ACCTSTMT: TO DATE MUST BE YYMMDD ***"
                   MOVE 8 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN AND WS-TO-DATE < WS-FROM-DATE
               DISPLAY "*** ACCTSTMT: PERIOD ENDS BEFORE IT STARTS ***"
               MOVE 8 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 1100-OPEN-FILES
           END-IF.

       1100-OPEN-FILES.
           OPEN INPUT ACCT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "*** ACCTSTMT: UNABLE TO OPEN ACCOUNT MASTER"
                   " ACCTMAST - FILE STATUS " WS-MASTER-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF
           MOVE 'N' TO WS-HIST-OPEN-SW
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS = "00"
               SET WS-HIST-OPEN TO TRUE
           ELSE
               DISPLAY "ACCTSTMT: NO POSTING HISTORY (ACCTHIST) -"
                   " STATEMENTS SHOW MASTER BALANCES ONLY"
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "*** ACCTSTMT: UNABLE TO OPEN PRINT FILE"
                   " STMTRPT - FILE STATUS " WS-PRINT-STATUS " ***"
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
      * 2000-PRIME-MASTER / 2050-NEXT-MASTER - POSITION THE MASTER AT
      * THE LOW ID AND DELIVER ITS ACCOUNT IDS IN ORDER, ENDING AT
      * THE HIGH ID.
      *--------------------------------------------------------------*
       2000-PRIME-MASTER.
           MOVE WS-LOW-ID TO ACCT-ID
           START ACCT-MASTER KEY >= ACCT-ID
               INVALID KEY
                   MOVE WS-END-ID TO WS-MAST-NEXT-ID
               NOT INVALID KEY
                   PERFORM 2050-NEXT-MASTER
           END-START.

       2050-NEXT-MASTER.
           READ ACCT-MASTER NEXT
               AT END
                   MOVE WS-END-ID TO WS-MAST-NEXT-ID
               NOT AT END
                   IF ACCT-ID > WS-HIGH-ID
                       MOVE WS-END-ID TO WS-MAST-NEXT-ID
                   ELSE
                       MOVE ACCT-ID TO WS-MAST-NEXT-ID
                       MOVE ACCT-BALANCE TO WS-MASTER-BALANCE
                   END-IF
           END-READ.

      *--------------------------------------------------------------*
      * 2100-PRIME-HISTORY / 2150-NEXT-HISTORY - THE SAME FOR THE
      * POSTING HISTORY, WHOSE KEY LEADS WITH THE ACCOUNT ID.
      *--------------------------------------------------------------*
       2100-PRIME-HISTORY.
           MOVE WS-END-ID TO WS-HIST-NEXT-ID
           IF WS-HIST-OPEN
               MOVE WS-LOW-ID TO ACCTH-ID
               MOVE 0 TO ACCTH-DATE
               MOVE 0 TO ACCTH-TICKET
               MOVE 0 TO ACCTH-SEQ
               START HIST-FILE KEY >= ACCTH-KEY
                   INVALID KEY
                       MOVE WS-END-ID TO WS-HIST-NEXT-ID
                   NOT INVALID KEY
                       PERFORM 2150-NEXT-HISTORY
               END-START
           END-IF.

       2150-NEXT-HISTORY.
           READ HIST-FILE NEXT
               AT END
                   MOVE WS-END-ID TO WS-HIST-NEXT-ID
               NOT AT END
                   IF ACCTH-ID > WS-HIGH-ID
                       MOVE WS-END-ID TO WS-HIST-NEXT-ID
                   ELSE
                       MOVE ACCTH-ID TO WS-HIST-NEXT-ID
                   END-IF
           END-READ.

      *--------------------------------------------------------------*
      * 3000-STATEMENT-ONE-ACCOUNT - THE LOWER OF THE TWO NEXT IDS IS
      * THE ACCOUNT TO STATE.  ITS HISTORY IS CONSUMED IN KEY (DATE)
      * ORDER: POSTINGS BEFORE THE PERIOD ONLY SET THE OPENING
      * BALANCE, POSTINGS IN THE PERIOD PRINT, POSTINGS AFTER IT ARE
      * SKIPPED (THOUGH THE FIRST OF THEM STILL FIXES THE OPENING
      * BALANCE WHEN NOTHING CAME EARLIER).
      *--------------------------------------------------------------*
       3000-STATEMENT-ONE-ACCOUNT.
           IF WS-MAST-NEXT-ID < WS-HIST-NEXT-ID
               MOVE WS-MAST-NEXT-ID TO WS-CURR-ID
           ELSE
               MOVE WS-HIST-NEXT-ID TO WS-CURR-ID
           END-IF
           MOVE 'N' TO WS-ON-MASTER-SW
           IF WS-MAST-NEXT-ID = WS-CURR-ID
               SET WS-ON-MASTER TO TRUE
           END-IF
           MOVE 'N' TO WS-OPEN-KNOWN-SW
           MOVE 'N' TO WS-STMT-STARTED-SW
           MOVE 0 TO WS-OPENING-BAL
           MOVE 0 TO WS-POSTING-COUNT
           PERFORM 3100-TAKE-ONE-POSTING
               UNTIL WS-HIST-NEXT-ID NOT = WS-CURR-ID
           IF NOT WS-OPEN-KNOWN AND WS-ON-MASTER
               MOVE WS-MASTER-BALANCE TO WS-OPENING-BAL
               SET WS-OPEN-KNOWN TO TRUE
           END-IF
           IF WS-ON-MASTER AND NOT WS-STMT-STARTED
               MOVE WS-OPENING-BAL TO WS-CLOSING-BAL
               PERFORM 3200-START-STATEMENT
               MOVE SPACES TO PRINT-LINE
               MOVE "    NO POSTINGS IN THE PERIOD" TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF
           IF WS-STMT-STARTED
               PERFORM 3400-END-STATEMENT
           END-IF
           IF WS-ON-MASTER
               PERFORM 2050-NEXT-MASTER
           END-IF.

       3100-TAKE-ONE-POSTING.
           EVALUATE TRUE
               WHEN ACCTH-DATE < WS-FROM-DATE
                   MOVE ACCTH-BAL-AFTER TO WS-OPENING-BAL
                   SET WS-OPEN-KNOWN TO TRUE
               WHEN ACCTH-DATE > WS-TO-DATE
                   IF NOT WS-OPEN-KNOWN
                       MOVE ACCTH-BAL-BEFORE TO WS-OPENING-BAL
                       SET WS-OPEN-KNOWN TO TRUE
                   END-IF
               WHEN OTHER
                   IF NOT WS-OPEN-KNOWN
                       MOVE ACCTH-BAL-BEFORE TO WS-OPENING-BAL
                       SET WS-OPEN-KNOWN TO TRUE
                   END-IF
                   IF NOT WS-STMT-STARTED
                       MOVE WS-OPENING-BAL TO WS-CLOSING-BAL
                       PERFORM 3200-START-STATEMENT
                   END-IF
                   PERFORM 3300-LIST-POSTING
           END-EVALUATE
           PERFORM 2150-NEXT-HISTORY.

      *--------------------------------------------------------------*
      * 3200-START-STATEMENT - EVERY ACCOUNT AFTER THE FIRST STARTS
      * ON A FRESH PAGE, SO EACH STATEMENT CAN GO TO ITS BRANCH ON
      * ITS OWN.
      *--------------------------------------------------------------*
       3200-START-STATEMENT.
           SET WS-STMT-STARTED TO TRUE
           ADD 1 TO WS-STMT-COUNT
           IF WS-STMT-COUNT > 1
               PERFORM 8950-NEW-PAGE
           END-IF
           MOVE WS-CURR-ID TO WS-DISP-ID
           MOVE SPACES TO PRINT-LINE
           STRING "STATEMENT FOR ACCOUNT " WS-DISP-ID
               "   BRANCH " WS-DISP-ID(1:2)
               "   PERIOD " WS-FROM-DATE " TO " WS-TO-DATE
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           IF NOT WS-ON-MASTER
               MOVE "    (ACCOUNT NO LONGER ON THE MASTER)"
                   TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-OPENING-BAL TO WS-DISP-BALANCE
           MOVE SPACES TO PRINT-LINE
           STRING "    OPENING BALANCE " WS-DISP-BALANCE
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "    DATE       TICKET CODE               AMOUNT"
               "            BALANCE" INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE.

       3300-LIST-POSTING.
           ADD 1 TO WS-POSTING-COUNT
           ADD 1 TO WS-POSTINGS-LISTED
           MOVE ACCTH-BAL-AFTER TO WS-CLOSING-BAL
           MOVE ACCTH-TICKET TO WS-DISP-TICKET
           MOVE ACCTH-AMOUNT TO WS-DISP-AMOUNT
           MOVE ACCTH-BAL-AFTER TO WS-DISP-BALANCE
           MOVE SPACES TO PRINT-LINE
           STRING "    " ACCTH-DATE " " WS-DISP-TICKET "    "
               ACCTH-CODE " " WS-DISP-AMOUNT " " WS-DISP-BALANCE
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE.

       3400-END-STATEMENT.
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           COMPUTE WS-PERIOD-NET = WS-CLOSING-BAL - WS-OPENING-BAL
           MOVE WS-POSTING-COUNT TO WS-DISP-COUNT
           MOVE WS-PERIOD-NET TO WS-DISP-AMOUNT
           MOVE SPACES TO PRINT-LINE
           STRING "    " WS-DISP-COUNT " POSTING(S), NET MOVEMENT "
               WS-DISP-AMOUNT INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-CLOSING-BAL TO WS-DISP-BALANCE
           MOVE SPACES TO PRINT-LINE
           STRING "    CLOSING BALANCE " WS-DISP-BALANCE
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE.

       4000-PRINT-TOTALS.
           IF WS-STMT-COUNT = 0
               MOVE "NO ACCOUNTS IN THE SELECTION" TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-STMT-COUNT TO WS-DISP-COUNT
           DISPLAY "ACCTSTMT: " WS-DISP-COUNT " STATEMENT(S) WRITTEN".

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
           IF WS-MASTER-STATUS = "00" OR WS-MASTER-STATUS = "10"
                   OR WS-MASTER-STATUS = "23"
               CLOSE ACCT-MASTER
           END-IF
           IF WS-HIST-OPEN
               CLOSE HIST-FILE
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
               DISPLAY "*** ACCTSTMT RUN ABORTED - SEE DIAGNOSTICS"
                   " ABOVE ***"
           ELSE
               DISPLAY "STATEMENTS WRITTEN TO STMTRPT"
           END-IF
           MOVE WS-POSTINGS-LISTED TO WS-AUDIT-RECORDS-IN
           MOVE WS-STMT-COUNT TO WS-AUDIT-RECORDS-OUT
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-RECORDS-IN
               WS-AUDIT-RECORDS-OUT WS-RUN-TICKET
           MOVE WS-SAVE-RC TO RETURN-CODE
           GOBACK.
