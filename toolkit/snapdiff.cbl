      *****************************************************************
      * PROGRAM:  SNAPDIFF
      *
      * PURPOSE:  TURNS TWO DAYS' ID/AMOUNT POSITION SNAPSHOTS INTO AN
      *           ACCTPOST TRANSACTION FILE.  SOME PARTNERS SEND A FULL
      *           POSITION FILE EVERY DAY (THE LAYOUT SORTING READS - A
      *           FIVE-DIGIT ID FOLLOWED BY THE AMOUNT IN THE SHARED
      *           NUMREC LAYOUT) INSTEAD OF TRANSACTIONS, AND THE TWO
      *           DAYS WERE BEING DIFFED BY EYE AND THE TRANSACTIONS
      *           TYPED IN.  BOTH SNAPSHOTS ARE SORTED BY ID AND
      *           MATCHED:
      *             - AN ID ONLY IN TODAY'S FILE BECOMES AN "A" AT ITS
      *               AMOUNT;
      *             - AN ID IN BOTH WHOSE AMOUNT MOVED BECOMES A "C"
      *               CARRYING THE NET DIFFERENCE (TODAY LESS
      *               YESTERDAY);
      *             - AN ID ONLY IN YESTERDAY'S FILE BECOMES A "D".
      *           THE TRANSACTIONS GO TO THE NAMED FILE IN THE SHARED
      *           ACCTTREC LAYOUT, AND THE CHANGE REPORT (SNPRPT) LISTS
      *           EACH ONE, THEN COUNTS AND AMOUNT TOTALS BY BRANCH
      *           (THE LEADING TWO DIGITS OF THE ID) AND FOR THE SHOP.
      *
      *           A ROW MAY CARRY A THREE-LETTER CURRENCY CODE AFTER
      *           THE AMOUNT, AS SORTING READS IT; THE ADD OR CHANGE
      *           CARRIES IT SO ACCTPOST CONVERTS THE AMOUNT.
      *
      *           A ROW WHOSE AMOUNT IS NOT NUMERIC, OR A SECOND ROW
      *           FOR AN ID ALREADY SEEN IN THE SAME SNAPSHOT, IS
      *           LISTED AND LEFT OUT (THE FIRST ROW FOR THE ID STANDS)
      *           AND THE RUN ENDS RETURN-CODE 4.  SO DOES AN ID WHOSE
      *           CURRENCY IS NOT THE SAME IN BOTH SNAPSHOTS - NO
      *           TRANSACTION IS WRITTEN FOR IT.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15  RA   INITIAL VERSION.
      *   2026-10-15  RA   ROWS SHARING AN ID KEEP THEIR SNAPSHOT ORDER
      *                    THROUGH THE SORT.
      *   2026-10-15  RA   THE CURRENCY CODE AFTER THE AMOUNT (COLUMNS
      *                    24-26, BLANK IS THE BASE CURRENCY) IS CARRIED
      *                    ONTO EACH A AND C TRANSACTION.  AN ID WHOSE
      *                    CURRENCY DIFFERS BETWEEN THE TWO SNAPSHOTS IS
      *                    LISTED AND LEFT FOR A PERSON - NO NET CHANGE
      *                    CAN BE TAKEN ACROSS TWO CURRENCIES.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SNAPDIFF.
       AUTHOR. R-ALLYN.
       INSTALLATION. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAP-FILE ASSIGN TO DYNAMIC WS-FNAME-SNAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT SORT-WORK ASSIGN TO "SNPWRK1"
               FILE STATUS IS WS-SORTWK-STATUS.
           SELECT OLD-SORTED ASSIGN TO "SNPOLD"
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-SORTED ASSIGN TO "SNPNEW"
               FILE STATUS IS WS-NEW-STATUS.
           SELECT TRAN-FILE ASSIGN TO DYNAMIC WS-FNAME-TRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT PRINT-FILE ASSIGN TO "SNPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "TOOLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAP-FILE.
       01  SNAP-REC.
           02  SNAP-ID             PIC 9(05).
           COPY NUMREC REPLACING ==:LEVEL:== BY ==02==
               ==:NAME:== BY ==SNAP-AMOUNT==.
           02  SNAP-CURRENCY       PIC X(03).

       SD  SORT-WORK.
       01  SORT-ROW.
           02  SR-ID               PIC 9(05).
           COPY NUMREC REPLACING ==:LEVEL:== BY ==02==
               ==:NAME:== BY ==SR-AMOUNT==.
           02  SR-CURRENCY         PIC X(03).

       FD  OLD-SORTED.
       01  OLD-ROW.
           02  OLD-ID              PIC 9(05).
           COPY NUMREC REPLACING ==:LEVEL:== BY ==02==
               ==:NAME:== BY ==OLD-AMOUNT==.
           02  OLD-CURRENCY        PIC X(03).

       FD  NEW-SORTED.
       01  NEW-ROW.
           02  NEW-ID              PIC 9(05).
           COPY NUMREC REPLACING ==:LEVEL:== BY ==02==
               ==:NAME:== BY ==NEW-AMOUNT==.
           02  NEW-CURRENCY        PIC X(03).

       FD  TRAN-FILE.
           COPY ACCTTREC.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(132).

       FD  PARM-FILE.
           COPY TOOLPARM.

       WORKING-STORAGE SECTION.
       77  WS-SNAP-STATUS          PIC X(02).
       77  WS-SORTWK-STATUS        PIC X(02).
       77  WS-OLD-STATUS           PIC X(02).
       77  WS-NEW-STATUS           PIC X(02).
       77  WS-TRAN-STATUS          PIC X(02).
       77  WS-PRINT-STATUS         PIC X(02).
       77  WS-PARM-STATUS          PIC X(02).
       77  WS-FNAME-SNAP           PIC X(30).
       77  WS-FNAME-OLD            PIC X(30).
       77  WS-FNAME-NEW            PIC X(30).
       77  WS-FNAME-TRAN           PIC X(30).
       77  WS-ABORT-SW             PIC X(01) VALUE 'N'.
           88  WS-ABORT-RUN         VALUE 'Y'.
       77  WS-SAVE-RC              PIC S9(09) COMP.
       77  FEOF                    PIC X(01).
       77  WS-OLD-EOF-SW           PIC X(01).
           88  WS-OLD-EOF           VALUE 'Y'.
       77  WS-NEW-EOF-SW           PIC X(01).
           88  WS-NEW-EOF           VALUE 'Y'.

      *--------------------------------------------------------------*
      * OPERATOR-PROMPT WORK FIELDS - EVERY QUESTION GOES THROUGH THE
      * SHARED RESPOND SUBPROGRAM (8800-GET-ANSWER) SO A RESPONSE
      * FILE CAN ANSWER IT IN AN UNATTENDED RUN.
      *--------------------------------------------------------------*
       77  WS-PROMPT               PIC X(60).
       77  WS-ANSWER               PIC X(60).

      *--------------------------------------------------------------*
      * LOAD AND MATCH WORK FIELDS - THE SNAPSHOT BEING LOADED (O OR
      * N), ITS LINE NUMBER, THE LAST ID TAKEN FROM EACH SORTED FILE
      * (FOR THE DUPLICATE CHECK), AND THE TRANSACTION BEING BUILT.
      *--------------------------------------------------------------*
       77  WS-LOADING-SW           PIC X(01).
           88  WS-LOADING-OLD       VALUE 'O'.
           88  WS-LOADING-NEW       VALUE 'N'.
       77  WS-LINE-NO              PIC 9(07) COMP.
       77  WS-OLD-ROWS             PIC 9(07) COMP VALUE 0.
       77  WS-NEW-ROWS             PIC 9(07) COMP VALUE 0.
       77  WS-BAD-AMOUNT-COUNT     PIC 9(06) COMP VALUE 0.
       77  WS-DUP-COUNT            PIC 9(06) COMP VALUE 0.
       77  WS-CCY-DIFF-COUNT       PIC 9(06) COMP VALUE 0.
       77  WS-PREV-OLD-ID          PIC 9(05).
       77  WS-PREV-NEW-ID          PIC 9(05).
       77  WS-OLD-TAKEN-SW         PIC X(01).
       77  WS-NEW-TAKEN-SW         PIC X(01).
       77  WS-TRAN-AMOUNT          PIC S9(14)V9(4).
       77  WS-SAME-COUNT           PIC 9(07) COMP VALUE 0.
       77  WS-TRAN-COUNT           PIC 9(07) COMP VALUE 0.

      *--------------------------------------------------------------*
      * BRANCH TOTALS - SUBSCRIPT IS THE BRANCH CODE PLUS ONE.  THE
      * DELETE AMOUNT IS THE POSITION THAT WENT AWAY, SHOWN NEGATIVE.
      *--------------------------------------------------------------*
       01  WS-BRANCH-TABLE.
           05  WS-BR-ENTRY OCCURS 100 TIMES.
               10  WS-BR-ADD-COUNT     PIC 9(07) COMP.
               10  WS-BR-ADD-AMT       PIC S9(14)V9(4).
               10  WS-BR-CHG-COUNT     PIC 9(07) COMP.
               10  WS-BR-CHG-AMT       PIC S9(14)V9(4).
               10  WS-BR-DEL-COUNT     PIC 9(07) COMP.
               10  WS-BR-DEL-AMT       PIC S9(14)V9(4).
               10  WS-BR-SAME-COUNT    PIC 9(07) COMP.
       77  WS-BR-SUB               PIC 9(03) COMP.
       01  WS-SHOP-TOTALS.
           05  WS-SH-ADD-COUNT         PIC 9(07) COMP.
           05  WS-SH-ADD-AMT           PIC S9(14)V9(4).
           05  WS-SH-CHG-COUNT         PIC 9(07) COMP.
           05  WS-SH-CHG-AMT           PIC S9(14)V9(4).
           05  WS-SH-DEL-COUNT         PIC 9(07) COMP.
           05  WS-SH-DEL-AMT           PIC S9(14)V9(4).
           05  WS-SH-SAME-COUNT        PIC 9(07) COMP.
       77  WS-DISP-BRANCH          PIC 9(02).
       77  WS-DISP-ID              PIC 9(05).
       77  WS-DISP-LINE-NO         PIC Z(06)9.
       77  WS-DISP-COUNT           PIC Z(05)9.
       77  WS-DISP-AMOUNT          PIC -(14)9.9999.
       77  WS-DISP-OLD-AMT         PIC -(14)9.9999.
       77  WS-DISP-NEW-AMT         PIC -(14)9.9999.
       77  WS-DISP-ADD-CNT         PIC Z(05)9.
       77  WS-DISP-ADD-AMT         PIC -(13)9.99.
       77  WS-DISP-CHG-CNT         PIC Z(05)9.
       77  WS-DISP-CHG-AMT         PIC -(13)9.99.
       77  WS-DISP-DEL-CNT         PIC Z(05)9.
       77  WS-DISP-DEL-AMT         PIC -(13)9.99.
       77  WS-DISP-SAME-CNT        PIC Z(06)9.

      *--------------------------------------------------------------*
      * REPORT WORK FIELDS
      *--------------------------------------------------------------*
       01  WS-RPT-PROGRAM          PIC X(20) VALUE "SNAPDIFF".
       01  WS-RPT-TITLE            PIC X(40)
           VALUE "POSITION SNAPSHOT CHANGES".
       77  WS-RPT-PAGE-NO          PIC 9(04) VALUE 1.
       77  WS-RPT-LINES-ON-PAGE    PIC 9(04) COMP VALUE 0.
       77  WS-RPT-MAX-LINES        PIC 9(04) COMP VALUE 60.
       77  WS-RPT-WIDTH            PIC 9(03) VALUE 132.
       01  WS-HEADING-1            PIC X(132).

       77  WS-AUDIT-PROGRAM       PIC X(20) VALUE "SNAPDIFF".
       77  WS-AUDIT-RECORDS-IN    PIC 9(07).
       77  WS-AUDIT-RECORDS-OUT   PIC 9(07).
       77  WS-RUN-TICKET          PIC 9(09).
       77  WS-ARCHIVE-REPORT      PIC X(30) VALUE "SNPRPT".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL "RUNTICKET" USING WS-RUN-TICKET
           CALL "AUDITBEG" USING WS-AUDIT-PROGRAM WS-RUN-TICKET
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               PERFORM 2000-SORT-SNAPSHOTS
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 3000-MATCH-SNAPSHOTS
               PERFORM 4000-PRINT-TOTALS
           END-IF
           PERFORM 9999-FINISH-EXIT.

      *--------------------------------------------------------------*
      * 1000-INITIALIZE - RESET THE RUN, PICK UP THE PRINT WIDTH, TAKE
      * THE THREE FILENAMES AND OPEN THE OUTPUTS.  BOTH SNAPSHOTS ARE
      * PROVED READABLE HERE SO A MISTYPED NAME STOPS THE RUN BEFORE
      * ANY SORTING.
      *--------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO WS-OLD-ROWS
           MOVE 0 TO WS-NEW-ROWS
           MOVE 0 TO WS-BAD-AMOUNT-COUNT
           MOVE 0 TO WS-DUP-COUNT
           MOVE 0 TO WS-CCY-DIFF-COUNT
           MOVE 0 TO WS-SAME-COUNT
           MOVE 0 TO WS-TRAN-COUNT
           INITIALIZE WS-BRANCH-TABLE
           INITIALIZE WS-SHOP-TOTALS
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
           MOVE "YESTERDAY'S SNAPSHOT FILENAME?" TO WS-PROMPT
           PERFORM 8800-GET-ANSWER
           MOVE WS-ANSWER TO WS-FNAME-OLD
           MOVE "TODAY'S SNAPSHOT FILENAME?" TO WS-PROMPT
           PERFORM 8800-GET-ANSWER
           MOVE WS-ANSWER TO WS-FNAME-NEW
           MOVE "OUTPUT TRANSACTION FILENAME?" TO WS-PROMPT
           PERFORM 8800-GET-ANSWER
           MOVE WS-ANSWER TO WS-FNAME-TRAN
           MOVE WS-FNAME-OLD TO WS-FNAME-SNAP
           PERFORM 1100-PROVE-SNAPSHOT
           MOVE WS-FNAME-NEW TO WS-FNAME-SNAP
           PERFORM 1100-PROVE-SNAPSHOT
           IF NOT WS-ABORT-RUN
               OPEN OUTPUT TRAN-FILE
               IF WS-TRAN-STATUS NOT = "00"
                   DISPLAY "*** SNAPDIFF: UNABLE TO OPEN TRANSACTION"
                       " FILE " WS-FNAME-TRAN " - FILE STATUS "
                       WS-TRAN-STATUS " ***"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN
               OPEN OUTPUT PRINT-FILE
               IF WS-PRINT-STATUS NOT = "00"
                   DISPLAY "*** SNAPDIFF: UNABLE TO OPEN PRINT FILE"
                       " SNPRPT - FILE STATUS " WS-PRINT-STATUS " ***"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN
               CALL "RPTHEADER" USING WS-RPT-PROGRAM WS-RPT-TITLE
                   WS-RPT-PAGE-NO WS-HEADING-1 WS-RPT-WIDTH
               MOVE WS-HEADING-1 TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE 2 TO WS-RPT-LINES-ON-PAGE
               MOVE SPACES TO PRINT-LINE
               STRING "YESTERDAY: " WS-FNAME-OLD "  TODAY: "
                   WS-FNAME-NEW "  TRANSACTIONS TO: " WS-FNAME-TRAN
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF.

       1100-PROVE-SNAPSHOT.
           OPEN INPUT SNAP-FILE
           IF WS-SNAP-STATUS NOT = "00"
               DISPLAY "*** SNAPDIFF: UNABLE TO OPEN SNAPSHOT "
                   WS-FNAME-SNAP " - FILE STATUS " WS-SNAP-STATUS
                   " ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           ELSE
               CLOSE SNAP-FILE
           END-IF.

      *--------------------------------------------------------------*
      * 2000-SORT-SNAPSHOTS - EACH SNAPSHOT IS SORTED BY ID THROUGH
      * THE SAME INPUT PROCEDURE, WHICH DROPS ROWS WITH A BAD AMOUNT.
      * ROWS WITH THE SAME ID STAY IN THE ORDER THE SNAPSHOT HAD THEM.
      *--------------------------------------------------------------*
       2000-SORT-SNAPSHOTS.
           SET WS-LOADING-OLD TO TRUE
           MOVE WS-FNAME-OLD TO WS-FNAME-SNAP
           SORT SORT-WORK
               ON ASCENDING KEY SR-ID
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE 2100-LOAD-SNAPSHOT
               GIVING OLD-SORTED
           SET WS-LOADING-NEW TO TRUE
           MOVE WS-FNAME-NEW TO WS-FNAME-SNAP
           SORT SORT-WORK
               ON ASCENDING KEY SR-ID
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE 2100-LOAD-SNAPSHOT
               GIVING NEW-SORTED.

       2100-LOAD-SNAPSHOT.
           MOVE 0 TO WS-LINE-NO
           OPEN INPUT SNAP-FILE
           MOVE 'N' TO FEOF
           PERFORM UNTIL FEOF = 'Y'
               READ SNAP-FILE
                   AT END
                       MOVE 'Y' TO FEOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       PERFORM 2200-RELEASE-ROW
               END-READ
           END-PERFORM
           CLOSE SNAP-FILE.

       2200-RELEASE-ROW.
           IF SNAP-ID IS NOT NUMERIC OR SNAP-AMOUNT IS NOT NUMERIC
               ADD 1 TO WS-BAD-AMOUNT-COUNT
               MOVE WS-LINE-NO TO WS-DISP-LINE-NO
               MOVE SPACES TO PRINT-LINE
               STRING "*** LINE " WS-DISP-LINE-NO " OF "
                   WS-FNAME-SNAP " - ID OR AMOUNT IS NOT NUMERIC -"
                   " ROW LEFT OUT ***" DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           ELSE
               MOVE SNAP-ID TO SR-ID
               MOVE SNAP-AMOUNT TO SR-AMOUNT
               MOVE SNAP-CURRENCY TO SR-CURRENCY
               INSPECT SR-CURRENCY CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               RELEASE SORT-ROW
               IF WS-LOADING-OLD
                   ADD 1 TO WS-OLD-ROWS
               ELSE
                   ADD 1 TO WS-NEW-ROWS
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 3000-MATCH-SNAPSHOTS - CLASSIC TWO-FILE MATCH ON ID.  THE
      * LOWER ID IS AN ADD OR DELETE ON ITS OWN; EQUAL IDS ARE A
      * CHANGE WHEN THE AMOUNT MOVED, OR AN EXCEPTION WHEN THE
      * CURRENCY DID.
      *--------------------------------------------------------------*
       3000-MATCH-SNAPSHOTS.
           OPEN INPUT OLD-SORTED
           OPEN INPUT NEW-SORTED
           MOVE 'N' TO WS-OLD-EOF-SW
           MOVE 'N' TO WS-NEW-EOF-SW
           MOVE 'N' TO WS-OLD-TAKEN-SW
           MOVE 'N' TO WS-NEW-TAKEN-SW
           MOVE SPACES TO PRINT-LINE
           STRING "CODE  ID         YESTERDAY'S AMOUNT       TODAY'S"
               " AMOUNT   TRANSACTION AMOUNT  CCY" DELIMITED BY SIZE
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE ALL "-" TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           PERFORM 3100-READ-OLD
           PERFORM 3200-READ-NEW
           PERFORM UNTIL WS-OLD-EOF AND WS-NEW-EOF
               EVALUATE TRUE
                   WHEN WS-NEW-EOF
                       PERFORM 3400-EMIT-DELETE
                       PERFORM 3100-READ-OLD
                   WHEN WS-OLD-EOF
                       PERFORM 3300-EMIT-ADD
                       PERFORM 3200-READ-NEW
                   WHEN OLD-ID < NEW-ID
                       PERFORM 3400-EMIT-DELETE
                       PERFORM 3100-READ-OLD
                   WHEN NEW-ID < OLD-ID
                       PERFORM 3300-EMIT-ADD
                       PERFORM 3200-READ-NEW
                   WHEN OTHER
                       PERFORM 3500-EMIT-CHANGE
                       PERFORM 3100-READ-OLD
                       PERFORM 3200-READ-NEW
               END-EVALUATE
           END-PERFORM
           CLOSE OLD-SORTED
           CLOSE NEW-SORTED
           CLOSE TRAN-FILE.

      *--------------------------------------------------------------*
      * 3100-READ-OLD / 3200-READ-NEW - NEXT ROW OF EACH SORTED FILE,
      * SKIPPING (AND LISTING) A REPEAT OF THE ID JUST TAKEN.
      *--------------------------------------------------------------*
       3100-READ-OLD.
           MOVE 'N' TO FEOF
           PERFORM UNTIL FEOF = 'Y'
               READ OLD-SORTED
                   AT END
                       SET WS-OLD-EOF TO TRUE
                       MOVE 'Y' TO FEOF
                   NOT AT END
                       IF WS-OLD-TAKEN-SW = 'Y'
                               AND OLD-ID = WS-PREV-OLD-ID
                           MOVE OLD-ID TO WS-DISP-ID
                           MOVE WS-FNAME-OLD TO WS-FNAME-SNAP
                           PERFORM 3600-LIST-DUPLICATE
                       ELSE
                           MOVE 'Y' TO WS-OLD-TAKEN-SW
                           MOVE OLD-ID TO WS-PREV-OLD-ID
                           MOVE 'Y' TO FEOF
                       END-IF
               END-READ
           END-PERFORM.

       3200-READ-NEW.
           MOVE 'N' TO FEOF
           PERFORM UNTIL FEOF = 'Y'
               READ NEW-SORTED
                   AT END
                       SET WS-NEW-EOF TO TRUE
                       MOVE 'Y' TO FEOF
                   NOT AT END
                       IF WS-NEW-TAKEN-SW = 'Y'
                               AND NEW-ID = WS-PREV-NEW-ID
                           MOVE NEW-ID TO WS-DISP-ID
                           MOVE WS-FNAME-NEW TO WS-FNAME-SNAP
                           PERFORM 3600-LIST-DUPLICATE
                       ELSE
                           MOVE 'Y' TO WS-NEW-TAKEN-SW
                           MOVE NEW-ID TO WS-PREV-NEW-ID
                           MOVE 'Y' TO FEOF
                       END-IF
               END-READ
           END-PERFORM.

       3300-EMIT-ADD.
           MOVE SPACES TO TRAN-REC
           MOVE 'A' TO TRAN-CODE
           MOVE NEW-ID TO TRAN-ID
           MOVE NEW-AMOUNT TO TRAN-AMOUNT
           MOVE NEW-CURRENCY TO TRAN-CURRENCY
           WRITE TRAN-REC
           ADD 1 TO WS-TRAN-COUNT
           COMPUTE WS-BR-SUB = NEW-ID / 1000 + 1
           ADD 1 TO WS-BR-ADD-COUNT(WS-BR-SUB)
           ADD NEW-AMOUNT TO WS-BR-ADD-AMT(WS-BR-SUB)
           MOVE NEW-ID TO WS-DISP-ID
           MOVE NEW-AMOUNT TO WS-DISP-NEW-AMT
           MOVE NEW-AMOUNT TO WS-DISP-AMOUNT
           MOVE SPACES TO PRINT-LINE
           STRING "  A   " WS-DISP-ID "  " "          (NONE)    "
               "  " WS-DISP-NEW-AMT "  " WS-DISP-AMOUNT "  "
               NEW-CURRENCY DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE.

       3400-EMIT-DELETE.
           MOVE SPACES TO TRAN-REC
           MOVE 'D' TO TRAN-CODE
           MOVE OLD-ID TO TRAN-ID
           WRITE TRAN-REC
           ADD 1 TO WS-TRAN-COUNT
           COMPUTE WS-BR-SUB = OLD-ID / 1000 + 1
           ADD 1 TO WS-BR-DEL-COUNT(WS-BR-SUB)
           SUBTRACT OLD-AMOUNT FROM WS-BR-DEL-AMT(WS-BR-SUB)
           MOVE OLD-ID TO WS-DISP-ID
           MOVE OLD-AMOUNT TO WS-DISP-OLD-AMT
           MOVE SPACES TO PRINT-LINE
           STRING "  D   " WS-DISP-ID "  " WS-DISP-OLD-AMT "  "
               "          (NONE)    " "                      "
               OLD-CURRENCY DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE.

       3500-EMIT-CHANGE.
           COMPUTE WS-BR-SUB = NEW-ID / 1000 + 1
           IF NEW-CURRENCY NOT = OLD-CURRENCY
               PERFORM 3550-LIST-CURRENCY-CHANGE
           ELSE
               PERFORM 3510-EMIT-CHANGE-SAME-CCY
           END-IF.

       3510-EMIT-CHANGE-SAME-CCY.
           IF NEW-AMOUNT = OLD-AMOUNT
               ADD 1 TO WS-SAME-COUNT
               ADD 1 TO WS-BR-SAME-COUNT(WS-BR-SUB)
           ELSE
               COMPUTE WS-TRAN-AMOUNT = NEW-AMOUNT - OLD-AMOUNT
               MOVE SPACES TO TRAN-REC
               MOVE 'C' TO TRAN-CODE
               MOVE NEW-ID TO TRAN-ID
               MOVE WS-TRAN-AMOUNT TO TRAN-AMOUNT
               MOVE NEW-CURRENCY TO TRAN-CURRENCY
               WRITE TRAN-REC
               ADD 1 TO WS-TRAN-COUNT
               ADD 1 TO WS-BR-CHG-COUNT(WS-BR-SUB)
               ADD WS-TRAN-AMOUNT TO WS-BR-CHG-AMT(WS-BR-SUB)
               MOVE NEW-ID TO WS-DISP-ID
               MOVE OLD-AMOUNT TO WS-DISP-OLD-AMT
               MOVE NEW-AMOUNT TO WS-DISP-NEW-AMT
               MOVE WS-TRAN-AMOUNT TO WS-DISP-AMOUNT
               MOVE SPACES TO PRINT-LINE
               STRING "  C   " WS-DISP-ID "  " WS-DISP-OLD-AMT "  "
                   WS-DISP-NEW-AMT "  " WS-DISP-AMOUNT "  "
                   NEW-CURRENCY DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF.

      *--------------------------------------------------------------*
      * 3550-LIST-CURRENCY-CHANGE - THE SAME ID HELD IN TWO DIFFERENT
      * CURRENCIES.  THE TWO AMOUNTS CANNOT BE NETTED, SO NOTHING IS
      * WRITTEN AND THE ID IS LISTED FOR A PERSON TO POST BY HAND.
      *--------------------------------------------------------------*
       3550-LIST-CURRENCY-CHANGE.
           ADD 1 TO WS-CCY-DIFF-COUNT
           MOVE NEW-ID TO WS-DISP-ID
           MOVE OLD-AMOUNT TO WS-DISP-OLD-AMT
           MOVE NEW-AMOUNT TO WS-DISP-NEW-AMT
           MOVE SPACES TO PRINT-LINE
           STRING "  ?   " WS-DISP-ID "  " WS-DISP-OLD-AMT "  "
               WS-DISP-NEW-AMT "  *** CURRENCY " OLD-CURRENCY
               " -> " NEW-CURRENCY " - NO TRANSACTION WRITTEN ***"
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE.

       3600-LIST-DUPLICATE.
           ADD 1 TO WS-DUP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "*** ID " WS-DISP-ID " APPEARS MORE THAN ONCE IN "
               WS-FNAME-SNAP " - FIRST ROW USED, REPEAT LEFT OUT ***"
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE.

      *--------------------------------------------------------------*
      * 4000-PRINT-TOTALS - THE BRANCH TABLE FOR EVERY BRANCH WITH
      * ANY ROWS, THEN THE SHOP LINE AND THE RUN COUNTS.
      *--------------------------------------------------------------*
       4000-PRINT-TOTALS.
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE "===== CHANGES BY BRANCH =====" TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "BRANCH    ADDS       ADDED AMOUNT  CHANGES"
               "        NET CHANGES   DELETES     DELETED AMOUNT"
               "  UNCHANGED" DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE ALL "-" TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB > 100
               IF WS-BR-ADD-COUNT(WS-BR-SUB) > 0
                       OR WS-BR-CHG-COUNT(WS-BR-SUB) > 0
                       OR WS-BR-DEL-COUNT(WS-BR-SUB) > 0
                       OR WS-BR-SAME-COUNT(WS-BR-SUB) > 0
                   ADD WS-BR-ADD-COUNT(WS-BR-SUB) TO WS-SH-ADD-COUNT
                   ADD WS-BR-ADD-AMT(WS-BR-SUB) TO WS-SH-ADD-AMT
                   ADD WS-BR-CHG-COUNT(WS-BR-SUB) TO WS-SH-CHG-COUNT
                   ADD WS-BR-CHG-AMT(WS-BR-SUB) TO WS-SH-CHG-AMT
                   ADD WS-BR-DEL-COUNT(WS-BR-SUB) TO WS-SH-DEL-COUNT
                   ADD WS-BR-DEL-AMT(WS-BR-SUB) TO WS-SH-DEL-AMT
                   ADD WS-BR-SAME-COUNT(WS-BR-SUB) TO WS-SH-SAME-COUNT
                   MOVE WS-BR-ADD-COUNT(WS-BR-SUB) TO WS-DISP-ADD-CNT
                   MOVE WS-BR-ADD-AMT(WS-BR-SUB) TO WS-DISP-ADD-AMT
                   MOVE WS-BR-CHG-COUNT(WS-BR-SUB) TO WS-DISP-CHG-CNT
                   MOVE WS-BR-CHG-AMT(WS-BR-SUB) TO WS-DISP-CHG-AMT
                   MOVE WS-BR-DEL-COUNT(WS-BR-SUB) TO WS-DISP-DEL-CNT
                   MOVE WS-BR-DEL-AMT(WS-BR-SUB) TO WS-DISP-DEL-AMT
                   MOVE WS-BR-SAME-COUNT(WS-BR-SUB) TO WS-DISP-SAME-CNT
                   COMPUTE WS-DISP-BRANCH = WS-BR-SUB - 1
                   MOVE SPACES TO PRINT-LINE
                   STRING "  " WS-DISP-BRANCH "    " WS-DISP-ADD-CNT
                       " " WS-DISP-ADD-AMT "   " WS-DISP-CHG-CNT " "
                       WS-DISP-CHG-AMT "    " WS-DISP-DEL-CNT " "
                       WS-DISP-DEL-AMT "    " WS-DISP-SAME-CNT
                       DELIMITED BY SIZE INTO PRINT-LINE
                   PERFORM 8900-PRINT-LINE
               END-IF
           END-PERFORM
           MOVE ALL "-" TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-SH-ADD-COUNT TO WS-DISP-ADD-CNT
           MOVE WS-SH-ADD-AMT TO WS-DISP-ADD-AMT
           MOVE WS-SH-CHG-COUNT TO WS-DISP-CHG-CNT
           MOVE WS-SH-CHG-AMT TO WS-DISP-CHG-AMT
           MOVE WS-SH-DEL-COUNT TO WS-DISP-DEL-CNT
           MOVE WS-SH-DEL-AMT TO WS-DISP-DEL-AMT
           MOVE WS-SH-SAME-COUNT TO WS-DISP-SAME-CNT
           MOVE SPACES TO PRINT-LINE
           STRING "SHOP    " WS-DISP-ADD-CNT
               " " WS-DISP-ADD-AMT "   " WS-DISP-CHG-CNT " "
               WS-DISP-CHG-AMT "    " WS-DISP-DEL-CNT " "
               WS-DISP-DEL-AMT "    " WS-DISP-SAME-CNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-OLD-ROWS TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "YESTERDAY'S ROWS . . : " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-NEW-ROWS TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "TODAY'S ROWS . . . . : " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-TRAN-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "TRANSACTIONS WRITTEN : " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           IF WS-BAD-AMOUNT-COUNT > 0 OR WS-DUP-COUNT > 0
                   OR WS-CCY-DIFF-COUNT > 0
               MOVE WS-BAD-AMOUNT-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING "ROWS NOT NUMERIC . . : " WS-DISP-COUNT
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE WS-DUP-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING "DUPLICATE ID ROWS  . : " WS-DISP-COUNT
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE WS-CCY-DIFF-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING "CURRENCY CHANGED . . : " WS-DISP-COUNT
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               DISPLAY "*** SNAPDIFF: SNAPSHOT ROWS LEFT OUT - SEE"
                   " SNPRPT ***"
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
               IF NOT WS-ABORT-RUN
                   MOVE RETURN-CODE TO WS-SAVE-RC
                   CALL "RPTARCHV" USING WS-ARCHIVE-REPORT
                   MOVE WS-SAVE-RC TO RETURN-CODE
               END-IF
           END-IF
           IF WS-ABORT-RUN
               DISPLAY "*** SNAPDIFF RUN ABORTED - SEE DIAGNOSTICS"
                   " ABOVE ***"
           ELSE
               DISPLAY "SNAPDIFF: TRANSACTIONS WRITTEN TO "
                   WS-FNAME-TRAN " - CHANGE REPORT IN SNPRPT"
           END-IF
           COMPUTE WS-AUDIT-RECORDS-IN = WS-OLD-ROWS + WS-NEW-ROWS
           MOVE WS-TRAN-COUNT TO WS-AUDIT-RECORDS-OUT
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-RECORDS-IN
               WS-AUDIT-RECORDS-OUT WS-RUN-TICKET
           MOVE WS-SAVE-RC TO RETURN-CODE
           GOBACK.
