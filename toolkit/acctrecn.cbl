      *****************************************************************
      * PROGRAM:  ACCTRECN
      *
      * PURPOSE:  RECONCILES THE CUSTODIAN'S MONTHLY BALANCE-PER-ID
      *           FILE AGAINST THE ACCTMAST ACCOUNT MASTER.  THE
      *           CUSTODIAN'S FILE CARRIES ONE LINE PER ACCOUNT - THE
      *           FIVE-DIGIT ID FOLLOWED BY THE BALANCE AS S9(7)V99,
      *           THE SAME LAYOUT BRANCHING'S MATCHED-FILES MODE WAS
      *           FED.  IT IS SORTED BY ID AND MATCHED AGAINST THE
      *           MASTER IN KEY ORDER, AND EACH DIFFERENCE IS A BREAK:
      *             - MISSING ON OUR SIDE  (ID ONLY IN THEIR FILE);
      *             - MISSING ON THEIRS    (ID ONLY ON ACCTMAST);
      *             - AMOUNT DIFFERENCE    (BOTH HAVE THE ID BUT THE
      *               BALANCES DIFFER BY MORE THAN THE TOLERANCE).
      *
      *           BREAKS ARE CARRIED ON THE RECNITEM RECONCILIATION
      *           ITEMS FILE (RECNIREC COPYBOOK) SO ONE NOBODY CLEARS
      *           KEEPS ITS FIRST-SEEN DATE AND SHOWS ON EVERY REPORT
      *           (RCNRPT) WITH THE CALENDAR DAYS IT HAS AGED.  AN
      *           OPEN ITEM WHOSE ID AGREES THIS RUN, OR IS ON NEITHER
      *           SIDE ANY MORE, IS MARKED RESOLVED; RESOLVED ITEMS
      *           STAY ON THE REPORT UNTIL AN OPERATOR OF AUTHORITY
      *           LEVEL 2 (CHECKED THROUGH OPERAUTH) SIGNS THEM OFF AT
      *           THE END OF THE RUN, WHICH LEAVES AN AUDITNOTE LINE.
      *
      *           THE RUN ENDS RETURN-CODE 4 WHILE ANY BREAK IS OPEN
      *           OR WHEN PARTNER ROWS WERE UNREADABLE OR REPEATED.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15  RA   INITIAL VERSION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTRECN.
       AUTHOR. R-ALLYN.
       INSTALLATION. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PTNR-FILE ASSIGN TO DYNAMIC WS-FNAME-PTNR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTNR-STATUS.
           SELECT SORT-WORK ASSIGN TO "RCNWRK1"
               FILE STATUS IS WS-SORTWK-STATUS.
           SELECT PTNR-SORTED ASSIGN TO "RCNSRT"
               FILE STATUS IS WS-SORTED-STATUS.
           SELECT ACCT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT RECN-FILE ASSIGN TO "RECNITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECN-ID
               FILE STATUS IS WS-RECN-STATUS.
           SELECT PRINT-FILE ASSIGN TO "RCNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "TOOLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PTNR-FILE.
       01  PTNR-REC.
           02  PTNR-ID             PIC 9(05).
           02  PTNR-BALANCE        PIC S9(7)V99.

       SD  SORT-WORK.
       01  SORT-ROW.
           02  SR-ID               PIC 9(05).
           COPY NUMREC REPLACING ==:LEVEL:== BY ==02==
               ==:NAME:== BY ==SR-BALANCE==.

       FD  PTNR-SORTED.
       01  SORTED-ROW.
           02  SP-ID               PIC 9(05).
           COPY NUMREC REPLACING ==:LEVEL:== BY ==02==
               ==:NAME:== BY ==SP-BALANCE==.

       FD  ACCT-MASTER.
           COPY ACCTREC.

       FD  RECN-FILE.
           COPY RECNIREC.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(132).

       FD  PARM-FILE.
           COPY TOOLPARM.

       WORKING-STORAGE SECTION.
       77  WS-PTNR-STATUS          PIC X(02).
       77  WS-SORTWK-STATUS        PIC X(02).
       77  WS-SORTED-STATUS        PIC X(02).
       77  WS-MASTER-STATUS        PIC X(02).
       77  WS-RECN-STATUS          PIC X(02).
       77  WS-PRINT-STATUS         PIC X(02).
       77  WS-PARM-STATUS          PIC X(02).
       77  WS-FNAME-PTNR           PIC X(30).
       77  WS-ABORT-SW             PIC X(01) VALUE 'N'.
           88  WS-ABORT-RUN         VALUE 'Y'.
       77  WS-SAVE-RC              PIC S9(09) COMP.
       77  FEOF                    PIC X(01).
       77  WS-PTNR-EOF-SW          PIC X(01).
           88  WS-PTNR-EOF          VALUE 'Y'.
       77  WS-MAST-EOF-SW          PIC X(01).
           88  WS-MAST-EOF          VALUE 'Y'.
       77  WS-RUN-DATE             PIC 9(06).
       77  WS-MASTER-OPEN-SW       PIC X(01) VALUE 'N'.
       77  WS-RECN-OPEN-SW         PIC X(01) VALUE 'N'.

      *--------------------------------------------------------------*
      * OPERATOR-PROMPT WORK FIELDS - EVERY QUESTION GOES THROUGH THE
      * SHARED RESPOND SUBPROGRAM (8800-GET-ANSWER) SO A RESPONSE
      * FILE CAN ANSWER IT IN AN UNATTENDED RUN.
      *--------------------------------------------------------------*
       77  WS-PROMPT               PIC X(60).
       77  WS-ANSWER               PIC X(60).

      *--------------------------------------------------------------*
      * SIGN-OFF AUTHORITY - CHECKED THROUGH THE SHARED OPERAUTH
      * SUBPROGRAM AGAINST THE SIGNED-ON OPERATOR.
      *--------------------------------------------------------------*
       77  WS-SIGNOFF-LEVEL        PIC 9(01) VALUE 2.
       77  WS-OPER-ID              PIC X(08).
       77  WS-AUTH-ALLOWED-SW      PIC X(01).
           88  WS-AUTH-ALLOWED      VALUE 'Y'.
       77  WS-SIGNOFF-SW           PIC X(01).
           88  WS-SIGNING-OFF       VALUE 'Y'.
       77  WS-NOTE-TEXT            PIC X(80).

      *--------------------------------------------------------------*
      * MATCH WORK FIELDS - THE TOLERANCE, THE LAST PARTNER ID TAKEN
      * (FOR THE DUPLICATE CHECK) AND THE BREAK BEING RECORDED.
      *--------------------------------------------------------------*
       77  WS-TOLERANCE            PIC S9(7)V99 VALUE ZERO.
       77  WS-LINE-NO              PIC 9(07) COMP.
       77  WS-PREV-PTNR-ID         PIC 9(05).
       77  WS-PTNR-TAKEN-SW        PIC X(01).
       77  WS-BREAK-ID             PIC 9(05).
       77  WS-BREAK-CLASS          PIC X(01).
       77  WS-OUR-AMOUNT           PIC S9(14)V9(4).
       77  WS-THEIR-AMOUNT         PIC S9(14)V9(4).
       77  WS-DIFF-AMOUNT          PIC S9(14)V9(4).
       77  WS-ABS-DIFF             PIC S9(14)V9(4).
       77  WS-ITEM-AGE-SW          PIC X(01).
           88  WS-ITEM-NEW          VALUE 'N'.
           88  WS-ITEM-CARRIED      VALUE 'C'.

      *--------------------------------------------------------------*
      * AGEING - DATES BECOME DAY COUNTS (TWO-DIGIT YEARS TAKEN AS
      * 20YY) SO AN ITEM'S AGE IS A PLAIN SUBTRACTION.
      *--------------------------------------------------------------*
       77  WS-WORK-DATE            PIC 9(08).
       77  WS-TODAY-INT            PIC S9(09) COMP.
       77  WS-DATE-INT             PIC S9(09) COMP.
       77  WS-AGE-DAYS             PIC 9(05) COMP.
       77  WS-OLDEST-AGE           PIC 9(05) COMP VALUE 0.

      *--------------------------------------------------------------*
      * RUN COUNTS
      *--------------------------------------------------------------*
       77  WS-PTNR-ROWS            PIC 9(07) COMP VALUE 0.
       77  WS-ACCT-READ            PIC 9(07) COMP VALUE 0.
       77  WS-AGREED-COUNT         PIC 9(07) COMP VALUE 0.
       77  WS-BAD-ROW-COUNT        PIC 9(06) COMP VALUE 0.
       77  WS-DUP-COUNT            PIC 9(06) COMP VALUE 0.
       77  WS-MISS-OURS-COUNT      PIC 9(07) COMP VALUE 0.
       77  WS-MISS-THEIRS-COUNT    PIC 9(07) COMP VALUE 0.
       77  WS-AMT-DIFF-COUNT       PIC 9(07) COMP VALUE 0.
       77  WS-NEW-BREAK-COUNT      PIC 9(07) COMP VALUE 0.
       77  WS-CARRIED-COUNT        PIC 9(07) COMP VALUE 0.
       77  WS-RESOLVED-COUNT       PIC 9(07) COMP VALUE 0.
       77  WS-AWAITING-COUNT       PIC 9(07) COMP VALUE 0.
       77  WS-SIGNED-COUNT         PIC 9(07) COMP VALUE 0.
       77  WS-ITEMS-WRITTEN        PIC 9(07) COMP VALUE 0.
       77  WS-OPEN-BREAKS          PIC 9(07) COMP VALUE 0.
       77  WS-DISP-ID              PIC 9(05).
       77  WS-DISP-LINE-NO         PIC Z(06)9.
       77  WS-DISP-COUNT           PIC Z(06)9.
       77  WS-DISP-AGE             PIC Z(04)9.
       77  WS-DISP-OUR-AMT         PIC -(14)9.9999.
       77  WS-DISP-THEIR-AMT       PIC -(14)9.9999.
       77  WS-DISP-DIFF-AMT        PIC -(14)9.9999.
       77  WS-DISP-TOLERANCE       PIC -(7)9.99.
       77  WS-DISP-CLASS           PIC X(18).
       77  WS-DISP-AGE-TAG         PIC X(07).

      *--------------------------------------------------------------*
      * REPORT WORK FIELDS
      *--------------------------------------------------------------*
       01  WS-RPT-PROGRAM          PIC X(20) VALUE "ACCTRECN".
       01  WS-RPT-TITLE            PIC X(40)
           VALUE "CUSTODIAN BALANCE RECONCILIATION".
       77  WS-RPT-PAGE-NO          PIC 9(04) VALUE 1.
       77  WS-RPT-LINES-ON-PAGE    PIC 9(04) COMP VALUE 0.
       77  WS-RPT-MAX-LINES        PIC 9(04) COMP VALUE 60.
       77  WS-RPT-WIDTH            PIC 9(03) VALUE 132.
       01  WS-HEADING-1            PIC X(132).

       77  WS-AUDIT-PROGRAM       PIC X(20) VALUE "ACCTRECN".
       77  WS-AUDIT-RECORDS-IN    PIC 9(07).
       77  WS-AUDIT-RECORDS-OUT   PIC 9(07).
       77  WS-RUN-TICKET          PIC 9(09).
       77  WS-ARCHIVE-REPORT      PIC X(30) VALUE "RCNRPT".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL "RUNTICKET" USING WS-RUN-TICKET
           CALL "AUDITBEG" USING WS-AUDIT-PROGRAM WS-RUN-TICKET
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               PERFORM 2000-SORT-PARTNER
               PERFORM 3000-MATCH-BALANCES
               PERFORM 3800-SWEEP-ITEMS
               PERFORM 4000-SIGN-OFF-RESOLVED
               PERFORM 5000-PRINT-TOTALS
           END-IF
           PERFORM 9999-FINISH-EXIT.

      *--------------------------------------------------------------*
      * 1000-INITIALIZE - RESET THE RUN, PICK UP THE PRINT WIDTH, TAKE
      * THE PARTNER FILENAME AND TOLERANCE, AND OPEN THE MASTER, THE
      * ITEMS FILE (CREATED EMPTY ON THE FIRST RUN) AND THE REPORT.
      *--------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 1 TO WS-RPT-PAGE-NO
           MOVE 0 TO WS-RPT-LINES-ON-PAGE
           MOVE 'N' TO WS-ABORT-SW
           MOVE 'N' TO WS-SIGNOFF-SW
           ACCEPT WS-RUN-DATE FROM DATE
           COMPUTE WS-WORK-DATE = 20000000 + WS-RUN-DATE
           COMPUTE WS-TODAY-INT
               = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
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
           MOVE "CUSTODIAN BALANCE FILENAME?" TO WS-PROMPT
           PERFORM 8800-GET-ANSWER
           MOVE WS-ANSWER TO WS-FNAME-PTNR
           MOVE "AMOUNT TOLERANCE (0 FOR EXACT MATCH)?" TO WS-PROMPT
           PERFORM 8800-GET-ANSWER
           IF WS-ANSWER = SPACES
               MOVE 0 TO WS-TOLERANCE
           ELSE
               MOVE FUNCTION NUMVAL(WS-ANSWER) TO WS-TOLERANCE
           END-IF
           IF WS-TOLERANCE < 0
               MULTIPLY -1 BY WS-TOLERANCE
           END-IF
           OPEN INPUT PTNR-FILE
           IF WS-PTNR-STATUS NOT = "00"
               DISPLAY "*** ACCTRECN: UNABLE TO OPEN CUSTODIAN FILE "
                   WS-FNAME-PTNR " - FILE STATUS " WS-PTNR-STATUS
                   " ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           ELSE
               CLOSE PTNR-FILE
           END-IF
           OPEN INPUT ACCT-MASTER
           IF WS-MASTER-STATUS = "39"
               DISPLAY "*** ACCTRECN: ACCTMAST IS ON THE OLD RECORD"
                   " LAYOUT - RUN ACCTCONV ONCE TO CONVERT IT ***"
           END-IF
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "*** ACCTRECN: UNABLE TO OPEN ACCOUNT MASTER"
                   " ACCTMAST - FILE STATUS " WS-MASTER-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           ELSE
               MOVE 'Y' TO WS-MASTER-OPEN-SW
           END-IF
           OPEN I-O RECN-FILE
           IF WS-RECN-STATUS = "35"
               OPEN OUTPUT RECN-FILE
               CLOSE RECN-FILE
               OPEN I-O RECN-FILE
               DISPLAY "ACCTRECN: NO RECONCILIATION ITEMS YET -"
                   " RECNITEM CREATED EMPTY"
           END-IF
           IF WS-RECN-STATUS NOT = "00"
               DISPLAY "*** ACCTRECN: UNABLE TO OPEN RECONCILIATION"
                   " ITEMS RECNITEM - FILE STATUS " WS-RECN-STATUS
                   " ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           ELSE
               MOVE 'Y' TO WS-RECN-OPEN-SW
           END-IF
           IF NOT WS-ABORT-RUN
               OPEN OUTPUT PRINT-FILE
               IF WS-PRINT-STATUS NOT = "00"
                   DISPLAY "*** ACCTRECN: UNABLE TO OPEN PRINT FILE"
                       " RCNRPT - FILE STATUS " WS-PRINT-STATUS " ***"
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
               MOVE WS-TOLERANCE TO WS-DISP-TOLERANCE
               MOVE SPACES TO PRINT-LINE
               STRING "CUSTODIAN FILE: " WS-FNAME-PTNR
                   "  AGAINST ACCTMAST  TOLERANCE: " WS-DISP-TOLERANCE
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF.

      *--------------------------------------------------------------*
      * 2000-SORT-PARTNER - THE CUSTODIAN'S FILE COMES IN WHATEVER
      * ORDER THEY SEND IT; IT IS SORTED BY ID SO IT CAN BE MATCHED
      * AGAINST THE MASTER IN KEY ORDER.  UNREADABLE ROWS ARE LISTED
      * AND LEFT OUT.
      *--------------------------------------------------------------*
       2000-SORT-PARTNER.
           SORT SORT-WORK
               ON ASCENDING KEY SR-ID
               INPUT PROCEDURE 2100-LOAD-PARTNER
               GIVING PTNR-SORTED.

       2100-LOAD-PARTNER.
           MOVE 0 TO WS-LINE-NO
           OPEN INPUT PTNR-FILE
           MOVE 'N' TO FEOF
           PERFORM UNTIL FEOF = 'Y'
               READ PTNR-FILE
                   AT END
                       MOVE 'Y' TO FEOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       PERFORM 2200-RELEASE-ROW
               END-READ
           END-PERFORM
           CLOSE PTNR-FILE.

       2200-RELEASE-ROW.
           IF PTNR-ID IS NOT NUMERIC OR PTNR-BALANCE IS NOT NUMERIC
               ADD 1 TO WS-BAD-ROW-COUNT
               MOVE WS-LINE-NO TO WS-DISP-LINE-NO
               MOVE SPACES TO PRINT-LINE
               STRING "*** LINE " WS-DISP-LINE-NO " OF "
                   WS-FNAME-PTNR " - ID OR BALANCE IS NOT NUMERIC -"
                   " ROW LEFT OUT ***" DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           ELSE
               MOVE PTNR-ID TO SR-ID
               MOVE PTNR-BALANCE TO SR-BALANCE
               RELEASE SORT-ROW
               ADD 1 TO WS-PTNR-ROWS
           END-IF.

      *--------------------------------------------------------------*
      * 3000-MATCH-BALANCES - TWO-FILE MATCH ON ID BETWEEN THE SORTED
      * CUSTODIAN FILE AND THE MASTER READ IN KEY ORDER.  THE LOWER
      * ID IS MISSING FROM THE OTHER SIDE; EQUAL IDS BREAK ONLY WHEN
      * THE BALANCES DIFFER BY MORE THAN THE TOLERANCE.
      *--------------------------------------------------------------*
       3000-MATCH-BALANCES.
           OPEN INPUT PTNR-SORTED
           MOVE 'N' TO WS-PTNR-EOF-SW
           MOVE 'N' TO WS-MAST-EOF-SW
           MOVE 'N' TO WS-PTNR-TAKEN-SW
           MOVE "===== BREAKS THIS RUN =====" TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "ID     BREAK                      OUR BALANCE"
               "        THEIR BALANCE           DIFFERENCE "
               "FIRST SEEN  DAYS  ITEM" DELIMITED BY SIZE
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE ALL "-" TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           PERFORM 3100-READ-PARTNER
           PERFORM 3200-READ-MASTER
           PERFORM UNTIL WS-PTNR-EOF AND WS-MAST-EOF
               EVALUATE TRUE
                   WHEN WS-PTNR-EOF
                       PERFORM 3400-MISSING-THEIRS
                       PERFORM 3200-READ-MASTER
                   WHEN WS-MAST-EOF
                       PERFORM 3300-MISSING-OURS
                       PERFORM 3100-READ-PARTNER
                   WHEN ACCT-ID < SP-ID
                       PERFORM 3400-MISSING-THEIRS
                       PERFORM 3200-READ-MASTER
                   WHEN SP-ID < ACCT-ID
                       PERFORM 3300-MISSING-OURS
                       PERFORM 3100-READ-PARTNER
                   WHEN OTHER
                       PERFORM 3500-COMPARE-BALANCES
                       PERFORM 3100-READ-PARTNER
                       PERFORM 3200-READ-MASTER
               END-EVALUATE
           END-PERFORM
           CLOSE PTNR-SORTED
           IF WS-MISS-OURS-COUNT + WS-MISS-THEIRS-COUNT
                   + WS-AMT-DIFF-COUNT = 0
               MOVE "NO BREAKS - EVERY BALANCE AGREES" TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF.

      *--------------------------------------------------------------*
      * 3100-READ-PARTNER - NEXT SORTED CUSTODIAN ROW, SKIPPING (AND
      * LISTING) A REPEAT OF THE ID JUST TAKEN - THE FIRST ROW STANDS.
      *--------------------------------------------------------------*
       3100-READ-PARTNER.
           MOVE 'N' TO FEOF
           PERFORM UNTIL FEOF = 'Y'
               READ PTNR-SORTED
                   AT END
                       SET WS-PTNR-EOF TO TRUE
                       MOVE 'Y' TO FEOF
                   NOT AT END
                       IF WS-PTNR-TAKEN-SW = 'Y'
                               AND SP-ID = WS-PREV-PTNR-ID
                           ADD 1 TO WS-DUP-COUNT
                           MOVE SP-ID TO WS-DISP-ID
                           MOVE SPACES TO PRINT-LINE
                           STRING "*** ID " WS-DISP-ID " APPEARS MORE"
                               " THAN ONCE IN " WS-FNAME-PTNR
                               " - FIRST ROW USED, REPEAT LEFT OUT ***"
                               DELIMITED BY SIZE INTO PRINT-LINE
                           PERFORM 8900-PRINT-LINE
                       ELSE
                           MOVE 'Y' TO WS-PTNR-TAKEN-SW
                           MOVE SP-ID TO WS-PREV-PTNR-ID
                           MOVE 'Y' TO FEOF
                       END-IF
               END-READ
           END-PERFORM.

       3200-READ-MASTER.
           READ ACCT-MASTER NEXT
               AT END
                   SET WS-MAST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCT-READ
           END-READ.

       3300-MISSING-OURS.
           MOVE SP-ID TO WS-BREAK-ID
           MOVE 'O' TO WS-BREAK-CLASS
           MOVE 0 TO WS-OUR-AMOUNT
           MOVE SP-BALANCE TO WS-THEIR-AMOUNT
           ADD 1 TO WS-MISS-OURS-COUNT
           PERFORM 3600-RECORD-BREAK.

       3400-MISSING-THEIRS.
           MOVE ACCT-ID TO WS-BREAK-ID
           MOVE 'T' TO WS-BREAK-CLASS
           MOVE ACCT-BALANCE TO WS-OUR-AMOUNT
           MOVE 0 TO WS-THEIR-AMOUNT
           ADD 1 TO WS-MISS-THEIRS-COUNT
           PERFORM 3600-RECORD-BREAK.

       3500-COMPARE-BALANCES.
           COMPUTE WS-ABS-DIFF = ACCT-BALANCE - SP-BALANCE
           IF WS-ABS-DIFF < 0
               MULTIPLY -1 BY WS-ABS-DIFF
           END-IF
           IF WS-ABS-DIFF > WS-TOLERANCE
               MOVE ACCT-ID TO WS-BREAK-ID
               MOVE 'A' TO WS-BREAK-CLASS
               MOVE ACCT-BALANCE TO WS-OUR-AMOUNT
               MOVE SP-BALANCE TO WS-THEIR-AMOUNT
               ADD 1 TO WS-AMT-DIFF-COUNT
               PERFORM 3600-RECORD-BREAK
           ELSE
               ADD 1 TO WS-AGREED-COUNT
               PERFORM 3700-CLEAR-ITEM
           END-IF.

      *--------------------------------------------------------------*
      * 3600-RECORD-BREAK - AN ID STILL OPEN (OR RESOLVED BUT NEVER
      * SIGNED OFF) CARRIES FORWARD WITH ITS ORIGINAL FIRST-SEEN DATE;
      * ANY OTHER BREAK STARTS A NEW ITEM SEEN FIRST TODAY.  THE LINE
      * SHOWS THE ITEM'S AGE IN CALENDAR DAYS.
      *--------------------------------------------------------------*
       3600-RECORD-BREAK.
           MOVE WS-BREAK-ID TO RECN-ID
           READ RECN-FILE
               INVALID KEY
                   MOVE SPACES TO RECN-STATUS
           END-READ
           IF WS-RECN-STATUS = "00"
                   AND (RECN-OPEN OR RECN-RESOLVED)
               SET WS-ITEM-CARRIED TO TRUE
               ADD 1 TO WS-CARRIED-COUNT
               ADD 1 TO RECN-TIMES-SEEN
               MOVE WS-BREAK-CLASS TO RECN-CLASS
               MOVE 'O' TO RECN-STATUS
               MOVE WS-RUN-DATE TO RECN-LAST-SEEN
               MOVE WS-OUR-AMOUNT TO RECN-OUR-AMOUNT
               MOVE WS-THEIR-AMOUNT TO RECN-THEIR-AMOUNT
               MOVE 0 TO RECN-RESOLVED-DATE
               MOVE WS-RUN-TICKET TO RECN-TICKET
               REWRITE RECN-REC
           ELSE
               SET WS-ITEM-NEW TO TRUE
               ADD 1 TO WS-NEW-BREAK-COUNT
               MOVE WS-BREAK-ID TO RECN-ID
               MOVE WS-BREAK-CLASS TO RECN-CLASS
               MOVE 'O' TO RECN-STATUS
               MOVE WS-RUN-DATE TO RECN-FIRST-SEEN
               MOVE WS-RUN-DATE TO RECN-LAST-SEEN
               MOVE 1 TO RECN-TIMES-SEEN
               MOVE WS-OUR-AMOUNT TO RECN-OUR-AMOUNT
               MOVE WS-THEIR-AMOUNT TO RECN-THEIR-AMOUNT
               MOVE 0 TO RECN-RESOLVED-DATE
               MOVE SPACES TO RECN-SIGNOFF-OPER
               MOVE 0 TO RECN-SIGNOFF-DATE
               MOVE WS-RUN-TICKET TO RECN-TICKET
               IF WS-RECN-STATUS = "00"
                   REWRITE RECN-REC
               ELSE
                   WRITE RECN-REC
               END-IF
           END-IF
           IF WS-RECN-STATUS NOT = "00"
               DISPLAY "*** ACCTRECN: UNABLE TO RECORD BREAK FOR ID "
                   WS-BREAK-ID " ON RECNITEM - FILE STATUS "
                   WS-RECN-STATUS " ***"
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-ITEMS-WRITTEN
           END-IF
           PERFORM 3900-ITEM-AGE
           COMPUTE WS-DIFF-AMOUNT = WS-OUR-AMOUNT - WS-THEIR-AMOUNT
           EVALUATE WS-BREAK-CLASS
               WHEN 'O'
                   MOVE "MISSING ON OURS" TO WS-DISP-CLASS
               WHEN 'T'
                   MOVE "MISSING ON THEIRS" TO WS-DISP-CLASS
               WHEN OTHER
                   MOVE "AMOUNT DIFFERENCE" TO WS-DISP-CLASS
           END-EVALUATE
           IF WS-ITEM-NEW
               MOVE "NEW" TO WS-DISP-AGE-TAG
           ELSE
               MOVE "CARRIED" TO WS-DISP-AGE-TAG
           END-IF
           MOVE WS-BREAK-ID TO WS-DISP-ID
           MOVE WS-OUR-AMOUNT TO WS-DISP-OUR-AMT
           MOVE WS-THEIR-AMOUNT TO WS-DISP-THEIR-AMT
           MOVE WS-DIFF-AMOUNT TO WS-DISP-DIFF-AMT
           MOVE SPACES TO PRINT-LINE
           STRING WS-DISP-ID "  " WS-DISP-CLASS WS-DISP-OUR-AMT " "
               WS-DISP-THEIR-AMT " " WS-DISP-DIFF-AMT "    "
               RECN-FIRST-SEEN "  " WS-DISP-AGE "  " WS-DISP-AGE-TAG
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE.

      *--------------------------------------------------------------*
      * 3700-CLEAR-ITEM - THE ID AGREES THIS RUN, SO AN OPEN ITEM FOR
      * IT IS RESOLVED TODAY AND WAITS FOR SIGN-OFF.
      *--------------------------------------------------------------*
       3700-CLEAR-ITEM.
           MOVE ACCT-ID TO RECN-ID
           READ RECN-FILE
               INVALID KEY
                   MOVE SPACES TO RECN-STATUS
           END-READ
           IF WS-RECN-STATUS = "00" AND RECN-OPEN
               PERFORM 3750-RESOLVE-ITEM
           END-IF.

       3750-RESOLVE-ITEM.
           MOVE 'R' TO RECN-STATUS
           MOVE WS-RUN-DATE TO RECN-RESOLVED-DATE
           MOVE WS-RUN-TICKET TO RECN-TICKET
           REWRITE RECN-REC
           IF WS-RECN-STATUS NOT = "00"
               DISPLAY "*** ACCTRECN: UNABLE TO RESOLVE ITEM FOR ID "
                   RECN-ID " ON RECNITEM - FILE STATUS "
                   WS-RECN-STATUS " ***"
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-RESOLVED-COUNT
               ADD 1 TO WS-ITEMS-WRITTEN
           END-IF.

      *--------------------------------------------------------------*
      * 3800-SWEEP-ITEMS - AN ITEM STILL OPEN THAT THIS RUN DID NOT
      * TOUCH BELONGS TO AN ID NOW ON NEITHER SIDE, SO IT IS
      * RESOLVED TOO.  THE SWEEP ALSO COUNTS WHAT AWAITS SIGN-OFF.
      *--------------------------------------------------------------*
       3800-SWEEP-ITEMS.
           MOVE 0 TO WS-AWAITING-COUNT
           MOVE 0 TO RECN-ID
           START RECN-FILE KEY IS NOT LESS THAN RECN-ID
               INVALID KEY
                   MOVE 'Y' TO FEOF
               NOT INVALID KEY
                   MOVE 'N' TO FEOF
           END-START
           PERFORM UNTIL FEOF = 'Y'
               READ RECN-FILE NEXT
                   AT END
                       MOVE 'Y' TO FEOF
                   NOT AT END
                       IF RECN-OPEN
                               AND RECN-TICKET NOT = WS-RUN-TICKET
                           PERFORM 3750-RESOLVE-ITEM
                       END-IF
                       IF RECN-RESOLVED
                           ADD 1 TO WS-AWAITING-COUNT
                       END-IF
               END-READ
           END-PERFORM.

      *--------------------------------------------------------------*
      * 3900-ITEM-AGE - CALENDAR DAYS FROM THE ITEM'S FIRST-SEEN DATE
      * TO TODAY.  THE OLDEST OPEN BREAK IS KEPT FOR THE TOTALS.
      *--------------------------------------------------------------*
       3900-ITEM-AGE.
           MOVE 0 TO WS-AGE-DAYS
           IF RECN-FIRST-SEEN IS NUMERIC AND RECN-FIRST-SEEN > 0
               COMPUTE WS-WORK-DATE = 20000000 + RECN-FIRST-SEEN
               COMPUTE WS-DATE-INT
                   = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
               IF WS-DATE-INT > 0 AND WS-DATE-INT < WS-TODAY-INT
                   COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-DATE-INT
               END-IF
           END-IF
           MOVE WS-AGE-DAYS TO WS-DISP-AGE
           IF RECN-OPEN AND WS-AGE-DAYS > WS-OLDEST-AGE
               MOVE WS-AGE-DAYS TO WS-OLDEST-AGE
           END-IF.

      *--------------------------------------------------------------*
      * 4000-SIGN-OFF-RESOLVED - RESOLVED ITEMS ARE LISTED UNTIL SOMEONE
      * WITH SIGN-OFF AUTHORITY ACCEPTS THEM.  THE QUESTION IS ONLY
      * ASKED WHEN THERE IS SOMETHING TO SIGN OFF; SIGNED-OFF ITEMS
      * ARE STAMPED WITH THE OPERATOR AND DATE AND DROP OFF THE
      * REPORT FROM THE NEXT RUN.
      *--------------------------------------------------------------*
       4000-SIGN-OFF-RESOLVED.
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE "===== RESOLVED - AWAITING SIGN-OFF =====" TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           IF WS-AWAITING-COUNT = 0
               MOVE "NONE" TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           ELSE
               MOVE WS-AWAITING-COUNT TO WS-DISP-COUNT
               DISPLAY "ACCTRECN:" WS-DISP-COUNT
                   " RESOLVED BREAK(S) AWAIT SIGN-OFF"
               MOVE "SIGN OFF THE RESOLVED BREAKS NOW (Y/N)?"
                   TO WS-PROMPT
               PERFORM 8800-GET-ANSWER
               IF WS-ANSWER(1:1) = 'Y' OR WS-ANSWER(1:1) = 'y'
                   CALL "OPERAUTH" USING WS-SIGNOFF-LEVEL WS-OPER-ID
                       WS-AUTH-ALLOWED-SW
                   IF WS-AUTH-ALLOWED
                       SET WS-SIGNING-OFF TO TRUE
                   ELSE
                       DISPLAY "*** ACCTRECN: OPERATOR " WS-OPER-ID
                           " IS NOT AUTHORIZED TO SIGN OFF BREAKS"
                           " - NEEDS AUTHORITY LEVEL "
                           WS-SIGNOFF-LEVEL " ***"
                   END-IF
               END-IF
               MOVE SPACES TO PRINT-LINE
               STRING "ID     BREAK                 FIRST SEEN RESOLVED"
                   " DAYS OPEN  SIGNED OFF BY" DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE ALL "-" TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE 0 TO RECN-ID
               START RECN-FILE KEY IS NOT LESS THAN RECN-ID
                   INVALID KEY
                       MOVE 'Y' TO FEOF
                   NOT INVALID KEY
                       MOVE 'N' TO FEOF
               END-START
               PERFORM UNTIL FEOF = 'Y'
                   READ RECN-FILE NEXT
                       AT END
                           MOVE 'Y' TO FEOF
                       NOT AT END
                           IF RECN-RESOLVED
                               PERFORM 4100-LIST-RESOLVED
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-SIGNED-COUNT > 0
                   MOVE WS-SIGNED-COUNT TO WS-DISP-COUNT
                   MOVE SPACES TO WS-NOTE-TEXT
                   STRING WS-DISP-COUNT " RESOLVED RECONCILIATION"
                       " BREAK(S) SIGNED OFF BY " WS-OPER-ID
                       DELIMITED BY SIZE INTO WS-NOTE-TEXT
                   CALL "AUDITNOTE" USING WS-AUDIT-PROGRAM
                       WS-NOTE-TEXT WS-RUN-TICKET
               END-IF
           END-IF.

       4100-LIST-RESOLVED.
           EVALUATE TRUE
               WHEN RECN-MISSING-OURS
                   MOVE "MISSING ON OURS" TO WS-DISP-CLASS
               WHEN RECN-MISSING-THEIRS
                   MOVE "MISSING ON THEIRS" TO WS-DISP-CLASS
               WHEN OTHER
                   MOVE "AMOUNT DIFFERENCE" TO WS-DISP-CLASS
           END-EVALUATE
           MOVE 0 TO WS-AGE-DAYS
           IF RECN-FIRST-SEEN IS NUMERIC AND RECN-FIRST-SEEN > 0
                   AND RECN-RESOLVED-DATE IS NUMERIC
                   AND RECN-RESOLVED-DATE >= RECN-FIRST-SEEN
               COMPUTE WS-WORK-DATE = 20000000 + RECN-RESOLVED-DATE
               COMPUTE WS-DATE-INT
                   = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
               COMPUTE WS-WORK-DATE = 20000000 + RECN-FIRST-SEEN
               COMPUTE WS-AGE-DAYS = WS-DATE-INT
                   - FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           END-IF
           MOVE WS-AGE-DAYS TO WS-DISP-AGE
           IF WS-SIGNING-OFF
               MOVE 'S' TO RECN-STATUS
               MOVE WS-OPER-ID TO RECN-SIGNOFF-OPER
               MOVE WS-RUN-DATE TO RECN-SIGNOFF-DATE
               REWRITE RECN-REC
               IF WS-RECN-STATUS = "00"
                   ADD 1 TO WS-SIGNED-COUNT
                   ADD 1 TO WS-ITEMS-WRITTEN
               ELSE
                   DISPLAY "*** ACCTRECN: UNABLE TO SIGN OFF ITEM FOR"
                       " ID " RECN-ID " - FILE STATUS "
                       WS-RECN-STATUS " ***"
                   MOVE 16 TO RETURN-CODE
                   MOVE SPACES TO RECN-SIGNOFF-OPER
               END-IF
           END-IF
           MOVE RECN-ID TO WS-DISP-ID
           MOVE SPACES TO PRINT-LINE
           STRING WS-DISP-ID "  " WS-DISP-CLASS "      "
               RECN-FIRST-SEEN "    " RECN-RESOLVED-DATE "     "
               WS-DISP-AGE "   " RECN-SIGNOFF-OPER
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE.

      *--------------------------------------------------------------*
      * 5000-PRINT-TOTALS - THE RUN COUNTS.  ANY BREAK STILL OPEN, OR
      * ANY CUSTODIAN ROW LEFT OUT, ENDS THE RUN RETURN-CODE 4.
      *--------------------------------------------------------------*
       5000-PRINT-TOTALS.
           COMPUTE WS-OPEN-BREAKS = WS-MISS-OURS-COUNT
               + WS-MISS-THEIRS-COUNT + WS-AMT-DIFF-COUNT
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE "===== RECONCILIATION TOTALS =====" TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-PTNR-ROWS TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "CUSTODIAN ROWS . . . . . : " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-ACCT-READ TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "ACCOUNTS ON ACCTMAST . . : " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-AGREED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "BALANCES AGREED  . . . . : " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-MISS-OURS-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "MISSING ON OUR SIDE  . . : " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-MISS-THEIRS-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "MISSING ON THEIRS  . . . : " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-AMT-DIFF-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "AMOUNT DIFFERENCES . . . : " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-NEW-BREAK-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "  NEW THIS RUN . . . . . : " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-CARRIED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "  CARRIED FORWARD  . . . : " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-OLDEST-AGE TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "  OLDEST BREAK (DAYS)  . : " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-RESOLVED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "RESOLVED THIS RUN  . . . : " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-SIGNED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "SIGNED OFF THIS RUN  . . : " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           IF WS-BAD-ROW-COUNT > 0 OR WS-DUP-COUNT > 0
               MOVE WS-BAD-ROW-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING "ROWS NOT NUMERIC . . . . : " WS-DISP-COUNT
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE WS-DUP-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING "DUPLICATE ID ROWS  . . . : " WS-DISP-COUNT
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               DISPLAY "*** ACCTRECN: CUSTODIAN ROWS LEFT OUT - SEE"
                   " RCNRPT ***"
           END-IF
           IF WS-OPEN-BREAKS > 0
               MOVE WS-OPEN-BREAKS TO WS-DISP-COUNT
               DISPLAY "*** ACCTRECN:" WS-DISP-COUNT
                   " OPEN BREAK(S) - SEE RCNRPT ***"
           END-IF
           IF RETURN-CODE < 4
               IF WS-OPEN-BREAKS > 0
                       OR WS-BAD-ROW-COUNT > 0 OR WS-DUP-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
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
           IF WS-MASTER-OPEN-SW = 'Y'
               CLOSE ACCT-MASTER
           END-IF
           IF WS-RECN-OPEN-SW = 'Y'
               CLOSE RECN-FILE
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
               DISPLAY "*** ACCTRECN RUN ABORTED - SEE DIAGNOSTICS"
                   " ABOVE ***"
           ELSE
               DISPLAY "ACCTRECN: RECONCILIATION REPORT IN RCNRPT"
           END-IF
           COMPUTE WS-AUDIT-RECORDS-IN = WS-PTNR-ROWS + WS-ACCT-READ
           MOVE WS-ITEMS-WRITTEN TO WS-AUDIT-RECORDS-OUT
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-RECORDS-IN
               WS-AUDIT-RECORDS-OUT WS-RUN-TICKET
           MOVE WS-SAVE-RC TO RETURN-CODE
           GOBACK.
