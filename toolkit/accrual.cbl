      *****************************************************************
      * PROGRAM:  ACCRUAL
      *
      * PURPOSE:  MONTH-END INTEREST AND SERVICE-FEE ACCRUAL AGAINST
      *           THE ACCTMAST ACCOUNT MASTER.  EACH ACCOUNT'S BALANCE
      *           IS PLACED IN A TIER OF THE MAINTAINED RATETBL RATE
      *           TABLE (SHARED RATEREC COPYBOOK); INTEREST IS THE
      *           TIER'S ANNUAL RATE OVER THE MONTH'S BUSINESS DAYS
      *           (COUNTED ON THE SHARED DATECALC CALENDAR, OUT OF A
      *           260-BUSINESS-DAY YEAR) AND THE FEE IS THE TIER'S
      *           FLAT MONTHLY FEE.  THE ADJUSTMENTS ARE WRITTEN AS A
      *           STANDARD ACCTPOST TRANSACTION FILE (ACCRTRAN) OF
      *           "C" TRANSACTIONS - ONE FOR THE INTEREST, ONE FOR
      *           THE FEE - FOR THE NORMAL POSTING RUN TO APPLY, AND
      *           AN ACCRUAL REGISTER (ACRRPT) LISTS EVERY ACCOUNT
      *           WITH TOTALS PER BRANCH AND FOR THE SHOP.
      *
      *           EVERY MONTH ACCRUED IS RECORDED IN THE ACCRCTL
      *           CONTROL FILE WITH THE RUN DATE AND TICKET; A MONTH
      *           ALREADY ON IT IS REFUSED (RETURN-CODE 8), SO THE
      *           SAME MONTH CANNOT BE ACCRUED TWICE.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15  RA   INITIAL VERSION.
      *   2026-10-15  RA   ACCRUALS ARE WRITTEN WITH A BLANK
      *                    TRAN-CURRENCY - THE BALANCES THEY ARE
      *                    FIGURED ON ARE ALREADY IN THE BASE CURRENCY.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCRUAL.
       AUTHOR. R-ALLYN.
       INSTALLATION. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT RATE-FILE ASSIGN TO "RATETBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT OPTIONAL CTL-FILE ASSIGN TO "ACCRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT TRAN-FILE ASSIGN TO "ACCRTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT PRINT-FILE ASSIGN TO "ACRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "TOOLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MASTER.
           COPY ACCTREC.

       FD  RATE-FILE.
           COPY RATEREC.

      *--------------------------------------------------------------*
      * ACCRCTL - ONE LINE PER MONTH ACCRUED: THE MONTH (YYMM), THE
      * RUN DATE, THE RUN TICKET AND THE TRANSACTIONS GENERATED.
      *--------------------------------------------------------------*
       FD  CTL-FILE.
       01  CTL-REC.
           05  CTL-MONTH              PIC 9(04).
           05  FILLER                 PIC X(01).
           05  CTL-RUN-DATE           PIC 9(06).
           05  FILLER                 PIC X(01).
           05  CTL-TICKET             PIC 9(09).
           05  FILLER                 PIC X(01).
           05  CTL-TRAN-COUNT         PIC 9(06).

       FD  TRAN-FILE.
           COPY ACCTTREC.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(132).

       FD  PARM-FILE.
           COPY TOOLPARM.

       WORKING-STORAGE SECTION.
       77  WS-MASTER-STATUS        PIC X(02).
       77  WS-RATE-STATUS          PIC X(02).
       77  WS-CTL-STATUS           PIC X(02).
       77  WS-TRAN-STATUS          PIC X(02).
       77  WS-PRINT-STATUS         PIC X(02).
       77  WS-PARM-STATUS          PIC X(02).
       77  WS-ABORT-SW             PIC X(01) VALUE 'N'.
           88  WS-ABORT-RUN         VALUE 'Y'.
       77  WS-SAVE-RC              PIC S9(09) COMP.
       77  WS-EOF-SW               PIC X(01).
           88  WS-AT-EOF            VALUE 'Y'.
       77  WS-RUN-DATE             PIC 9(06).

      *--------------------------------------------------------------*
      * OPERATOR-PROMPT WORK FIELDS - EVERY QUESTION GOES THROUGH THE
      * SHARED RESPOND SUBPROGRAM (8800-GET-ANSWER) SO A RESPONSE
      * FILE CAN ANSWER IT IN AN UNATTENDED RUN.
      *--------------------------------------------------------------*
       77  WS-PROMPT               PIC X(60).
       77  WS-ANSWER               PIC X(60).

      *--------------------------------------------------------------*
      * ACCRUAL MONTH - YYMM, DEFAULTING TO THE MONTH BEFORE THE RUN
      * DATE, AND THE BUSINESS DAYS IN IT.
      *--------------------------------------------------------------*
       01  WS-ACCR-MONTH           PIC 9(04).
       01  WS-ACCR-MONTH-PARTS REDEFINES WS-ACCR-MONTH.
           05  WS-ACCR-YY          PIC 9(02).
           05  WS-ACCR-MM          PIC 9(02).
       01  WS-RUN-DATE-PARTS.
           05  WS-RUN-YY           PIC 9(02).
           05  WS-RUN-MM           PIC 9(02).
           05  WS-RUN-DD           PIC 9(02).
       01  WS-CAL-DATE.
           05  WS-CAL-YYMM         PIC 9(04).
           05  WS-CAL-DD           PIC 9(02).
       01  WS-CAL-DATE-N REDEFINES WS-CAL-DATE
                                   PIC 9(06).
       77  WS-CAL-FUNCTION         PIC X(01) VALUE 'B'.
       77  WS-CAL-DATE-OUT         PIC 9(06).
       77  WS-CAL-RESULT           PIC X(01).
       77  WS-BUS-DAYS             PIC 9(02) COMP VALUE 0.
       77  WS-DAYS-PER-YEAR        PIC 9(03) COMP VALUE 260.
       77  WS-ALREADY-SW           PIC X(01).
           88  WS-ALREADY-ACCRUED   VALUE 'Y'.
       77  WS-PRIOR-TICKET         PIC 9(09).
       77  WS-PRIOR-RUN-DATE       PIC 9(06).

      *--------------------------------------------------------------*
      * RATE TIER TABLE - LOADED FROM RATETBL AT START-UP.
      *--------------------------------------------------------------*
       77  WS-TIER-LIMIT           PIC 9(02) COMP VALUE 20.
       77  WS-TIER-COUNT           PIC 9(02) COMP VALUE 0.
       77  WS-TIER-IDX             PIC 9(02) COMP.
       77  WS-TIER-HIT             PIC 9(02) COMP.
       77  WS-BAD-CARD-COUNT       PIC 9(04) COMP VALUE 0.
       01  WS-TIER-TABLE.
           05  WS-TIER OCCURS 20 TIMES.
               10  WS-TIER-FLOOR      PIC S9(11)V9(02).
               10  WS-TIER-RATE       PIC S9(02)V9(04).
               10  WS-TIER-FEE        PIC 9(05)V9(02).
               10  WS-TIER-DESC       PIC X(30).

      *--------------------------------------------------------------*
      * ACCRUAL WORK FIELDS AND TOTALS - BRANCH TOTALS ROLL ON THE
      * LEADING TWO DIGITS OF THE ID, WHICH THE MASTER DELIVERS IN
      * ORDER.
      *--------------------------------------------------------------*
       77  WS-INTEREST             PIC S9(14)V9(02).
       77  WS-FEE                  PIC S9(14)V9(02).
       77  WS-NET                  PIC S9(14)V9(02).
       77  WS-PREV-BRANCH          PIC 9(02).
       77  WS-FIRST-ACCT-SW        PIC X(01).
           88  WS-FIRST-ACCT        VALUE 'Y'.
       77  WS-BR-ACCTS             PIC 9(06) COMP.
       77  WS-BR-INTEREST          PIC S9(14)V9(02).
       77  WS-BR-FEES              PIC S9(14)V9(02).
       77  WS-TOT-ACCTS            PIC 9(06) COMP VALUE 0.
       77  WS-TOT-INTEREST         PIC S9(14)V9(02) VALUE 0.
       77  WS-TOT-FEES             PIC S9(14)V9(02) VALUE 0.
       77  WS-NO-TIER-COUNT        PIC 9(06) COMP VALUE 0.
       77  WS-TRANS-WRITTEN        PIC 9(06) COMP VALUE 0.
       77  WS-DISP-ID              PIC 9(05).
       77  WS-DISP-BALANCE         PIC -(14)9.9999.
       77  WS-DISP-RATE            PIC -Z9.9999.
       77  WS-DISP-AMOUNT          PIC -(12)9.99.
       77  WS-DISP-FEE             PIC -(12)9.99.
       77  WS-DISP-NET             PIC -(12)9.99.
       77  WS-DISP-COUNT           PIC Z(05)9.
       77  WS-DISP-DAYS            PIC Z9.
       77  WS-DISP-TICKET          PIC Z(08)9.

      *--------------------------------------------------------------*
      * REPORT WORK FIELDS
      *--------------------------------------------------------------*
       01  WS-RPT-PROGRAM          PIC X(20) VALUE "ACCRUAL".
       01  WS-RPT-TITLE            PIC X(40)
           VALUE "MONTH-END ACCRUAL REGISTER".
       77  WS-RPT-PAGE-NO          PIC 9(04) VALUE 1.
       77  WS-RPT-LINES-ON-PAGE    PIC 9(04) COMP VALUE 0.
       77  WS-RPT-MAX-LINES        PIC 9(04) COMP VALUE 60.
       77  WS-RPT-WIDTH            PIC 9(03) VALUE 132.
       01  WS-HEADING-1            PIC X(132).

       77  WS-AUDIT-PROGRAM       PIC X(20) VALUE "ACCRUAL".
       77  WS-AUDIT-RECORDS-IN    PIC 9(07).
       77  WS-AUDIT-RECORDS-OUT   PIC 9(07).
       77  WS-RUN-TICKET          PIC 9(09).
       77  WS-ARCHIVE-REPORT      PIC X(30) VALUE "ACRRPT".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL "RUNTICKET" USING WS-RUN-TICKET
           CALL "AUDITBEG" USING WS-AUDIT-PROGRAM WS-RUN-TICKET
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               PERFORM 2000-ACCRUE-ACCOUNTS
               PERFORM 4000-PRINT-TOTALS
               PERFORM 4500-RECORD-MONTH
           END-IF
           PERFORM 9999-FINISH-EXIT.

      *--------------------------------------------------------------*
      * 1000-INITIALIZE - SETTLE THE MONTH, REFUSE ONE ALREADY
      * ACCRUED, LOAD THE RATE TABLE, COUNT THE BUSINESS DAYS AND
      * OPEN THE FILES.
      *--------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO WS-TOT-ACCTS
           MOVE 0 TO WS-TOT-INTEREST
           MOVE 0 TO WS-TOT-FEES
           MOVE 0 TO WS-NO-TIER-COUNT
           MOVE 0 TO WS-TRANS-WRITTEN
           MOVE 1 TO WS-RPT-PAGE-NO
           MOVE 0 TO WS-RPT-LINES-ON-PAGE
           MOVE 'N' TO WS-ABORT-SW
           ACCEPT WS-RUN-DATE FROM DATE
           MOVE WS-RUN-DATE TO WS-RUN-DATE-PARTS
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
           PERFORM 1100-SET-MONTH
           IF NOT WS-ABORT-RUN
               PERFORM 1200-CHECK-CONTROL
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 1300-LOAD-RATES
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 1400-COUNT-BUSINESS-DAYS
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 1500-OPEN-FILES
           END-IF.

      *--------------------------------------------------------------*
      * 1100-SET-MONTH - A BLANK ANSWER MEANS THE MONTH BEFORE THE
      * RUN DATE, WHICH IS THE USUAL MONTH-END CASE (THE RUN GOES IN
      * EARLY IN THE FOLLOWING MONTH).
      *--------------------------------------------------------------*
       1100-SET-MONTH.
           MOVE "MONTH TO ACCRUE (YYMM, BLANK FOR LAST MONTH)?"
               TO WS-PROMPT
           PERFORM 8800-GET-ANSWER
           IF WS-ANSWER = SPACES
               IF WS-RUN-MM = 1
                   MOVE 12 TO WS-ACCR-MM
                   IF WS-RUN-YY = 0
                       MOVE 99 TO WS-ACCR-YY
                   ELSE
                       COMPUTE WS-ACCR-YY = WS-RUN-YY - 1
                   END-IF
               ELSE
                   MOVE WS-RUN-YY TO WS-ACCR-YY
                   COMPUTE WS-ACCR-MM = WS-RUN-MM - 1
               END-IF
           ELSE
               IF WS-ANSWER(1:4) IS NUMERIC
                       AND WS-ANSWER(5:) = SPACES
                   MOVE WS-ANSWER(1:4) TO WS-ACCR-MONTH
               ELSE
                   MOVE 0 TO WS-ACCR-MONTH
               END-IF
               IF WS-ACCR-MM < 1 OR WS-ACCR-MM > 12
                   DISPLAY "*** ACCRUAL: MONTH MUST BE YYMM ***"
                   MOVE 8 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 1200-CHECK-CONTROL - A MONTH ALREADY ON ACCRCTL HAS BEEN
      * ACCRUED; RUNNING IT AGAIN WOULD DOUBLE EVERY ACCOUNT'S
      * INTEREST AND FEES, SO THE RUN IS REFUSED.
      *--------------------------------------------------------------*
       1200-CHECK-CONTROL.
           MOVE 'N' TO WS-ALREADY-SW
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS = "00"
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-AT-EOF
                   READ CTL-FILE
                       AT END
                           SET WS-AT-EOF TO TRUE
                       NOT AT END
                           IF CTL-MONTH = WS-ACCR-MONTH
                               SET WS-ALREADY-ACCRUED TO TRUE
                               MOVE CTL-TICKET TO WS-PRIOR-TICKET
                               MOVE CTL-RUN-DATE TO WS-PRIOR-RUN-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTL-FILE
           END-IF
           IF WS-ALREADY-ACCRUED
               MOVE WS-PRIOR-TICKET TO WS-DISP-TICKET
               DISPLAY "*** ACCRUAL: MONTH " WS-ACCR-MONTH
                   " WAS ALREADY ACCRUED ON " WS-PRIOR-RUN-DATE
                   " BY TICKET " WS-DISP-TICKET " - RUN REFUSED ***"
               MOVE 8 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF.

      *--------------------------------------------------------------*
      * 1300-LOAD-RATES - THE RATE TABLE IS REQUIRED; AN UNREADABLE
      * CARD IS SKIPPED AND COUNTED, BUT A TABLE WITH NO USABLE TIER
      * AT ALL ENDS THE RUN.
      *--------------------------------------------------------------*
       1300-LOAD-RATES.
           MOVE 0 TO WS-TIER-COUNT
           MOVE 0 TO WS-BAD-CARD-COUNT
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "*** ACCRUAL: UNABLE TO OPEN RATE TABLE"
                   " RATETBL - FILE STATUS " WS-RATE-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-AT-EOF
                   READ RATE-FILE
                       AT END
                           SET WS-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM 1310-TAKE-RATE-CARD
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
               IF WS-TIER-COUNT = 0
                   DISPLAY "*** ACCRUAL: RATE TABLE RATETBL HOLDS NO"
                       " USABLE TIER ***"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF.

       1310-TAKE-RATE-CARD.
           IF RATE-CARD-COL1 = '*' OR RATE-REC = SPACES
               CONTINUE
           ELSE
               IF RATE-FLOOR IS NUMERIC
                       AND RATE-ANNUAL-PCT IS NUMERIC
                       AND RATE-MONTHLY-FEE IS NUMERIC
                       AND WS-TIER-COUNT < WS-TIER-LIMIT
                   ADD 1 TO WS-TIER-COUNT
                   MOVE RATE-FLOOR TO WS-TIER-FLOOR(WS-TIER-COUNT)
                   MOVE RATE-ANNUAL-PCT TO WS-TIER-RATE(WS-TIER-COUNT)
                   MOVE RATE-MONTHLY-FEE TO WS-TIER-FEE(WS-TIER-COUNT)
                   MOVE RATE-DESC TO WS-TIER-DESC(WS-TIER-COUNT)
               ELSE
                   ADD 1 TO WS-BAD-CARD-COUNT
                   DISPLAY "ACCRUAL: RATETBL CARD SKIPPED - " RATE-REC
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 1400-COUNT-BUSINESS-DAYS - ASK THE CALENDAR ABOUT EVERY DAY
      * OF THE MONTH.  DAYS PAST THE MONTH'S END (31 APRIL AND THE
      * LIKE) COME BACK UNREADABLE AND SIMPLY DO NOT COUNT.
      *--------------------------------------------------------------*
       1400-COUNT-BUSINESS-DAYS.
           MOVE 0 TO WS-BUS-DAYS
           MOVE WS-ACCR-MONTH TO WS-CAL-YYMM
           PERFORM VARYING WS-CAL-DD FROM 1 BY 1 UNTIL WS-CAL-DD > 31
               CALL "DATECALC" USING WS-CAL-FUNCTION WS-CAL-DATE-N
                   WS-CAL-DATE-OUT WS-CAL-RESULT
               IF WS-CAL-RESULT = 'Y'
                   ADD 1 TO WS-BUS-DAYS
               END-IF
           END-PERFORM
           IF WS-BUS-DAYS = 0
               DISPLAY "*** ACCRUAL: MONTH " WS-ACCR-MONTH
                   " HAS NO BUSINESS DAYS ON THE CALENDAR ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF.

       1500-OPEN-FILES.
           OPEN INPUT ACCT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "*** ACCRUAL: UNABLE TO OPEN ACCOUNT MASTER"
                   " ACCTMAST - FILE STATUS " WS-MASTER-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF
           OPEN OUTPUT TRAN-FILE
           IF WS-TRAN-STATUS NOT = "00"
               DISPLAY "*** ACCRUAL: UNABLE TO OPEN TRANSACTION FILE"
                   " ACCRTRAN - FILE STATUS " WS-TRAN-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "*** ACCRUAL: UNABLE TO OPEN PRINT FILE"
                   " ACRRPT - FILE STATUS " WS-PRINT-STATUS " ***"
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
               MOVE WS-BUS-DAYS TO WS-DISP-DAYS
               MOVE SPACES TO PRINT-LINE
               STRING "ACCRUAL MONTH " WS-ACCR-MONTH "   BUSINESS DAYS "
                   WS-DISP-DAYS "   YEAR BASIS 260 BUSINESS DAYS"
                   INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               PERFORM 8960-COLUMN-HEADS
           END-IF.

      *--------------------------------------------------------------*
      * 2000-ACCRUE-ACCOUNTS - ONE PASS OF THE MASTER IN ID ORDER.
      *--------------------------------------------------------------*
       2000-ACCRUE-ACCOUNTS.
           SET WS-FIRST-ACCT TO TRUE
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-AT-EOF
               READ ACCT-MASTER NEXT
                   AT END
                       SET WS-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-ACCRUE-ONE-ACCOUNT
               END-READ
           END-PERFORM
           IF NOT WS-FIRST-ACCT
               PERFORM 3000-BRANCH-TOTAL
           END-IF.

       2100-ACCRUE-ONE-ACCOUNT.
           IF WS-FIRST-ACCT
               MOVE 'N' TO WS-FIRST-ACCT-SW
               MOVE ACCT-BRANCH TO WS-PREV-BRANCH
               PERFORM 3100-RESET-BRANCH
           END-IF
           IF ACCT-BRANCH NOT = WS-PREV-BRANCH
               PERFORM 3000-BRANCH-TOTAL
               MOVE ACCT-BRANCH TO WS-PREV-BRANCH
               PERFORM 3100-RESET-BRANCH
           END-IF
           ADD 1 TO WS-BR-ACCTS
           ADD 1 TO WS-TOT-ACCTS
           PERFORM 2200-FIND-TIER
           MOVE ACCT-ID TO WS-DISP-ID
           MOVE ACCT-BALANCE TO WS-DISP-BALANCE
           IF WS-TIER-HIT = 0
               ADD 1 TO WS-NO-TIER-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING WS-DISP-ID " " WS-DISP-BALANCE
                   "   *** NO RATE TIER COVERS THIS BALANCE -"
                   " NOT ACCRUED ***" INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           ELSE
               COMPUTE WS-INTEREST ROUNDED
                   = ACCT-BALANCE * WS-TIER-RATE(WS-TIER-HIT) / 100
                     * WS-BUS-DAYS / WS-DAYS-PER-YEAR
               COMPUTE WS-FEE = 0 - WS-TIER-FEE(WS-TIER-HIT)
               COMPUTE WS-NET = WS-INTEREST + WS-FEE
               ADD WS-INTEREST TO WS-BR-INTEREST
               ADD WS-INTEREST TO WS-TOT-INTEREST
               ADD WS-FEE TO WS-BR-FEES
               ADD WS-FEE TO WS-TOT-FEES
               IF WS-INTEREST NOT = 0
                   MOVE WS-INTEREST TO TRAN-AMOUNT
                   PERFORM 2300-WRITE-TRAN
               END-IF
               IF WS-FEE NOT = 0
                   MOVE WS-FEE TO TRAN-AMOUNT
                   PERFORM 2300-WRITE-TRAN
               END-IF
               MOVE WS-TIER-RATE(WS-TIER-HIT) TO WS-DISP-RATE
               MOVE WS-INTEREST TO WS-DISP-AMOUNT
               MOVE WS-FEE TO WS-DISP-FEE
               MOVE WS-NET TO WS-DISP-NET
               MOVE SPACES TO PRINT-LINE
               STRING WS-DISP-ID " " WS-DISP-BALANCE " "
                   WS-DISP-RATE " " WS-DISP-AMOUNT " " WS-DISP-FEE
                   " " WS-DISP-NET "  " WS-TIER-DESC(WS-TIER-HIT)
                   INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF.

      *--------------------------------------------------------------*
      * 2200-FIND-TIER - THE TIER WITH THE HIGHEST FLOOR NOT ABOVE
      * THE BALANCE, WHATEVER ORDER THE CARDS WERE KEYED IN.
      *--------------------------------------------------------------*
       2200-FIND-TIER.
           MOVE 0 TO WS-TIER-HIT
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > WS-TIER-COUNT
               IF WS-TIER-FLOOR(WS-TIER-IDX) <= ACCT-BALANCE
                   IF WS-TIER-HIT = 0
                       MOVE WS-TIER-IDX TO WS-TIER-HIT
                   ELSE
                       IF WS-TIER-FLOOR(WS-TIER-IDX)
                               > WS-TIER-FLOOR(WS-TIER-HIT)
                           MOVE WS-TIER-IDX TO WS-TIER-HIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       2300-WRITE-TRAN.
           MOVE 'C' TO TRAN-CODE
           MOVE ACCT-ID TO TRAN-ID
           MOVE 0 TO TRAN-CREDIT-LIMIT
           MOVE SPACES TO TRAN-CURRENCY
           WRITE TRAN-REC
           IF WS-TRAN-STATUS = "00"
               ADD 1 TO WS-TRANS-WRITTEN
           ELSE
               DISPLAY "*** ACCRUAL: WRITE TO ACCRTRAN FAILED - FILE"
                   " STATUS " WS-TRAN-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
               SET WS-AT-EOF TO TRUE
           END-IF.

      *--------------------------------------------------------------*
      * 3000-BRANCH-TOTAL - SUBTOTAL LINE AT EACH CHANGE OF THE
      * LEADING TWO DIGITS OF THE ID.
      *--------------------------------------------------------------*
       3000-BRANCH-TOTAL.
           MOVE WS-BR-ACCTS TO WS-DISP-COUNT
           MOVE WS-BR-INTEREST TO WS-DISP-AMOUNT
           MOVE WS-BR-FEES TO WS-DISP-FEE
           COMPUTE WS-NET = WS-BR-INTEREST + WS-BR-FEES
           MOVE WS-NET TO WS-DISP-NET
           MOVE SPACES TO PRINT-LINE
           STRING "  BRANCH " WS-PREV-BRANCH " TOTAL  " WS-DISP-COUNT
               " ACCOUNT(S)      INTEREST " WS-DISP-AMOUNT
               "  FEES " WS-DISP-FEE "  NET " WS-DISP-NET
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE.

       3100-RESET-BRANCH.
           MOVE 0 TO WS-BR-ACCTS
           MOVE 0 TO WS-BR-INTEREST
           MOVE 0 TO WS-BR-FEES.

       4000-PRINT-TOTALS.
           MOVE WS-TOT-ACCTS TO WS-DISP-COUNT
           MOVE WS-TOT-INTEREST TO WS-DISP-AMOUNT
           MOVE WS-TOT-FEES TO WS-DISP-FEE
           COMPUTE WS-NET = WS-TOT-INTEREST + WS-TOT-FEES
           MOVE WS-NET TO WS-DISP-NET
           MOVE SPACES TO PRINT-LINE
           STRING "SHOP TOTAL       " WS-DISP-COUNT
               " ACCOUNT(S)      INTEREST " WS-DISP-AMOUNT
               "  FEES " WS-DISP-FEE "  NET " WS-DISP-NET
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-TRANS-WRITTEN TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "TRANSACTIONS WRITTEN TO ACCRTRAN " WS-DISP-COUNT
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           IF WS-NO-TIER-COUNT > 0
               MOVE WS-NO-TIER-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING "ACCOUNTS NOT ACCRUED (NO TIER)   " WS-DISP-COUNT
                   INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-BAD-CARD-COUNT > 0
               MOVE WS-BAD-CARD-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING "RATETBL CARDS SKIPPED            " WS-DISP-COUNT
                   INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 4500-RECORD-MONTH - ONLY A RUN THAT WROTE ITS WHOLE
      * TRANSACTION FILE MARKS THE MONTH DONE.
      *--------------------------------------------------------------*
       4500-RECORD-MONTH.
           IF NOT WS-ABORT-RUN
               OPEN EXTEND CTL-FILE
               IF WS-CTL-STATUS NOT = "00"
                   OPEN OUTPUT CTL-FILE
               END-IF
               IF WS-CTL-STATUS = "00"
                   MOVE SPACES TO CTL-REC
                   MOVE WS-ACCR-MONTH TO CTL-MONTH
                   MOVE WS-RUN-DATE TO CTL-RUN-DATE
                   MOVE WS-RUN-TICKET TO CTL-TICKET
                   MOVE WS-TRANS-WRITTEN TO CTL-TRAN-COUNT
                   WRITE CTL-REC
                   CLOSE CTL-FILE
               ELSE
                   DISPLAY "*** ACCRUAL: UNABLE TO RECORD MONTH ON"
                       " ACCRCTL - FILE STATUS " WS-CTL-STATUS " ***"
                   MOVE 16 TO RETURN-CODE
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
           MOVE 2 TO WS-RPT-LINES-ON-PAGE
           PERFORM 8960-COLUMN-HEADS.

       8960-COLUMN-HEADS.
           MOVE SPACES TO PRINT-LINE
           STRING "   ID            BALANCE    RATE%"
               "          INTEREST               FEE"
               "               NET  TIER" INTO PRINT-LINE
           IF WS-RPT-WIDTH < 132
               MOVE SPACES TO PRINT-LINE(WS-RPT-WIDTH + 1:)
           END-IF
           WRITE PRINT-LINE
           ADD 1 TO WS-RPT-LINES-ON-PAGE.

       9999-FINISH-EXIT.
           IF WS-MASTER-STATUS = "00" OR WS-MASTER-STATUS = "10"
               CLOSE ACCT-MASTER
           END-IF
           IF WS-TRAN-STATUS = "00"
               CLOSE TRAN-FILE
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
               DISPLAY "*** ACCRUAL RUN ABORTED - SEE DIAGNOSTICS"
                   " ABOVE ***"
           ELSE
               MOVE WS-TRANS-WRITTEN TO WS-DISP-COUNT
               DISPLAY "ACCRUAL: " WS-DISP-COUNT " TRANSACTION(S) ON"
                   " ACCRTRAN FOR ACCTPOST; REGISTER ON ACRRPT"
           END-IF
           MOVE WS-TOT-ACCTS TO WS-AUDIT-RECORDS-IN
           MOVE WS-TRANS-WRITTEN TO WS-AUDIT-RECORDS-OUT
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-RECORDS-IN
               WS-AUDIT-RECORDS-OUT WS-RUN-TICKET
           MOVE WS-SAVE-RC TO RETURN-CODE
           GOBACK.
