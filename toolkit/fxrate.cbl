      *****************************************************************
      * PROGRAM:  FXRATE
      *
      * PURPOSE:  SHOP EXCHANGE-RATE SUBPROGRAM.  SOME UPSTREAM FEEDS
      *           DELIVER AMOUNTS IN FOREIGN CURRENCIES, WHICH A
      *           SINGLE SCALE FACTOR CANNOT TURN INTO THE BASE
      *           CURRENCY.  STATS, SORTING, LOOPING AND ACCTPOST
      *           CALL HERE INSTEAD: ONCE AT THE START OF A RUN TO
      *           LOAD THE RATES FROM THE FXRATES CARD FILE (FXRTREC
      *           COPYBOOK) THAT ARE IN EFFECT ON THE RUN DATE, ONCE
      *           PER AMOUNT TO CONVERT IT, AND AT THE END TO COLLECT
      *           THE ORIGINAL AND CONVERTED TOTALS PER CURRENCY FOR
      *           THEIR REPORTS.  AN AMOUNT WHOSE CURRENCY HAS NO
      *           RATE IN EFFECT IS REFUSED, NEVER CONVERTED AT
      *           ANOTHER DAY'S RATE; THE CALLER REJECTS IT DOWN ITS
      *           OWN REJECT PATH.  A BLANK CURRENCY CODE IS THE BASE
      *           CURRENCY AND CONVERTS AT 1.
      *
      * USAGE:    CALL "FXRATE" USING FX-CALL-AREA (FXLINK COPYBOOK,
      *           WHICH DESCRIBES THE L, C AND T ACTIONS).  THE
      *           CALLER NAMES THE RATE FILE, SO A REPLAY CAN POINT
      *           IT AT THE RETAINED COPY.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15  RA   INITIAL VERSION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXRATE.
       AUTHOR. R-ALLYN.
       INSTALLATION. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RATE-FILE ASSIGN TO DYNAMIC WS-RATE-FNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FILE.
           COPY FXRTREC.

       WORKING-STORAGE SECTION.
       77  WS-RATE-STATUS          PIC X(02).
       77  WS-RATE-FNAME           PIC X(30).
       77  WS-EOF-SW               PIC X(01).
           88  WS-AT-EOF            VALUE 'Y'.
       77  WS-CURRENCY             PIC X(03).

      *--------------------------------------------------------------*
      * THE RATES IN EFFECT FOR THE RUN DATE, ONE PER CURRENCY, WITH
      * THE DATE OF THE CARD EACH CAME FROM SO A LATER CARD CAN TAKE
      * ITS PLACE.  FIFTY CURRENCIES IS WELL BEYOND ANY FEED WE TAKE.
      *--------------------------------------------------------------*
       77  WS-RT-LIMIT             PIC 9(03) COMP VALUE 50.
       77  WS-RT-COUNT             PIC 9(03) COMP VALUE 0.
       77  WS-RT-IDX               PIC 9(03) COMP.
       77  WS-RT-HIT               PIC 9(03) COMP.
       01  WS-RT-TABLE.
           05  WS-RT-ENTRY OCCURS 50 TIMES.
               10  WS-RT-CURRENCY  PIC X(03).
               10  WS-RT-EFF-DATE  PIC 9(06).
               10  WS-RT-RATE      PIC 9(05)V9(08).

      *--------------------------------------------------------------*
      * THE CURRENCY TOTALS SINCE THE LAST LOAD, IN THE ORDER THE
      * CURRENCIES FIRST TURNED UP.  A CURRENCY BEYOND THE LIMIT IS
      * STILL CONVERTED OR REFUSED, IT IS JUST NOT TOTALLED.
      *--------------------------------------------------------------*
       77  WS-TOT-LIMIT            PIC 9(03) COMP VALUE 50.
       77  WS-TOT-COUNT            PIC 9(03) COMP VALUE 0.
       77  WS-TOT-IDX              PIC 9(03) COMP.
       77  WS-TOT-HIT              PIC 9(03) COMP.
       01  WS-TOT-TABLE.
           05  WS-TOT-ENTRY OCCURS 50 TIMES.
               10  WS-TOT-CURRENCY PIC X(03).
               10  WS-TOT-RATE     PIC 9(05)V9(08).
               10  WS-TOT-RECORDS  PIC 9(07).
               10  WS-TOT-REJECTS  PIC 9(07).
               10  WS-TOT-ORIG     PIC S9(16)V9(4).
               10  WS-TOT-CONV     PIC S9(16)V9(4).

       LINKAGE SECTION.
           COPY FXLINK.

       PROCEDURE DIVISION USING FX-CALL-AREA.
       0000-MAINLINE.
           EVALUATE FX-ACTION
               WHEN 'L'
                   PERFORM 1000-LOAD-RATES
               WHEN 'C'
                   PERFORM 2000-CONVERT-AMOUNT
               WHEN 'T'
                   PERFORM 3000-RETURN-TOTALS
           END-EVALUATE
           GOBACK.

      *--------------------------------------------------------------*
      * 1000-LOAD-RATES - READ EVERY CARD, KEEPING FOR EACH CURRENCY
      * THE LATEST CARD DATED ON OR BEFORE THE RUN DATE.  A CARD
      * DATED AFTER THE RUN DATE IS NOT YET IN EFFECT; A CARD THAT
      * WILL NOT EDIT (BLANK CODE, NON-NUMERIC DATE OR RATE, ZERO
      * RATE) IS COUNTED AND IGNORED.  NO RATE FILE MEANS NO RATES -
      * ONLY BASE-CURRENCY AMOUNTS WILL CONVERT.
      *--------------------------------------------------------------*
       1000-LOAD-RATES.
           MOVE 0 TO WS-RT-COUNT
           MOVE 0 TO WS-TOT-COUNT
           MOVE 0 TO FX-CARDS
           MOVE 0 TO FX-BAD-CARDS
           MOVE 'N' TO FX-FOREIGN-SW
           MOVE 'N' TO FX-RESULT
           MOVE FX-RATE-FNAME TO WS-RATE-FNAME
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS = "00"
               MOVE 'Y' TO FX-RESULT
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-AT-EOF
                   READ RATE-FILE
                       AT END
                           SET WS-AT-EOF TO TRUE
                       NOT AT END
                           IF FXRT-CARD-COL1 NOT = '*'
                               PERFORM 1100-TAKE-RATE-CARD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-RATE-STATUS = "00" OR WS-RATE-STATUS = "05"
               OR WS-RATE-STATUS = "10"
               CLOSE RATE-FILE
           END-IF.

       1100-TAKE-RATE-CARD.
           ADD 1 TO FX-CARDS
           MOVE FXRT-CURRENCY TO WS-CURRENCY
           INSPECT WS-CURRENCY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-CURRENCY = SPACES OR FXRT-EFF-DATE IS NOT NUMERIC
                   OR FXRT-RATE IS NOT NUMERIC OR FXRT-RATE = 0
               ADD 1 TO FX-BAD-CARDS
           ELSE
               IF FXRT-EFF-DATE NOT > FX-RUN-DATE
                   PERFORM 1200-FIND-RATE
                   IF WS-RT-HIT = 0
                       IF WS-RT-COUNT < WS-RT-LIMIT
                           ADD 1 TO WS-RT-COUNT
                           MOVE WS-RT-COUNT TO WS-RT-HIT
                           MOVE WS-CURRENCY
                               TO WS-RT-CURRENCY(WS-RT-HIT)
                           MOVE FXRT-EFF-DATE
                               TO WS-RT-EFF-DATE(WS-RT-HIT)
                           MOVE FXRT-RATE TO WS-RT-RATE(WS-RT-HIT)
                       END-IF
                   ELSE
      * ON THE SAME DATE THE LATER CARD IN THE FILE WINS, SO A
      * CORRECTED RATE IS ENTERED BY ADDING A CARD, NOT EDITING ONE.
                       IF FXRT-EFF-DATE NOT < WS-RT-EFF-DATE(WS-RT-HIT)
                           MOVE FXRT-EFF-DATE
                               TO WS-RT-EFF-DATE(WS-RT-HIT)
                           MOVE FXRT-RATE TO WS-RT-RATE(WS-RT-HIT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1200-FIND-RATE.
           MOVE 0 TO WS-RT-HIT
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT OR WS-RT-HIT > 0
               IF WS-RT-CURRENCY(WS-RT-IDX) = WS-CURRENCY
                   MOVE WS-RT-IDX TO WS-RT-HIT
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------*
      * 2000-CONVERT-AMOUNT - ONE AMOUNT AT THE RATE IN EFFECT FOR ITS
      * CURRENCY, TOTALLED UNDER THAT CURRENCY EITHER WAY.
      *--------------------------------------------------------------*
       2000-CONVERT-AMOUNT.
           MOVE FX-CURRENCY TO WS-CURRENCY
           INSPECT WS-CURRENCY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 0 TO FX-CONVERTED
           MOVE 0 TO FX-RATE
           MOVE 'N' TO FX-RESULT
           IF WS-CURRENCY = SPACES
               MOVE 1 TO FX-RATE
               MOVE FX-AMOUNT TO FX-CONVERTED
               MOVE 'Y' TO FX-RESULT
           ELSE
               MOVE 'Y' TO FX-FOREIGN-SW
               PERFORM 1200-FIND-RATE
               IF WS-RT-HIT > 0
                   MOVE WS-RT-RATE(WS-RT-HIT) TO FX-RATE
                   COMPUTE FX-CONVERTED ROUNDED
                       = FX-AMOUNT * FX-RATE
                   MOVE 'Y' TO FX-RESULT
               END-IF
           END-IF
           PERFORM 2100-FIND-TOTALS
           IF WS-TOT-HIT > 0
               IF FX-OK
                   MOVE FX-RATE TO WS-TOT-RATE(WS-TOT-HIT)
                   ADD 1 TO WS-TOT-RECORDS(WS-TOT-HIT)
                   ADD FX-AMOUNT TO WS-TOT-ORIG(WS-TOT-HIT)
                   ADD FX-CONVERTED TO WS-TOT-CONV(WS-TOT-HIT)
               ELSE
                   ADD 1 TO WS-TOT-REJECTS(WS-TOT-HIT)
               END-IF
           END-IF.

       2100-FIND-TOTALS.
           MOVE 0 TO WS-TOT-HIT
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL WS-TOT-IDX > WS-TOT-COUNT OR WS-TOT-HIT > 0
               IF WS-TOT-CURRENCY(WS-TOT-IDX) = WS-CURRENCY
                   MOVE WS-TOT-IDX TO WS-TOT-HIT
               END-IF
           END-PERFORM
           IF WS-TOT-HIT = 0 AND WS-TOT-COUNT < WS-TOT-LIMIT
               ADD 1 TO WS-TOT-COUNT
               MOVE WS-TOT-COUNT TO WS-TOT-HIT
               MOVE WS-CURRENCY TO WS-TOT-CURRENCY(WS-TOT-HIT)
               MOVE 0 TO WS-TOT-RATE(WS-TOT-HIT)
               MOVE 0 TO WS-TOT-RECORDS(WS-TOT-HIT)
               MOVE 0 TO WS-TOT-REJECTS(WS-TOT-HIT)
               MOVE 0 TO WS-TOT-ORIG(WS-TOT-HIT)
               MOVE 0 TO WS-TOT-CONV(WS-TOT-HIT)
           END-IF.

      *--------------------------------------------------------------*
      * 3000-RETURN-TOTALS - ONE CURRENCY'S TOTALS BY ENTRY NUMBER.
      *--------------------------------------------------------------*
       3000-RETURN-TOTALS.
           IF FX-INDEX < 1 OR FX-INDEX > WS-TOT-COUNT
               MOVE 'N' TO FX-RESULT
           ELSE
               MOVE 'Y' TO FX-RESULT
               MOVE WS-TOT-CURRENCY(FX-INDEX) TO FX-CURRENCY
               MOVE WS-TOT-RATE(FX-INDEX) TO FX-RATE
               MOVE WS-TOT-RECORDS(FX-INDEX) TO FX-RECORDS
               MOVE WS-TOT-REJECTS(FX-INDEX) TO FX-REJECTS
               MOVE WS-TOT-ORIG(FX-INDEX) TO FX-ORIG-TOTAL
               MOVE WS-TOT-CONV(FX-INDEX) TO FX-CONV-TOTAL
           END-IF.
