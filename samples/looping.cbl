*>                   RECORD NUMBER AND ORIGINAL LINE AT WHICH IT
*>                   CROSSES ZERO, OR THE REMAINING BALANCE IF THE
*>                   FILE ENDS FIRST.
*>   2026-10-15  RA  FILE AND RUN-OUT MODES NOW READ AN OPTIONAL
*>                   THREE-LETTER CURRENCY CODE IN COLUMNS 41-43, THE
*>                   SAME PLACE STATS TAKES IT (BLANK MEANS THE BASE
*>                   CURRENCY), AND CONVERT EACH AMOUNT TO BASE
*>                   THROUGH THE SHARED FXRATE SUBPROGRAM AT THE
*>                   FXRATES RATE IN EFFECT TODAY.  A RECORD WHOSE
*>                   CURRENCY HAS NO RATE IS SKIPPED AND COUNTED LIKE
*>                   A NON-NUMERIC ONE, AND THE RUN CLOSES WITH THE
*>                   ORIGINAL AND CONVERTED TOTALS PER CURRENCY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    01  WS-VALUE-REC.
        COPY NUMREC REPLACING ==:LEVEL:== BY ==05==
            ==:NAME:== BY ==IN-AMOUNT==.
        05  FILLER PIC X(22).
        05  IN-CURRENCY PIC X(03).
        05  FILLER PIC X(37).
    01  WS-CKPT-STATUS PIC X(02).
    01  WS-PARM-STATUS PIC X(02).
    01  WS-MAX-RECORDS PIC 9(07) VALUE 0.
    01  WS-EXHAUSTED-SW PIC X(01).
        88  WS-BALANCE-EXHAUSTED VALUE "Y".
    01  WS-DISP-BALANCE PIC -(15)9.9999.
*> Currency work fields - the shared FXRATE subprogram converts each
*> file amount at the FXRATES rate in effect today and keeps the
*> totals per currency.
    COPY FXLINK.
    01  WS-FX-RUN-DATE PIC 9(06).
    01  WS-FX-SKIP-COUNT PIC 9(6) VALUE 0.
    01  WS-FX-AMOUNT PIC S9(14)V9(4).
    01  WS-FX-LABEL PIC X(04).
    01  WS-DISP-FX-RATE PIC Z(4)9.9(8).
    01  WS-DISP-FX-COUNT PIC Z(06)9.
    01  WS-DISP-FX-ORIG PIC -(15)9.9999.
    01  WS-AUDIT-PROGRAM PIC X(20) VALUE "LOOPING".
    01  WS-AUDIT-RECORDS-IN PIC 9(07).
    01  WS-AUDIT-RECORDS-OUT PIC 9(07).
    MOVE 0 TO WS-AVERAGE
    MOVE 0 TO WS-COUNT
    MOVE 0 TO WS-SKIP-COUNT
    MOVE 0 TO WS-FX-SKIP-COUNT
    MOVE "N" TO FX-FOREIGN-SW
    MOVE SPACES TO WS-PROMPT
    STRING "MODE: C)OUNT, F)ILE TOTAL, T)ARGET TOTAL OR R)UN-OUT"
        "?" INTO WS-PROMPT
    MOVE "INPUT FILENAME?" TO WS-PROMPT
    PERFORM 8800-GET-ANSWER
    MOVE WS-ANSWER TO WS-FNAME-INP
    PERFORM 7800-LOAD-FX-RATES
    OPEN INPUT VALUE-FILE
    IF WS-INPUT-STATUS NOT = "00"
        DISPLAY "*** LOOPING: UNABLE TO OPEN INPUT FILE "
        IF WS-SKIP-COUNT > 0
            DISPLAY WS-SKIP-COUNT " NON-NUMERIC RECORD(S) SKIPPED"
        END-IF
        PERFORM 8100-SHOW-CURRENCY-TOTALS
    END-IF.

*> 3100-ACCUMULATE-VALUE - add one file value into the running total,
        IF IN-AMOUNT IS NOT NUMERIC
            ADD 1 TO WS-SKIP-COUNT
        ELSE
            COMPUTE WS-SCALED-AMOUNT ROUNDED
                = IN-AMOUNT * WS-SCALE-FACTOR
            MOVE WS-SCALED-AMOUNT TO WS-FX-AMOUNT
            PERFORM 7850-CONVERT-AMOUNT
            IF FX-OK
                ADD 1 TO WS-COUNT
                ADD WS-FX-AMOUNT TO WS-TOTAL
            END-IF
        END-IF
    END-IF.

    MOVE "INPUT FILENAME?" TO WS-PROMPT
    PERFORM 8800-GET-ANSWER
    MOVE WS-ANSWER TO WS-FNAME-INP
    PERFORM 7800-LOAD-FX-RATES
    OPEN INPUT VALUE-FILE
    IF WS-INPUT-STATUS NOT = "00"
        DISPLAY "*** LOOPING: UNABLE TO OPEN INPUT FILE "
        IF WS-SKIP-COUNT > 0
            DISPLAY WS-SKIP-COUNT " NON-NUMERIC RECORD(S) SKIPPED"
        END-IF
        PERFORM 8100-SHOW-CURRENCY-TOTALS
    END-IF.

*> 5100-DRAW-ONE-RECORD - one draw against the balance.  The raw
    IF IN-AMOUNT IS NOT NUMERIC
        ADD 1 TO WS-SKIP-COUNT
    ELSE
        MOVE IN-AMOUNT TO WS-FX-AMOUNT
        PERFORM 7850-CONVERT-AMOUNT
    END-IF
    IF IN-AMOUNT IS NUMERIC AND FX-OK
        ADD 1 TO WS-COUNT
        SUBTRACT WS-FX-AMOUNT FROM WS-BALANCE
        IF WS-BALANCE <= 0
            MOVE "Y" TO WS-EXHAUSTED-SW
            MOVE WS-VALUE-REC TO WS-RUNOUT-LINE
        END-IF
    END-IF.

*> 7800-LOAD-FX-RATES - the FXRATES rates in effect today, for the
*> file and run-out modes.
7800-LOAD-FX-RATES.
    ACCEPT WS-FX-RUN-DATE FROM DATE
    MOVE "L" TO FX-ACTION
    MOVE "FXRATES" TO FX-RATE-FNAME
    MOVE WS-FX-RUN-DATE TO FX-RUN-DATE
    CALL "FXRATE" USING FX-CALL-AREA
    IF FX-BAD-CARDS > 0
        DISPLAY "*** LOOPING: " FX-BAD-CARDS " CARD(S) IN FXRATES"
            " WOULD NOT EDIT AND WERE IGNORED ***"
    END-IF.

*> 7850-CONVERT-AMOUNT - WS-FX-AMOUNT to the base currency in place.
*> A currency with no rate in effect is skipped with its own count,
*> the same way a non-numeric record is.
7850-CONVERT-AMOUNT.
    MOVE "C" TO FX-ACTION
    MOVE IN-CURRENCY TO FX-CURRENCY
    MOVE WS-FX-AMOUNT TO FX-AMOUNT
    CALL "FXRATE" USING FX-CALL-AREA
    IF FX-OK
        MOVE FX-CONVERTED TO WS-FX-AMOUNT
    ELSE
        ADD 1 TO WS-FX-SKIP-COUNT
    END-IF.

*> 8100-SHOW-CURRENCY-TOTALS - when any record carried a currency
*> code, the original and converted totals per currency; the totals
*> above are in the base currency.
8100-SHOW-CURRENCY-TOTALS.
    IF WS-FX-SKIP-COUNT > 0
        DISPLAY WS-FX-SKIP-COUNT " RECORD(S) WITH NO EXCHANGE RATE"
            " IN EFFECT " WS-FX-RUN-DATE " SKIPPED"
    END-IF
    IF FX-FOREIGN-SEEN
        DISPLAY "CURRENCY TOTALS - RATES IN EFFECT " WS-FX-RUN-DATE
        DISPLAY "CCY            RATE RECORDS       ORIGINAL TOTAL"
            "       CONVERTED TOTAL"
        MOVE "T" TO FX-ACTION
        MOVE 1 TO FX-INDEX
        CALL "FXRATE" USING FX-CALL-AREA
        PERFORM UNTIL NOT FX-OK
            MOVE FX-CURRENCY TO WS-FX-LABEL
            IF FX-CURRENCY = SPACES
                MOVE "BASE" TO WS-FX-LABEL
            END-IF
            MOVE FX-RATE TO WS-DISP-FX-RATE
            MOVE FX-RECORDS TO WS-DISP-FX-COUNT
            MOVE FX-ORIG-TOTAL TO WS-DISP-FX-ORIG
            MOVE FX-CONV-TOTAL TO WS-DISP-TOTAL
            DISPLAY WS-FX-LABEL " " WS-DISP-FX-RATE " "
                WS-DISP-FX-COUNT WS-DISP-FX-ORIG " " WS-DISP-TOTAL
            ADD 1 TO FX-INDEX
            CALL "FXRATE" USING FX-CALL-AREA
        END-PERFORM
    END-IF.

*> 8800-GET-ANSWER - single chokepoint for every operator question.
*> The shared RESPOND subprogram answers from the RESPFILE response
*> file when one is present and from the console otherwise, so an
