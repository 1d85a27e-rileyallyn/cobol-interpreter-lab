      *****************************************************************
      * PROGRAM:  TRANENTRY
      *
      * PURPOSE:  KEYED ENTRY OF ACCTPOST TRANSACTION FILES WITH BATCH
      *           BALANCING.  TRANSACTION FILES WERE BUILT IN A TEXT
      *           EDITOR, WHERE A WRONG A/C/D CODE OR A MIS-ALIGNED ID
      *           ONLY SURFACED AS A REJECT ON THE NEXT MORNING'S
      *           ACPRPT.  EACH BATCH NOW OPENS WITH A HEADER - THE
      *           EXPECTED ITEM COUNT AND AMOUNT TOTAL FROM THE
      *           SOURCE DOCUMENTS - AND EACH ITEM'S CODE, FULL FIVE-
      *           DIGIT ID AND AMOUNT ARE CHECKED AS THEY ARE KEYED:
      *           AN ADD'S ID MUST NOT BE ON ACCTMAST, A CHANGE'S OR
      *           DELETE'S MUST BE (ALLOWING FOR ADDS AND DELETES
      *           KEYED EARLIER IN THE SAME BATCH).
      *
      *           THE BATCH IS RELEASED - WRITTEN TO THE NAMED
      *           TRANSACTION FILE IN THE SHARED ACCTTREC LAYOUT - ONLY
      *           WHEN THE KEYED COUNT AND AMOUNT TOTAL AGREE WITH THE
      *           HEADER.  A BATCH THAT DOES NOT AGREE IS HELD IN
      *           <FILE>.HELD; THE NEXT TRANENTRY RUN FOR THE SAME FILE
      *           OFFERS TO RESUME IT SO ITEMS CAN BE VOIDED OR ADDED,
      *           OR THE HEADER CORRECTED, UNTIL IT BALANCES.
      *
      *           THE AMOUNT TOTAL IS THE SUM OF THE ADD AND CHANGE
      *           AMOUNTS; A DELETE CARRIES NO AMOUNT.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15  RA   INITIAL VERSION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANENTRY.
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
           SELECT RELEASE-FILE ASSIGN TO DYNAMIC WS-FNAME-OUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT HOLD-FILE ASSIGN TO DYNAMIC WS-FNAME-HOLD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MASTER.
           COPY ACCTREC.

       FD  RELEASE-FILE.
           COPY ACCTTREC.

       FD  HOLD-FILE.
       01  HOLD-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-MASTER-STATUS        PIC X(02).
       77  WS-OUT-STATUS           PIC X(02).
       77  WS-HOLD-STATUS          PIC X(02).
       77  WS-FNAME-OUT            PIC X(30).
       77  WS-FNAME-HOLD           PIC X(36).
       77  WS-ABORT-SW             PIC X(01) VALUE 'N'.
           88  WS-ABORT-RUN         VALUE 'Y'.
       77  WS-SAVE-RC              PIC S9(09) COMP.
       77  WS-MASTER-OPEN-SW       PIC X(01) VALUE 'N'.
           88  WS-MASTER-OPEN       VALUE 'Y'.
       77  WS-HOLD-FOUND-SW        PIC X(01) VALUE 'N'.
           88  WS-HOLD-FOUND        VALUE 'Y'.
       77  FEOF                    PIC X(01).

      *--------------------------------------------------------------*
      * OPERATOR-PROMPT WORK FIELDS - EVERY QUESTION GOES THROUGH THE
      * SHARED RESPOND SUBPROGRAM (8800-GET-ANSWER) SO A RESPONSE
      * FILE CAN ANSWER IT IN AN UNATTENDED RUN.
      *--------------------------------------------------------------*
       77  WS-PROMPT               PIC X(60).
       77  WS-ANSWER               PIC X(60).

      *--------------------------------------------------------------*
      * HELD-BATCH RECORD AREAS - A HEADER LINE MARKED "H" CARRYING
      * THE BATCH HEADER, THEN ONE LINE PER LIVE ITEM IN THE SAME
      * LAYOUT AS THE RELEASED FILE.
      *--------------------------------------------------------------*
       01  HOLD-HEADER.
           02  HOLD-HDR-MARKER     PIC X(01).
           02  HOLD-HDR-COUNT      PIC 9(06).
           COPY NUMREC REPLACING ==:LEVEL:== BY ==02==
               ==:NAME:== BY ==HOLD-HDR-TOTAL==.
           02  FILLER              PIC X(55).

       01  HOLD-ITEM.
           02  HOLD-CODE           PIC X(01).
           02  HOLD-ID             PIC 9(05).
           COPY NUMREC REPLACING ==:LEVEL:== BY ==02==
               ==:NAME:== BY ==HOLD-AMOUNT==.
           COPY NUMREC REPLACING ==:LEVEL:== BY ==02==
               ==:NAME:== BY ==HOLD-LIMIT==.
           02  FILLER              PIC X(38).

      *--------------------------------------------------------------*
      * BATCH TABLE - THE ITEMS KEYED SO FAR, IN KEYING ORDER.  A
      * VOIDED ITEM STAYS IN ITS SLOT (SO THE ITEM NUMBERS THE
      * OPERATOR HAS SEEN DO NOT MOVE) BUT IS NEVER RELEASED OR HELD.
      *--------------------------------------------------------------*
       77  WS-BT-LIMIT             PIC 9(04) COMP VALUE 500.
       77  WS-BT-COUNT             PIC 9(04) COMP VALUE 0.
       01  WS-BATCH-TABLE.
           05  WS-BT-ENTRY OCCURS 500 TIMES.
               10  WS-BT-CODE      PIC X(01).
               10  WS-BT-ID        PIC 9(05).
               10  WS-BT-AMOUNT    PIC S9(14)V9(4) COMP-3.
               10  WS-BT-CRLIMIT   PIC S9(14)V9(4) COMP-3.
               10  WS-BT-VOID-SW   PIC X(01).
                   88  WS-BT-VOID   VALUE 'Y'.
       77  WS-BT-IDX               PIC 9(04) COMP.
       77  WS-BT-SCAN              PIC 9(04) COMP.

      *--------------------------------------------------------------*
      * BATCH CONTROL FIELDS - THE HEADER AS KEYED AND THE RUNNING
      * COUNT AND TOTAL OF THE LIVE ITEMS.
      *--------------------------------------------------------------*
       77  WS-EXP-COUNT            PIC 9(06) COMP VALUE 0.
       77  WS-EXP-TOTAL            PIC S9(14)V9(4) COMP-3 VALUE 0.
       77  WS-LIVE-COUNT           PIC 9(06) COMP VALUE 0.
       77  WS-LIVE-TOTAL           PIC S9(14)V9(4) COMP-3 VALUE 0.
       77  WS-DIFF-COUNT           PIC S9(07) COMP.
       77  WS-DIFF-TOTAL           PIC S9(14)V9(4) COMP-3.
       77  WS-RELEASED-COUNT       PIC 9(06) COMP VALUE 0.
       77  WS-DONE-SW              PIC X(01) VALUE 'N'.
           88  WS-BATCH-DONE        VALUE 'Y'.
       77  WS-HEADER-OK-SW         PIC X(01).
           88  WS-HEADER-OK         VALUE 'Y'.

      *--------------------------------------------------------------*
      * ITEM-ENTRY WORK FIELDS - THE ITEM BEING KEYED, WHETHER ITS ID
      * IS LIVE (ON THE MASTER, AS ADJUSTED BY THE BATCH SO FAR), AND
      * THE VALUE-TOKEN PARSE FIELDS (SAME RULES AS NUMENTRY).
      *--------------------------------------------------------------*
       77  WS-ITEM-CODE            PIC X(01).
       77  WS-ITEM-ID              PIC 9(05).
       77  WS-ITEM-AMOUNT          PIC S9(14)V9(4) COMP-3.
       77  WS-ITEM-CRLIMIT         PIC S9(14)V9(4) COMP-3.
       77  WS-ITEM-OK-SW           PIC X(01).
           88  WS-ITEM-OK           VALUE 'Y'.
       77  WS-ID-LIVE-SW           PIC X(01).
           88  WS-ID-LIVE           VALUE 'Y'.
       77  WS-VALUE-OK-SW          PIC X(01).
           88  WS-VALUE-OK          VALUE 'Y'.
       77  WS-PRS-IDX              PIC 9(02) COMP.
       77  WS-PRS-DIGITS           PIC 9(02) COMP.
       77  WS-PRS-POINTS           PIC 9(02) COMP.
       77  WS-PRS-SEEN-SW          PIC X(01).
       77  WS-VOID-NUMBER          PIC 9(04) COMP.
       77  WS-DISP-ID              PIC 9(05).
       77  WS-DISP-ITEM            PIC Z(03)9.
       77  WS-DISP-COUNT           PIC Z(05)9.
       77  WS-DISP-DIFF-COUNT      PIC -(06)9.
       77  WS-DISP-AMOUNT          PIC -(14)9.9999.
       77  WS-DISP-TOTAL           PIC -(14)9.9999.

       77  WS-AUDIT-PROGRAM       PIC X(20) VALUE "TRANENTRY".
       77  WS-AUDIT-RECORDS-IN    PIC 9(07).
       77  WS-AUDIT-RECORDS-OUT   PIC 9(07).
       77  WS-RUN-TICKET          PIC 9(09).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL "RUNTICKET" USING WS-RUN-TICKET
           CALL "AUDITBEG" USING WS-AUDIT-PROGRAM WS-RUN-TICKET
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               PERFORM 2000-TAKE-ONE-ITEM
                   UNTIL WS-BATCH-DONE
           END-IF
           PERFORM 9999-FINISH-EXIT.

      *--------------------------------------------------------------*
      * 1000-INITIALIZE - NAME THE TRANSACTION FILE, OPEN THE MASTER
      * FOR THE ID CHECKS, AND EITHER RESUME A HELD BATCH FOR THE
      * SAME FILE OR TAKE A NEW BATCH HEADER.  A MASTER THAT DOES NOT
      * EXIST YET MEANS NO ID IS ON FILE - ONLY ADDS CAN BE KEYED.
      *--------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO WS-BT-COUNT
           MOVE 0 TO WS-LIVE-COUNT
           MOVE 0 TO WS-LIVE-TOTAL
           MOVE 0 TO WS-RELEASED-COUNT
           MOVE 'N' TO WS-DONE-SW
           MOVE 'N' TO WS-ABORT-SW
           MOVE 'N' TO WS-HOLD-FOUND-SW
           MOVE 'N' TO WS-MASTER-OPEN-SW
           MOVE "TRANSACTION FILENAME?" TO WS-PROMPT
           PERFORM 8800-GET-ANSWER
           MOVE WS-ANSWER TO WS-FNAME-OUT
           IF WS-FNAME-OUT = SPACES
               DISPLAY "*** TRANENTRY: NO TRANSACTION FILENAME GIVEN"
                   " ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF
           IF NOT WS-ABORT-RUN
               MOVE SPACES TO WS-FNAME-HOLD
               STRING WS-FNAME-OUT DELIMITED BY SPACE
                   ".HELD" DELIMITED BY SIZE INTO WS-FNAME-HOLD
               OPEN INPUT ACCT-MASTER
               EVALUATE WS-MASTER-STATUS
                   WHEN "00"
                       SET WS-MASTER-OPEN TO TRUE
                   WHEN "35"
                       DISPLAY "TRANENTRY: NO ACCOUNT MASTER YET - ONLY"
                           " ADDS CAN BE KEYED"
                   WHEN "39"
                       DISPLAY "*** TRANENTRY: ACCTMAST IS ON THE OLD"
                           " RECORD LAYOUT - RUN ACCTCONV ONCE TO"
                           " CONVERT IT ***"
                       MOVE 16 TO RETURN-CODE
                       SET WS-ABORT-RUN TO TRUE
                   WHEN OTHER
                       DISPLAY "*** TRANENTRY: UNABLE TO OPEN ACCOUNT"
                           " MASTER ACCTMAST - FILE STATUS "
                           WS-MASTER-STATUS " ***"
                       MOVE 16 TO RETURN-CODE
                       SET WS-ABORT-RUN TO TRUE
               END-EVALUATE
           END-IF
           IF NOT WS-ABORT-RUN
               OPEN INPUT HOLD-FILE
               IF WS-HOLD-STATUS = "00"
                   SET WS-HOLD-FOUND TO TRUE
                   CLOSE HOLD-FILE
               END-IF
               IF WS-HOLD-FOUND
                   DISPLAY "TRANENTRY: A BATCH FOR " WS-FNAME-OUT
                       " IS HELD FOR CORRECTION IN " WS-FNAME-HOLD
                   MOVE "R)ESUME THE HELD BATCH OR D)ISCARD IT?"
                       TO WS-PROMPT
                   PERFORM 8800-GET-ANSWER
                   IF WS-ANSWER(1:1) = 'D' OR WS-ANSWER(1:1) = 'd'
                       DISPLAY "TRANENTRY: HELD BATCH WILL BE REPLACED"
                           " BY THE NEW ONE"
                       PERFORM 1200-GET-BATCH-HEADER
                   ELSE
                       PERFORM 1100-LOAD-HELD-BATCH
                       PERFORM 2500-LIST-BATCH
                       MOVE "CORRECT THE BATCH HEADER (Y/N)?"
                           TO WS-PROMPT
                       PERFORM 8800-GET-ANSWER
                       IF WS-ANSWER(1:1) = 'Y' OR WS-ANSWER(1:1) = 'y'
                           PERFORM 1200-GET-BATCH-HEADER
                       END-IF
                   END-IF
               ELSE
                   PERFORM 1200-GET-BATCH-HEADER
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 1100-LOAD-HELD-BATCH - THE HEADER LINE RESTORES THE EXPECTED
      * COUNT AND TOTAL; EVERY ITEM LINE AFTER IT GOES BACK INTO THE
      * BATCH TABLE AND THE RUNNING TOTALS.
      *--------------------------------------------------------------*
       1100-LOAD-HELD-BATCH.
           OPEN INPUT HOLD-FILE
           MOVE 'N' TO FEOF
           PERFORM UNTIL FEOF = 'Y'
               READ HOLD-FILE
                   AT END
                       MOVE 'Y' TO FEOF
                   NOT AT END
                       IF HOLD-LINE(1:1) = 'H'
                           MOVE HOLD-LINE TO HOLD-HEADER
                           IF HOLD-HDR-COUNT IS NUMERIC
                               MOVE HOLD-HDR-COUNT TO WS-EXP-COUNT
                           END-IF
                           IF HOLD-HDR-TOTAL IS NUMERIC
                               MOVE HOLD-HDR-TOTAL TO WS-EXP-TOTAL
                           END-IF
                       ELSE
                           IF WS-BT-COUNT < WS-BT-LIMIT
                               MOVE HOLD-LINE TO HOLD-ITEM
                               ADD 1 TO WS-BT-COUNT
                               MOVE HOLD-CODE TO WS-BT-CODE(WS-BT-COUNT)
                               MOVE HOLD-ID TO WS-BT-ID(WS-BT-COUNT)
                               MOVE 0 TO WS-BT-AMOUNT(WS-BT-COUNT)
                               MOVE 0 TO WS-BT-CRLIMIT(WS-BT-COUNT)
                               IF HOLD-AMOUNT IS NUMERIC
                                   MOVE HOLD-AMOUNT
                                       TO WS-BT-AMOUNT(WS-BT-COUNT)
                               END-IF
                               IF HOLD-LIMIT IS NUMERIC
                                   MOVE HOLD-LIMIT
                                       TO WS-BT-CRLIMIT(WS-BT-COUNT)
                               END-IF
                               MOVE 'N' TO WS-BT-VOID-SW(WS-BT-COUNT)
                               ADD 1 TO WS-LIVE-COUNT
                               ADD WS-BT-AMOUNT(WS-BT-COUNT)
                                   TO WS-LIVE-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE
           MOVE WS-BT-COUNT TO WS-DISP-COUNT
           DISPLAY "TRANENTRY: HELD BATCH RESUMED - " WS-DISP-COUNT
               " ITEM(S)".

      *--------------------------------------------------------------*
      * 1200-GET-BATCH-HEADER - EXPECTED ITEM COUNT (1 TO THE TABLE
      * SIZE) AND EXPECTED AMOUNT TOTAL, BOTH RE-ASKED UNTIL VALID.
      *--------------------------------------------------------------*
       1200-GET-BATCH-HEADER.
           MOVE 'N' TO WS-HEADER-OK-SW
           PERFORM UNTIL WS-HEADER-OK
               MOVE "BATCH HEADER - EXPECTED ITEM COUNT?" TO WS-PROMPT
               PERFORM 8800-GET-ANSWER
               PERFORM 2100-CHECK-VALUE-TOKEN
               IF WS-VALUE-OK AND WS-PRS-POINTS = 0
                       AND WS-ANSWER(1:1) NOT = '-'
                   MOVE FUNCTION NUMVAL(WS-ANSWER) TO WS-EXP-COUNT
                   IF WS-EXP-COUNT > 0 AND WS-EXP-COUNT <= WS-BT-LIMIT
                       SET WS-HEADER-OK TO TRUE
                   END-IF
               END-IF
               IF NOT WS-HEADER-OK
                   DISPLAY "  COUNT MUST BE A WHOLE NUMBER FROM 1 TO "
                       WS-BT-LIMIT
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-HEADER-OK-SW
           PERFORM UNTIL WS-HEADER-OK
               MOVE "BATCH HEADER - EXPECTED AMOUNT TOTAL?"
                   TO WS-PROMPT
               PERFORM 8800-GET-ANSWER
               PERFORM 2100-CHECK-VALUE-TOKEN
               IF WS-VALUE-OK
                   MOVE FUNCTION NUMVAL(WS-ANSWER) TO WS-EXP-TOTAL
                   SET WS-HEADER-OK TO TRUE
               ELSE
                   DISPLAY "  NOT A SIGNED DECIMAL NUMBER - RE-ENTER"
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------*
      * 2000-TAKE-ONE-ITEM - ONE COMMAND FROM THE OPERATOR: A/C/D
      * KEYS AN ITEM, V VOIDS ONE, L LISTS THE BATCH, AND A BLANK
      * CLOSES THE BATCH (RELEASE OR HOLD).
      *--------------------------------------------------------------*
       2000-TAKE-ONE-ITEM.
           MOVE "CODE (A/C/D, V=VOID, L=LIST, BLANK=CLOSE BATCH)?"
               TO WS-PROMPT
           PERFORM 8800-GET-ANSWER
           MOVE WS-ANSWER(1:1) TO WS-ITEM-CODE
           INSPECT WS-ITEM-CODE CONVERTING "acdvl" TO "ACDVL"
           EVALUATE WS-ITEM-CODE
               WHEN SPACE
                   PERFORM 3000-CLOSE-BATCH
               WHEN 'A'
               WHEN 'C'
               WHEN 'D'
                   PERFORM 2200-KEY-ITEM
               WHEN 'V'
                   PERFORM 2400-VOID-ITEM
               WHEN 'L'
                   PERFORM 2500-LIST-BATCH
               WHEN OTHER
                   DISPLAY "  CODE MUST BE A, C, D, V OR L - ENTRY"
                       " REFUSED"
           END-EVALUATE.

       2100-CHECK-VALUE-TOKEN.
           MOVE 'Y' TO WS-VALUE-OK-SW
           MOVE 0 TO WS-PRS-DIGITS
           MOVE 0 TO WS-PRS-POINTS
           MOVE 'N' TO WS-PRS-SEEN-SW
           PERFORM VARYING WS-PRS-IDX FROM 1 BY 1
                   UNTIL WS-PRS-IDX > 60
               EVALUATE TRUE
                   WHEN WS-ANSWER(WS-PRS-IDX:1) = SPACE
                       IF WS-PRS-SEEN-SW = 'Y'
                           MOVE 61 TO WS-PRS-IDX
                       END-IF
                   WHEN WS-ANSWER(WS-PRS-IDX:1) >= '0'
                           AND WS-ANSWER(WS-PRS-IDX:1) <= '9'
                       ADD 1 TO WS-PRS-DIGITS
                       MOVE 'Y' TO WS-PRS-SEEN-SW
                   WHEN WS-ANSWER(WS-PRS-IDX:1) = '.'
                       ADD 1 TO WS-PRS-POINTS
                       MOVE 'Y' TO WS-PRS-SEEN-SW
                   WHEN (WS-ANSWER(WS-PRS-IDX:1) = '-'
                           OR WS-ANSWER(WS-PRS-IDX:1) = '+')
                           AND WS-PRS-SEEN-SW = 'N'
                       MOVE 'Y' TO WS-PRS-SEEN-SW
                   WHEN OTHER
                       MOVE 'N' TO WS-VALUE-OK-SW
                       MOVE 61 TO WS-PRS-IDX
               END-EVALUATE
           END-PERFORM
           IF WS-PRS-DIGITS = 0 OR WS-PRS-POINTS > 1
                   OR WS-PRS-DIGITS > 18
               MOVE 'N' TO WS-VALUE-OK-SW
           END-IF.

      *--------------------------------------------------------------*
      * 2200-KEY-ITEM - THE ID MUST BE KEYED AS ALL FIVE DIGITS, SO A
      * SHORT OR SHIFTED ID IS REFUSED HERE RATHER THAN POSTED TO THE
      * WRONG ACCOUNT.  ITS STATUS MUST SUIT THE CODE; ADDS AND
      * CHANGES THEN TAKE AN AMOUNT, AND AN ADD AN OPTIONAL CREDIT
      * LIMIT.  ANY REFUSAL DROPS THE ITEM AND RETURNS TO THE CODE
      * PROMPT.
      *--------------------------------------------------------------*
       2200-KEY-ITEM.
           MOVE 'Y' TO WS-ITEM-OK-SW
           MOVE 0 TO WS-ITEM-AMOUNT
           MOVE 0 TO WS-ITEM-CRLIMIT
           IF WS-BT-COUNT >= WS-BT-LIMIT
               DISPLAY "  BATCH TABLE IS FULL - CLOSE THIS BATCH AND"
                   " START ANOTHER"
               MOVE 'N' TO WS-ITEM-OK-SW
           END-IF
           IF WS-ITEM-OK
               MOVE "ACCOUNT ID (ALL FIVE DIGITS)?" TO WS-PROMPT
               PERFORM 8800-GET-ANSWER
               IF WS-ANSWER(1:5) IS NOT NUMERIC
                       OR WS-ANSWER(6:) NOT = SPACES
                   DISPLAY "  ID MUST BE EXACTLY FIVE DIGITS - ENTRY"
                       " REFUSED"
                   MOVE 'N' TO WS-ITEM-OK-SW
               ELSE
                   MOVE WS-ANSWER(1:5) TO WS-ITEM-ID
               END-IF
           END-IF
           IF WS-ITEM-OK
               PERFORM 2300-CHECK-ID-STATUS
               MOVE WS-ITEM-ID TO WS-DISP-ID
               IF WS-ITEM-CODE = 'A' AND WS-ID-LIVE
                   DISPLAY "  ID " WS-DISP-ID " IS ALREADY AN ACCOUNT"
                       " - AN ADD IS REFUSED"
                   MOVE 'N' TO WS-ITEM-OK-SW
               END-IF
               IF WS-ITEM-CODE NOT = 'A' AND NOT WS-ID-LIVE
                   DISPLAY "  ID " WS-DISP-ID " IS NOT AN ACCOUNT - A"
                       " CHANGE OR DELETE IS REFUSED"
                   MOVE 'N' TO WS-ITEM-OK-SW
               END-IF
           END-IF
           IF WS-ITEM-OK AND WS-ITEM-CODE NOT = 'D'
               MOVE "AMOUNT?" TO WS-PROMPT
               PERFORM 8800-GET-ANSWER
               PERFORM 2100-CHECK-VALUE-TOKEN
               IF NOT WS-VALUE-OK
                   DISPLAY "  NOT A SIGNED DECIMAL NUMBER - ENTRY"
                       " REFUSED"
                   MOVE 'N' TO WS-ITEM-OK-SW
               ELSE
                   MOVE FUNCTION NUMVAL(WS-ANSWER) TO WS-ITEM-AMOUNT
               END-IF
           END-IF
           IF WS-ITEM-OK AND WS-ITEM-CODE = 'A'
               MOVE "CREDIT LIMIT (BLANK FOR NONE)?" TO WS-PROMPT
               PERFORM 8800-GET-ANSWER
               IF WS-ANSWER NOT = SPACES
                   PERFORM 2100-CHECK-VALUE-TOKEN
                   IF NOT WS-VALUE-OK OR WS-ANSWER(1:1) = '-'
                       DISPLAY "  CREDIT LIMIT MUST BE ZERO OR MORE -"
                           " ENTRY REFUSED"
                       MOVE 'N' TO WS-ITEM-OK-SW
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-ANSWER)
                           TO WS-ITEM-CRLIMIT
                   END-IF
               END-IF
           END-IF
           IF WS-ITEM-OK
               ADD 1 TO WS-BT-COUNT
               MOVE WS-ITEM-CODE TO WS-BT-CODE(WS-BT-COUNT)
               MOVE WS-ITEM-ID TO WS-BT-ID(WS-BT-COUNT)
               MOVE WS-ITEM-AMOUNT TO WS-BT-AMOUNT(WS-BT-COUNT)
               MOVE WS-ITEM-CRLIMIT TO WS-BT-CRLIMIT(WS-BT-COUNT)
               MOVE 'N' TO WS-BT-VOID-SW(WS-BT-COUNT)
               ADD 1 TO WS-LIVE-COUNT
               ADD WS-ITEM-AMOUNT TO WS-LIVE-TOTAL
               MOVE WS-BT-COUNT TO WS-DISP-ITEM
               MOVE WS-LIVE-COUNT TO WS-DISP-COUNT
               MOVE WS-LIVE-TOTAL TO WS-DISP-TOTAL
               DISPLAY "  ITEM " WS-DISP-ITEM " ACCEPTED - BATCH NOW "
                   WS-DISP-COUNT " ITEM(S), TOTAL " WS-DISP-TOTAL
           END-IF.

      *--------------------------------------------------------------*
      * 2300-CHECK-ID-STATUS - IS THE ID A LIVE ACCOUNT AT THIS POINT
      * IN THE BATCH?  START FROM THE MASTER, THEN REPLAY THE LIVE
      * ITEMS ALREADY KEYED FOR THE SAME ID: AN ADD MAKES IT LIVE, A
      * DELETE REMOVES IT.
      *--------------------------------------------------------------*
       2300-CHECK-ID-STATUS.
           MOVE 'N' TO WS-ID-LIVE-SW
           IF WS-MASTER-OPEN
               MOVE WS-ITEM-ID TO ACCT-ID
               READ ACCT-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-ID-LIVE-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ID-LIVE-SW
               END-READ
           END-IF
           PERFORM VARYING WS-BT-SCAN FROM 1 BY 1
                   UNTIL WS-BT-SCAN > WS-BT-COUNT
               IF WS-BT-ID(WS-BT-SCAN) = WS-ITEM-ID
                       AND NOT WS-BT-VOID(WS-BT-SCAN)
                   IF WS-BT-CODE(WS-BT-SCAN) = 'A'
                       MOVE 'Y' TO WS-ID-LIVE-SW
                   END-IF
                   IF WS-BT-CODE(WS-BT-SCAN) = 'D'
                       MOVE 'N' TO WS-ID-LIVE-SW
                   END-IF
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------*
      * 2400-VOID-ITEM - TAKE AN ITEM OUT OF THE BATCH BY ITS NUMBER.
      * AN ITEM THAT A LATER LIVE ITEM FOR THE SAME ID DEPENDS ON
      * CANNOT BE VOIDED UNTIL THE LATER ONE IS.
      *--------------------------------------------------------------*
       2400-VOID-ITEM.
           MOVE "ITEM NUMBER TO VOID?" TO WS-PROMPT
           PERFORM 8800-GET-ANSWER
           PERFORM 2100-CHECK-VALUE-TOKEN
           MOVE 0 TO WS-VOID-NUMBER
           IF WS-VALUE-OK AND WS-PRS-POINTS = 0
                   AND WS-ANSWER(1:1) NOT = '-'
                   AND WS-PRS-DIGITS <= 4
               MOVE FUNCTION NUMVAL(WS-ANSWER) TO WS-VOID-NUMBER
           END-IF
           IF WS-VOID-NUMBER = 0 OR WS-VOID-NUMBER > WS-BT-COUNT
               DISPLAY "  NO SUCH ITEM IN THIS BATCH"
           ELSE
               IF WS-BT-VOID(WS-VOID-NUMBER)
                   DISPLAY "  THAT ITEM IS ALREADY VOID"
               ELSE
                   MOVE 'Y' TO WS-ITEM-OK-SW
                   PERFORM VARYING WS-BT-SCAN FROM WS-VOID-NUMBER BY 1
                           UNTIL WS-BT-SCAN >= WS-BT-COUNT
                       IF WS-BT-ID(WS-BT-SCAN + 1)
                               = WS-BT-ID(WS-VOID-NUMBER)
                               AND NOT WS-BT-VOID(WS-BT-SCAN + 1)
                           MOVE 'N' TO WS-ITEM-OK-SW
                       END-IF
                   END-PERFORM
                   IF NOT WS-ITEM-OK
                       DISPLAY "  A LATER ITEM FOR THE SAME ID DEPENDS"
                           " ON IT - VOID THAT ONE FIRST"
                   ELSE
                       SET WS-BT-VOID(WS-VOID-NUMBER) TO TRUE
                       SUBTRACT 1 FROM WS-LIVE-COUNT
                       SUBTRACT WS-BT-AMOUNT(WS-VOID-NUMBER)
                           FROM WS-LIVE-TOTAL
                       MOVE WS-VOID-NUMBER TO WS-DISP-ITEM
                       DISPLAY "  ITEM " WS-DISP-ITEM " VOIDED"
                   END-IF
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 2500-LIST-BATCH - EVERY ITEM KEYED SO FAR, BY NUMBER, THEN
      * THE HEADER AGAINST THE RUNNING TOTALS.
      *--------------------------------------------------------------*
       2500-LIST-BATCH.
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BT-COUNT
               MOVE WS-BT-IDX TO WS-DISP-ITEM
               MOVE WS-BT-ID(WS-BT-IDX) TO WS-DISP-ID
               MOVE WS-BT-AMOUNT(WS-BT-IDX) TO WS-DISP-AMOUNT
               IF WS-BT-VOID(WS-BT-IDX)
                   DISPLAY "  " WS-DISP-ITEM "  " WS-BT-CODE(WS-BT-IDX)
                       "  " WS-DISP-ID "  " WS-DISP-AMOUNT "  VOID"
               ELSE
                   DISPLAY "  " WS-DISP-ITEM "  " WS-BT-CODE(WS-BT-IDX)
                       "  " WS-DISP-ID "  " WS-DISP-AMOUNT
               END-IF
           END-PERFORM
           PERFORM 3050-SHOW-CONTROL-TOTALS.

      *--------------------------------------------------------------*
      * 3000-CLOSE-BATCH - RELEASE IF THE LIVE COUNT AND TOTAL AGREE
      * WITH THE HEADER.  OTHERWISE SHOW THE DIFFERENCES AND LET THE
      * OPERATOR KEEP KEYING OR HOLD THE BATCH FOR CORRECTION.
      *--------------------------------------------------------------*
       3000-CLOSE-BATCH.
           IF WS-LIVE-COUNT = WS-EXP-COUNT
                   AND WS-LIVE-TOTAL = WS-EXP-TOTAL
               PERFORM 3100-RELEASE-BATCH
               SET WS-BATCH-DONE TO TRUE
           ELSE
               DISPLAY "*** TRANENTRY: BATCH IS OUT OF BALANCE ***"
               PERFORM 3050-SHOW-CONTROL-TOTALS
               MOVE "K)EEP KEYING OR H)OLD THE BATCH FOR CORRECTION?"
                   TO WS-PROMPT
               PERFORM 8800-GET-ANSWER
               IF WS-ANSWER(1:1) NOT = 'K' AND WS-ANSWER(1:1) NOT = 'k'
                   PERFORM 3200-HOLD-BATCH
                   SET WS-BATCH-DONE TO TRUE
               END-IF
           END-IF.

       3050-SHOW-CONTROL-TOTALS.
           MOVE WS-EXP-COUNT TO WS-DISP-COUNT
           MOVE WS-EXP-TOTAL TO WS-DISP-TOTAL
           DISPLAY "  HEADER : " WS-DISP-COUNT " ITEM(S), TOTAL "
               WS-DISP-TOTAL
           MOVE WS-LIVE-COUNT TO WS-DISP-COUNT
           MOVE WS-LIVE-TOTAL TO WS-DISP-TOTAL
           DISPLAY "  KEYED  : " WS-DISP-COUNT " ITEM(S), TOTAL "
               WS-DISP-TOTAL
           COMPUTE WS-DIFF-COUNT = WS-LIVE-COUNT - WS-EXP-COUNT
           COMPUTE WS-DIFF-TOTAL = WS-LIVE-TOTAL - WS-EXP-TOTAL
           MOVE WS-DIFF-COUNT TO WS-DISP-DIFF-COUNT
           MOVE WS-DIFF-TOTAL TO WS-DISP-TOTAL
           DISPLAY "  DIFF   : " WS-DISP-DIFF-COUNT " ITEM(S), TOTAL "
               WS-DISP-TOTAL.

      *--------------------------------------------------------------*
      * 3100-RELEASE-BATCH - WRITE THE LIVE ITEMS TO THE TRANSACTION
      * FILE ACCTPOST WILL READ, AND CLEAR ANY HELD COPY.
      *--------------------------------------------------------------*
       3100-RELEASE-BATCH.
           OPEN OUTPUT RELEASE-FILE
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "*** TRANENTRY: UNABLE TO OPEN TRANSACTION FILE "
                   WS-FNAME-OUT " - FILE STATUS " WS-OUT-STATUS
                   " - BATCH HELD INSTEAD ***"
               PERFORM 3200-HOLD-BATCH
           ELSE
               PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                       UNTIL WS-BT-IDX > WS-BT-COUNT
                   IF NOT WS-BT-VOID(WS-BT-IDX)
                       MOVE SPACES TO TRAN-REC
                       MOVE WS-BT-CODE(WS-BT-IDX) TO TRAN-CODE
                       MOVE WS-BT-ID(WS-BT-IDX) TO TRAN-ID
                       IF WS-BT-CODE(WS-BT-IDX) NOT = 'D'
                           MOVE WS-BT-AMOUNT(WS-BT-IDX) TO TRAN-AMOUNT
                       END-IF
                       IF WS-BT-CODE(WS-BT-IDX) = 'A'
                           MOVE WS-BT-CRLIMIT(WS-BT-IDX)
                               TO TRAN-CREDIT-LIMIT
                       END-IF
                       WRITE TRAN-REC
                       ADD 1 TO WS-RELEASED-COUNT
                   END-IF
               END-PERFORM
               CLOSE RELEASE-FILE
               IF WS-HOLD-FOUND
                   MOVE RETURN-CODE TO WS-SAVE-RC
                   CALL "CBL_DELETE_FILE" USING WS-FNAME-HOLD
                   MOVE WS-SAVE-RC TO RETURN-CODE
               END-IF
               MOVE WS-RELEASED-COUNT TO WS-DISP-COUNT
               DISPLAY "TRANENTRY: BATCH BALANCED - " WS-DISP-COUNT
                   " ITEM(S) RELEASED TO " WS-FNAME-OUT
           END-IF.

      *--------------------------------------------------------------*
      * 3200-HOLD-BATCH - THE HEADER AND THE LIVE ITEMS GO TO
      * <FILE>.HELD FOR THE NEXT RUN TO RESUME.  NOTHING REACHES THE
      * TRANSACTION FILE, AND THE RUN ENDS RETURN-CODE 4.
      *--------------------------------------------------------------*
       3200-HOLD-BATCH.
           OPEN OUTPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "*** TRANENTRY: UNABLE TO OPEN " WS-FNAME-HOLD
                   " - FILE STATUS " WS-HOLD-STATUS " - THE BATCH IS"
                   " LOST ***"
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO HOLD-HEADER
               MOVE 'H' TO HOLD-HDR-MARKER
               MOVE WS-EXP-COUNT TO HOLD-HDR-COUNT
               MOVE WS-EXP-TOTAL TO HOLD-HDR-TOTAL
               WRITE HOLD-LINE FROM HOLD-HEADER
               PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                       UNTIL WS-BT-IDX > WS-BT-COUNT
                   IF NOT WS-BT-VOID(WS-BT-IDX)
                       MOVE SPACES TO HOLD-ITEM
                       MOVE WS-BT-CODE(WS-BT-IDX) TO HOLD-CODE
                       MOVE WS-BT-ID(WS-BT-IDX) TO HOLD-ID
                       MOVE WS-BT-AMOUNT(WS-BT-IDX) TO HOLD-AMOUNT
                       MOVE WS-BT-CRLIMIT(WS-BT-IDX) TO HOLD-LIMIT
                       WRITE HOLD-LINE FROM HOLD-ITEM
                   END-IF
               END-PERFORM
               CLOSE HOLD-FILE
               DISPLAY "*** TRANENTRY: BATCH HELD FOR CORRECTION IN "
                   WS-FNAME-HOLD " - NOT RELEASED ***"
               MOVE 4 TO RETURN-CODE
           END-IF.

       8800-GET-ANSWER.
           MOVE SPACES TO WS-ANSWER
           CALL "RESPOND" USING WS-PROMPT WS-ANSWER.

       9999-FINISH-EXIT.
           IF WS-MASTER-OPEN
               CLOSE ACCT-MASTER
           END-IF
           IF WS-ABORT-RUN
               DISPLAY "*** TRANENTRY RUN ABORTED - SEE DIAGNOSTICS"
                   " ABOVE ***"
           END-IF
           MOVE WS-LIVE-COUNT TO WS-AUDIT-RECORDS-IN
           MOVE WS-RELEASED-COUNT TO WS-AUDIT-RECORDS-OUT
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-RECORDS-IN
               WS-AUDIT-RECORDS-OUT WS-RUN-TICKET
           MOVE WS-SAVE-RC TO RETURN-CODE
           GOBACK.
