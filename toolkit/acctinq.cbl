      *****************************************************************
      * PROGRAM:  ACCTINQ
      *
      * PURPOSE:  ACCOUNT INQUIRY.  TAKES A FIVE-DIGIT ACCOUNT ID,
      *           SHOWS THE CURRENT ACCTMAST RECORD (BALANCE AND LAST
      *           POSTING DATE) AND THEN EVERY POSTING THE ACCTHIST
      *           HISTORY HOLDS FOR IT, NEWEST FIRST, WITH THE DATE,
      *           RUN TICKET, CODE, AMOUNT AND THE BALANCE BEFORE AND
      *           AFTER - SO "WHY IS THIS ACCOUNT'S BALANCE WHAT IT
      *           IS" IS ONE QUESTION AT THE TERMINAL INSTEAD OF A
      *           SEARCH THROUGH ARCHIVED ACPRPT COPIES.  THE OPERATOR
      *           MAY ASK ABOUT AS MANY ACCOUNTS AS NEEDED; A BLANK ID
      *           ENDS THE INQUIRY.
      *
      *           AN ACCOUNT THAT HAS BEEN DELETED IS NO LONGER ON
      *           THE MASTER, BUT ITS HISTORY (ENDING IN THE DELETE)
      *           IS STILL SHOWN.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15  RA   INITIAL VERSION.  PROMPTS GO THROUGH THE
      *                    SHARED RESPOND SUBPROGRAM LIKE EVERY OTHER
      *                    TOOLKIT PROGRAM'S.
      *   2026-10-15  RA   SHOWS THE ACCOUNT'S CREDIT LIMIT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTINQ.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCTH-KEY
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MASTER.
           COPY ACCTREC.

       FD  HIST-FILE.
           COPY ACCTHREC.

       WORKING-STORAGE SECTION.
       77  WS-MASTER-STATUS        PIC X(02).
       77  WS-HIST-STATUS          PIC X(02).
       77  WS-HIST-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-HIST-OPEN         VALUE 'Y'.
       77  WS-ABORT-SW             PIC X(01) VALUE 'N'.
           88  WS-ABORT-RUN         VALUE 'Y'.
       77  WS-SAVE-RC              PIC S9(09) COMP.
       77  FEOF                    PIC X(01).

      *--------------------------------------------------------------*
      * OPERATOR-PROMPT WORK FIELDS - EVERY QUESTION GOES THROUGH THE
      * SHARED RESPOND SUBPROGRAM (8800-GET-ANSWER) SO A RESPONSE
      * FILE CAN ANSWER IT IN AN UNATTENDED RUN.
      *--------------------------------------------------------------*
       77  WS-PROMPT               PIC X(60).
       77  WS-ANSWER               PIC X(60).
       77  WS-INQ-DONE-SW          PIC X(01) VALUE 'N'.
           88  WS-INQ-DONE          VALUE 'Y'.
       77  WS-INQ-ID               PIC 9(05).

      *--------------------------------------------------------------*
      * HISTORY TABLE - THE ACCOUNT'S POSTINGS ARRIVE OLDEST FIRST IN
      * KEY ORDER AND ARE HELD IN A RING SO THE NEWEST WS-H-LIMIT OF
      * THEM CAN BE SHOWN NEWEST FIRST.  OLDER ONES ARE COUNTED, NOT
      * LOST SILENTLY.
      *--------------------------------------------------------------*
       77  WS-H-LIMIT              PIC 9(04) COMP VALUE 200.
       77  WS-H-COUNT              PIC 9(04) COMP VALUE 0.
       77  WS-H-NEXT               PIC 9(04) COMP VALUE 1.
       77  WS-H-IDX                PIC 9(04) COMP.
       77  WS-H-SHOWN              PIC 9(04) COMP.
       77  WS-H-TOTAL              PIC 9(06) COMP VALUE 0.
       01  WS-H-TABLE.
           05  WS-H-ENTRY OCCURS 200 TIMES.
               10  WS-H-DATE       PIC 9(06).
               10  WS-H-TICKET     PIC 9(09).
               10  WS-H-CODE       PIC X(01).
               10  WS-H-AMOUNT     PIC S9(14)V9(4).
               10  WS-H-BEFORE     PIC S9(14)V9(4).
               10  WS-H-AFTER      PIC S9(14)V9(4).

      *--------------------------------------------------------------*
      * DISPLAY WORK FIELDS
      *--------------------------------------------------------------*
       77  WS-INQ-COUNT            PIC 9(06) COMP VALUE 0.
       77  WS-FOUND-COUNT          PIC 9(06) COMP VALUE 0.
       77  WS-DISP-ID              PIC 9(05).
       77  WS-DISP-TICKET          PIC Z(08)9.
       77  WS-DISP-AMOUNT          PIC -(14)9.9999.
       77  WS-DISP-BEFORE          PIC -(14)9.9999.
       77  WS-DISP-AFTER           PIC -(14)9.9999.
       77  WS-DISP-COUNT           PIC Z(05)9.

       77  WS-AUDIT-PROGRAM       PIC X(20) VALUE "ACCTINQ".
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
               PERFORM 2000-INQUIRE-ONE
                   UNTIL WS-INQ-DONE
           END-IF
           PERFORM 9999-FINISH-EXIT.

      *--------------------------------------------------------------*
      * 1000-INITIALIZE - OPEN THE MASTER AND THE HISTORY.  NO MASTER
      * MEANS NOTHING HAS EVER BEEN POSTED AND THERE IS NOTHING TO
      * ASK ABOUT.  NO HISTORY YET IS NOT AN ERROR - THE MASTER
      * RECORD ALONE IS SHOWN.
      *--------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO WS-INQ-COUNT
           MOVE 0 TO WS-FOUND-COUNT
           MOVE 'N' TO WS-ABORT-SW
           MOVE 'N' TO WS-INQ-DONE-SW
           MOVE 'N' TO WS-HIST-OPEN-SW
           OPEN INPUT ACCT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "*** ACCTINQ: UNABLE TO OPEN ACCOUNT MASTER"
                   " ACCTMAST - FILE STATUS " WS-MASTER-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS = "00"
               SET WS-HIST-OPEN TO TRUE
           ELSE
               DISPLAY "ACCTINQ: NO POSTING HISTORY (ACCTHIST) -"
                   " MASTER RECORDS ONLY"
           END-IF.

      *--------------------------------------------------------------*
      * 2000-INQUIRE-ONE - ONE ACCOUNT ID FROM THE OPERATOR.  A BLANK
      * ANSWER ENDS THE INQUIRY; ANYTHING BUT FIVE DIGITS IS ASKED
      * AGAIN.
      *--------------------------------------------------------------*
       2000-INQUIRE-ONE.
           MOVE "ACCOUNT ID (FIVE DIGITS, BLANK TO END)?" TO WS-PROMPT
           PERFORM 8800-GET-ANSWER
           IF WS-ANSWER = SPACES
               SET WS-INQ-DONE TO TRUE
           ELSE
               IF WS-ANSWER(1:5) IS NOT NUMERIC
                       OR WS-ANSWER(6:) NOT = SPACES
                   DISPLAY "ACCOUNT ID MUST BE FIVE DIGITS - TRY AGAIN"
               ELSE
                   MOVE WS-ANSWER(1:5) TO WS-INQ-ID
                   ADD 1 TO WS-INQ-COUNT
                   PERFORM 2100-SHOW-MASTER
                   PERFORM 2200-LOAD-HISTORY
                   PERFORM 2300-SHOW-HISTORY
               END-IF
           END-IF.

       2100-SHOW-MASTER.
           MOVE WS-INQ-ID TO WS-DISP-ID
           DISPLAY " "
           DISPLAY "===== ACCOUNT " WS-DISP-ID " ====="
           MOVE WS-INQ-ID TO ACCT-ID
           READ ACCT-MASTER
               INVALID KEY
                   DISPLAY "NOT ON THE ACCOUNT MASTER (NEVER ADDED,"
                       " OR DELETED - SEE HISTORY BELOW)"
               NOT INVALID KEY
                   ADD 1 TO WS-FOUND-COUNT
                   MOVE ACCT-BALANCE TO WS-DISP-AMOUNT
                   DISPLAY "BRANCH . . . . : " ACCT-BRANCH
                   DISPLAY "BALANCE  . . . : " WS-DISP-AMOUNT
                   DISPLAY "LAST POSTED  . : " ACCT-LAST-POSTED
                   MOVE ACCT-CREDIT-LIMIT TO WS-DISP-AMOUNT
                   DISPLAY "CREDIT LIMIT . : " WS-DISP-AMOUNT
           END-READ.

      *--------------------------------------------------------------*
      * 2200-LOAD-HISTORY - EVERY ACCTHIST RECORD FOR THE ACCOUNT,
      * OLDEST FIRST, INTO THE RING.  WHEN THE RING IS FULL THE
      * OLDEST ENTRY IS OVERWRITTEN, SO THE TABLE ALWAYS HOLDS THE
      * NEWEST POSTINGS.
      *--------------------------------------------------------------*
       2200-LOAD-HISTORY.
           MOVE 0 TO WS-H-COUNT
           MOVE 1 TO WS-H-NEXT
           MOVE 0 TO WS-H-TOTAL
           IF WS-HIST-OPEN
               MOVE WS-INQ-ID TO ACCTH-ID
               MOVE 0 TO ACCTH-DATE
               MOVE 0 TO ACCTH-TICKET
               MOVE 0 TO ACCTH-SEQ
               START HIST-FILE KEY >= ACCTH-KEY
                   INVALID KEY
                       MOVE 'Y' TO FEOF
                   NOT INVALID KEY
                       MOVE 'N' TO FEOF
               END-START
               PERFORM UNTIL FEOF = 'Y'
                   READ HIST-FILE NEXT
                       AT END
                           MOVE 'Y' TO FEOF
                       NOT AT END
                           IF ACCTH-ID NOT = WS-INQ-ID
                               MOVE 'Y' TO FEOF
                           ELSE
                               PERFORM 2210-HOLD-ONE-POSTING
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       2210-HOLD-ONE-POSTING.
           ADD 1 TO WS-H-TOTAL
           MOVE ACCTH-DATE TO WS-H-DATE(WS-H-NEXT)
           MOVE ACCTH-TICKET TO WS-H-TICKET(WS-H-NEXT)
           MOVE ACCTH-CODE TO WS-H-CODE(WS-H-NEXT)
           MOVE ACCTH-AMOUNT TO WS-H-AMOUNT(WS-H-NEXT)
           MOVE ACCTH-BAL-BEFORE TO WS-H-BEFORE(WS-H-NEXT)
           MOVE ACCTH-BAL-AFTER TO WS-H-AFTER(WS-H-NEXT)
           IF WS-H-COUNT < WS-H-LIMIT
               ADD 1 TO WS-H-COUNT
           END-IF
           IF WS-H-NEXT >= WS-H-LIMIT
               MOVE 1 TO WS-H-NEXT
           ELSE
               ADD 1 TO WS-H-NEXT
           END-IF.

      *--------------------------------------------------------------*
      * 2300-SHOW-HISTORY - WALK THE RING BACKWARD FROM THE LAST
      * ENTRY WRITTEN, SO THE NEWEST POSTING PRINTS FIRST.
      *--------------------------------------------------------------*
       2300-SHOW-HISTORY.
           DISPLAY " "
           IF WS-H-COUNT = 0
               DISPLAY "NO POSTING HISTORY FOR THIS ACCOUNT"
           ELSE
               DISPLAY "POSTING HISTORY, NEWEST FIRST:"
               DISPLAY "DATE      TICKET C            AMOUNT"
                   "     BALANCE BEFORE      BALANCE AFTER"
               MOVE WS-H-NEXT TO WS-H-IDX
               PERFORM 2310-SHOW-ONE-POSTING
                   VARYING WS-H-SHOWN FROM 1 BY 1
                   UNTIL WS-H-SHOWN > WS-H-COUNT
               IF WS-H-TOTAL > WS-H-COUNT
                   COMPUTE WS-DISP-COUNT = WS-H-TOTAL - WS-H-COUNT
                   DISPLAY "(" WS-DISP-COUNT " OLDER POSTING(S) NOT"
                       " SHOWN)"
               END-IF
           END-IF.

       2310-SHOW-ONE-POSTING.
           IF WS-H-IDX = 1
               MOVE WS-H-LIMIT TO WS-H-IDX
           ELSE
               SUBTRACT 1 FROM WS-H-IDX
           END-IF
           MOVE WS-H-TICKET(WS-H-IDX) TO WS-DISP-TICKET
           MOVE WS-H-AMOUNT(WS-H-IDX) TO WS-DISP-AMOUNT
           MOVE WS-H-BEFORE(WS-H-IDX) TO WS-DISP-BEFORE
           MOVE WS-H-AFTER(WS-H-IDX) TO WS-DISP-AFTER
           DISPLAY WS-H-DATE(WS-H-IDX) " " WS-DISP-TICKET " "
               WS-H-CODE(WS-H-IDX) " " WS-DISP-AMOUNT " "
               WS-DISP-BEFORE " " WS-DISP-AFTER.

       8800-GET-ANSWER.
           MOVE SPACES TO WS-ANSWER
           CALL "RESPOND" USING WS-PROMPT WS-ANSWER.

       9999-FINISH-EXIT.
           IF WS-MASTER-STATUS = "00" OR WS-MASTER-STATUS = "23"
               CLOSE ACCT-MASTER
           END-IF
           IF WS-HIST-OPEN
               CLOSE HIST-FILE
           END-IF
           IF WS-ABORT-RUN
               DISPLAY "*** ACCTINQ RUN ABORTED - SEE DIAGNOSTICS"
                   " ABOVE ***"
           END-IF
           MOVE WS-INQ-COUNT TO WS-AUDIT-RECORDS-IN
           MOVE WS-FOUND-COUNT TO WS-AUDIT-RECORDS-OUT
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-RECORDS-IN
               WS-AUDIT-RECORDS-OUT WS-RUN-TICKET
           MOVE WS-SAVE-RC TO RETURN-CODE
           GOBACK.
