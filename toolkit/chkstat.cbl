      *                    EXIST LIBRARY ROUTINE, THE SAME WAY
      *                    RPTINDEX USES IT; PROMPTS GO THROUGH THE
      *                    SHARED RESPOND SUBPROGRAM.
      *   2026-10-15  RA   A CLEAR NOW NEEDS A SECOND OPERATOR'S
      *                    APPROVAL.  NAMING A FILE RECORDS THE CLEAR
      *                    IN THE APPRQ QUEUE THROUGH THE SHARED
      *                    DUALCTL SUBPROGRAM INSTEAD OF EMPTYING IT;
      *                    EVERY CLEAR ANOTHER OPERATOR HAS APPROVED
      *                    FROM MENU IS CARRIED OUT AT THE START OF
      *                    THE NEXT CHKSTAT RUN, BEFORE THE LISTING.
      *                    A SHOP WITHOUT OPERMAST CLEARS AT ONCE AS
      *                    BEFORE.
      *   2026-10-15  RA   THE HIGHEST RETURN-CODE IS RESET AT THE START
      *                    OF EACH RUN.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKSTAT.
       77  WS-CHECK-STATUS         PIC X(02).
       77  WS-CHECK-NAME           PIC X(30).
       77  WS-SAVE-RC              PIC S9(09) COMP.
      * HIGHEST RETURN CODE SET SO FAR - EVERY RESPOND CALL RESETS
      * RETURN-CODE, SO THE RUN'S OWN CODE IS KEPT HERE UNTIL 9999.
       77  WS-MAX-RC               PIC S9(04) COMP VALUE 0.
       77  FEOF                    PIC X(01).

      *--------------------------------------------------------------*
       77  WS-AUDIT-RECORDS-OUT   PIC 9(07).
       77  WS-RUN-TICKET          PIC 9(09).

      *--------------------------------------------------------------*
      * DUAL-CONTROL WORK FIELDS - SEE DUALCTL.  THE DETAIL OF A
      * CHKCLEAR REQUEST IS THE NAME OF THE FILE TO CLEAR.
      *--------------------------------------------------------------*
       77  WS-DC-FUNCTION         PIC X(01).
       77  WS-DC-ACTION           PIC X(08) VALUE "CHKCLEAR".
       77  WS-DC-REQ-NO           PIC 9(06).
       77  WS-DC-DESC             PIC X(50).
       77  WS-DC-DETAIL           PIC X(160).
       77  WS-DC-RESULT           PIC X(01).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL "RUNTICKET" USING WS-RUN-TICKET
           CALL "AUDITBEG" USING WS-AUDIT-PROGRAM WS-RUN-TICKET
           MOVE 0 TO WS-MAX-RC
           MOVE 0 TO WS-FOUND-COUNT
           MOVE 0 TO WS-CLEARED-COUNT
           PERFORM 1500-RUN-APPROVED-CLEARS
           DISPLAY "===== CHECKPOINT/RESTART FILES ====="
           PERFORM 2000-EXAMINE-ONE-FILE
               VARYING WS-FILE-IDX FROM 1 BY 1
           END-IF
           PERFORM 9999-FINISH-EXIT.

      *--------------------------------------------------------------*
      * 1500-RUN-APPROVED-CLEARS - EVERY CLEAR ANOTHER OPERATOR HAS
      * APPROVED SINCE IT WAS ASKED FOR, OLDEST FIRST.
      *--------------------------------------------------------------*
       1500-RUN-APPROVED-CLEARS.
           MOVE 'Y' TO WS-DC-RESULT
           PERFORM UNTIL WS-DC-RESULT NOT = 'Y'
               MOVE 'T' TO WS-DC-FUNCTION
               MOVE SPACES TO WS-DC-DESC
               MOVE SPACES TO WS-DC-DETAIL
               CALL "DUALCTL" USING WS-DC-FUNCTION WS-DC-ACTION
                   WS-DC-REQ-NO WS-DC-DESC WS-DC-DETAIL WS-RUN-TICKET
                   WS-DC-RESULT
               IF WS-DC-RESULT = 'Y'
                   DISPLAY "CHKSTAT: RUNNING APPROVED REQUEST "
                       WS-DC-REQ-NO
                   MOVE WS-DC-DETAIL(1:30) TO WS-CHECK-NAME
                   PERFORM 4200-EMPTY-FILE
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------*
      * 2000-EXAMINE-ONE-FILE - PRESENCE, SIZE AND LAST-WRITTEN
      * TIMESTAMP FROM CBL_CHECK_FILE_EXIST, THEN A CONTENT SCAN FOR

      *--------------------------------------------------------------*
      * 4000-CLEAR-SELECTED-FILES - THE OPERATOR NAMES CHECKPOINT
      * FILES TO CLEAR, ONE AT A TIME, BLANK TO FINISH.  EACH ONE
      * NAMED IS RECORDED FOR A SECOND OPERATOR'S APPROVAL; THE CLEAR
      * ITSELF (4200) EMPTIES THE FILE AND LEAVES AN AUDITNOTE LINE
      * SAYING WHO CLEARED WHAT.
      *--------------------------------------------------------------*
       4000-CLEAR-SELECTED-FILES.
           MOVE 'N' TO WS-CLEAR-DONE-SW
                   " CLEARED"
           ELSE
               MOVE WS-ANSWER(1:30) TO WS-CHECK-NAME
               PERFORM 4150-REQUEST-CLEAR
           END-IF.

      *--------------------------------------------------------------*
      * 4150-REQUEST-CLEAR - THE CLEAR GOES TO THE APPRQ QUEUE FOR A
      * SECOND OPERATOR TO APPROVE.  AN OPEN SHOP CLEARS AT ONCE.
      *--------------------------------------------------------------*
       4150-REQUEST-CLEAR.
           MOVE SPACES TO WS-DC-DETAIL
           MOVE WS-CHECK-NAME TO WS-DC-DETAIL(1:30)
           MOVE SPACES TO WS-DC-DESC
           STRING "CLEAR CHECKPOINT FILE " DELIMITED BY SIZE
               WS-CHECK-NAME DELIMITED BY SPACE
               INTO WS-DC-DESC
           MOVE 'R' TO WS-DC-FUNCTION
           CALL "DUALCTL" USING WS-DC-FUNCTION WS-DC-ACTION
               WS-DC-REQ-NO WS-DC-DESC WS-DC-DETAIL WS-RUN-TICKET
               WS-DC-RESULT
           EVALUATE WS-DC-RESULT
               WHEN 'O'
                   PERFORM 4200-EMPTY-FILE
               WHEN 'P'
                   DISPLAY WS-CHECK-NAME(1:10) " CLEAR RECORDED FOR"
                       " APPROVAL AS REQUEST " WS-DC-REQ-NO
                       " - NOT CLEARED YET"
                   IF WS-MAX-RC < 4
                       MOVE 4 TO WS-MAX-RC
                   END-IF
               WHEN OTHER
                   DISPLAY "*** CHKSTAT: " WS-DC-DESC
                       " - NOTHING CLEARED ***"
                   MOVE 8 TO WS-MAX-RC
           END-EVALUATE.

       4200-EMPTY-FILE.
           OPEN OUTPUT CHECK-FILE
           IF WS-CHECK-STATUS = "00" OR WS-CHECK-STATUS = "05"
               CLOSE CHECK-FILE
               ADD 1 TO WS-CLEARED-COUNT
               DISPLAY WS-CHECK-NAME(1:10) " CLEARED"
               MOVE SPACES TO WS-NOTE-TEXT
               STRING "CHECKPOINT FILE " WS-CHECK-NAME
                   " CLEARED BY OPERATOR" INTO WS-NOTE-TEXT
               CALL "AUDITNOTE" USING WS-AUDIT-PROGRAM
                   WS-NOTE-TEXT WS-RUN-TICKET
           ELSE
               DISPLAY "*** CHKSTAT: UNABLE TO CLEAR "
                   WS-CHECK-NAME " - FILE STATUS "
                   WS-CHECK-STATUS " ***"
               MOVE 8 TO WS-MAX-RC
           END-IF.

       8800-GET-ANSWER.
       9999-FINISH-EXIT.
           MOVE WS-FOUND-COUNT TO WS-AUDIT-RECORDS-IN
           MOVE WS-CLEARED-COUNT TO WS-AUDIT-RECORDS-OUT
           MOVE WS-MAX-RC TO WS-SAVE-RC
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-RECORDS-IN
               WS-AUDIT-RECORDS-OUT WS-RUN-TICKET
           MOVE WS-SAVE-RC TO RETURN-CODE
