      *****************************************************************
      * PROGRAM:  OPERMNT
      *
      * PURPOSE:  OPERATOR MASTER MAINTENANCE.  THE ONLY SUPPORTED WAY
      *           TO CHANGE OPERMAST (SHARED OPERREC COPYBOOK), WHICH
      *           MENU'S SIGN-ON READS.  NEEDS AUTHORITY LEVEL 3
      *           THROUGH THE SHARED OPERAUTH CHECK.  FUNCTIONS:
      *             A  ADD AN OPERATOR - ID, NAME, LEVEL 1 TO 3 AND
      *                AN INITIAL PIN
      *             C  CHANGE AN OPERATOR'S NAME AND/OR LEVEL
      *             S  SUSPEND AN OPERATOR - THE LINE STAYS ON FILE
      *                BUT SIGN-ON REFUSES IT
      *             R  REINSTATE A SUSPENDED OR LOCKED-OUT OPERATOR
      *             P  ISSUE A NEW PIN (FORGOTTEN PIN, LOCKOUT) -
      *                ALSO LIFTS A LOCKOUT
      *             L  LIST THE MASTER ONLY
      *           A PIN ISSUED HERE IS STORED ONLY AS ITS PINSCRAM
      *           SCRAMBLE AND MUST BE REPLACED BY THE OPERATOR AT THE
      *           NEXT SIGN-ON.
      *           EVERY FIELD IS VALIDATED BEFORE ANYTHING IS WRITTEN.
      *           A CHANGE THAT WOULD LEAVE NO ACTIVE LEVEL-3 OPERATOR
      *           IS REFUSED, SO THE SHOP CAN NEVER LOCK ITSELF OUT OF
      *           ITS OWN MAINTENANCE.  EACH CHANGE (AND EACH REFUSAL)
      *           GOES INTO THE AUDIT TRAIL THROUGH AUDITNOTE WITH THE
      *           OPERATOR'S OLD AND NEW LEVEL, SO AN ACCESS REVIEW CAN
      *           BE ANSWERED FROM AUDITLG.  THE MASTER AS IT STANDS
      *           AFTER THE RUN IS LISTED ON OPERRPT.
      *
      *           THE READ-CHANGE-REWRITE RUNS UNDER THE SHARED
      *           RUNLOCK ON RESOURCE OPERMAST.
      *
      *           RETURN-CODE 4 WHEN THE ANSWERS CHANGE NOTHING, 8
      *           WHEN AN ANSWER FAILS VALIDATION, THE CHANGE IS
      *           REFUSED OR THE OPERATOR LACKS LEVEL 3, 16 WHEN
      *           OPERMAST OR THE REPORT CANNOT BE OPENED OR WRITTEN.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15  RA   INITIAL VERSION.
      *   2026-10-15  RA   ADDED THE P (ISSUE PIN) FUNCTION AND AN
      *                    INITIAL PIN ON ADD; R NOW ALSO LIFTS A
      *                    SIGN-ON LOCKOUT.  THE PIN FIELDS ARE CARRIED
      *                    THROUGH EVERY REWRITE AND THE PIN STANDING
      *                    IS SHOWN ON THE LISTING.
      *   2026-10-15  RA   AN ADD TO A FULL OPERMAST (200 OPERATORS) IS
      *                    NOW REJECTED BEFORE ANY PROMPT INSTEAD OF
      *                    STORING PAST THE END OF THE OPERATOR TABLE.
      *   2026-10-15  RA   A LOCKED-OUT LEVEL-3 OPERATOR NO LONGER
      *                    COUNTS AS THE ACTIVE LEVEL 3 THAT MUST
      *                    REMAIN.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT.
       AUTHOR. R-ALLYN.
       INSTALLATION. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPER-MASTER ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT PRINT-FILE ASSIGN TO "OPERRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "TOOLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPER-MASTER.
           COPY OPERREC.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(132).

       FD  PARM-FILE.
           COPY TOOLPARM.

       WORKING-STORAGE SECTION.
       77  WS-OPER-STATUS          PIC X(02).
       77  WS-PRINT-STATUS         PIC X(02).
       77  WS-PARM-STATUS          PIC X(02).
       77  WS-ABORT-SW             PIC X(01) VALUE 'N'.
           88  WS-ABORT-RUN         VALUE 'Y'.
       77  WS-SAVE-RC              PIC S9(09) COMP.
       77  WS-EOF-SW               PIC X(01).
           88  WS-AT-EOF            VALUE 'Y'.

      *--------------------------------------------------------------*
      * OPERATOR-PROMPT WORK FIELDS - EVERY QUESTION GOES THROUGH THE
      * SHARED RESPOND SUBPROGRAM (8800-GET-ANSWER) SO A RESPONSE
      * FILE CAN ANSWER IT IN AN UNATTENDED RUN.
      *--------------------------------------------------------------*
       77  WS-PROMPT               PIC X(60).
       77  WS-ANSWER               PIC X(60).
       77  WS-FUNCTION-SW          PIC X(01).
           88  WS-ADD-FUNCTION      VALUE 'A'.
           88  WS-CHANGE-FUNCTION   VALUE 'C'.
           88  WS-SUSPEND-FUNCTION  VALUE 'S'.
           88  WS-REINSTATE-FUNCTION VALUE 'R'.
           88  WS-PIN-FUNCTION      VALUE 'P'.
           88  WS-LIST-FUNCTION     VALUE 'L'.
       77  WS-FUNCTION-NAME        PIC X(10).
       77  WS-NEW-ID               PIC X(08).
       77  WS-NEW-NAME             PIC X(20).
       77  WS-NEW-LEVEL            PIC X(01).
       77  WS-SPACE-TALLY          PIC 9(02) COMP.
       77  WS-NEW-PIN              PIC X(08).
       77  WS-NEW-HASH             PIC 9(09).
       77  WS-PIN-OK-SW            PIC X(01).
       77  WS-PIN-ENDED-SW         PIC X(01).
       77  WS-PIN-IDX              PIC 9(01) COMP.
       77  WS-PIN-DIGITS           PIC 9(01) COMP.

      *--------------------------------------------------------------*
      * WHO IS ASKING - MAINTENANCE NEEDS AUTHORITY LEVEL 3.
      *--------------------------------------------------------------*
       77  WS-TODAY                PIC 9(06).
       77  WS-MAINT-LEVEL          PIC 9(01) VALUE 3.
       77  WS-OPER-ID              PIC X(08).
       77  WS-AUTH-ALLOWED-SW      PIC X(01).
           88  WS-AUTH-ALLOWED      VALUE 'Y'.

      *--------------------------------------------------------------*
      * OPERATOR TABLE - THE WHOLE MASTER, CHANGED HERE AND WRITTEN
      * BACK IN ONE PASS.  THE LEVEL IS HELD AS A CHARACTER SO A LINE
      * WHOSE LEVEL COLUMN WAS DAMAGED BY HAND IS KEPT AS FOUND AND
      * SHOWN ON THE LISTING RATHER THAN QUIETLY DROPPED.
      *--------------------------------------------------------------*
       77  WS-OT-LIMIT             PIC 9(03) COMP VALUE 200.
       77  WS-OT-COUNT             PIC 9(03) COMP VALUE 0.
       77  WS-OT-IDX               PIC 9(03) COMP.
       77  WS-OT-HIT               PIC 9(03) COMP.
       01  WS-OT-TABLE.
           05  WS-OT-ENTRY OCCURS 200 TIMES.
               10  WS-OT-ID        PIC X(08).
               10  WS-OT-NAME      PIC X(20).
               10  WS-OT-LEVEL     PIC X(01).
               10  WS-OT-STATUS    PIC X(01).
                   88  WS-OT-SUSPENDED VALUE 'S'.
                   88  WS-OT-LOCKED    VALUE 'L'.
               10  WS-OT-CHG-DATE  PIC 9(06).
               10  WS-OT-CHG-BY    PIC X(08).
               10  WS-OT-PIN-HASH  PIC X(09).
               10  WS-OT-PIN-DATE  PIC 9(06).
               10  WS-OT-FAILS     PIC X(01).
       77  WS-OT-OVERFLOW-SW       PIC X(01).
           88  WS-OT-OVERFLOW       VALUE 'Y'.
       77  WS-LINES-READ           PIC 9(05) COMP VALUE 0.
       77  WS-LINES-WRITTEN        PIC 9(05) COMP VALUE 0.
       77  WS-LEVEL3-ACTIVE        PIC 9(03) COMP VALUE 0.
       77  WS-BAD-LEVEL-COUNT      PIC 9(03) COMP VALUE 0.

      *--------------------------------------------------------------*
      * THE ENTRY AS IT WAS BEFORE THIS RUN, FOR THE AUDIT NOTE AND
      * TO PUT IT BACK WHEN THE CHANGE IS REFUSED.
      *--------------------------------------------------------------*
       01  WS-OLD-ENTRY.
           05  WS-OLD-ID           PIC X(08).
           05  WS-OLD-NAME         PIC X(20).
           05  WS-OLD-LEVEL        PIC X(01).
           05  WS-OLD-STATUS       PIC X(01).
           05  WS-OLD-CHG-DATE     PIC 9(06).
           05  WS-OLD-CHG-BY       PIC X(08).
           05  WS-OLD-PIN-HASH     PIC X(09).
           05  WS-OLD-PIN-DATE     PIC 9(06).
           05  WS-OLD-FAILS        PIC X(01).
       77  WS-OLD-LEVEL-TEXT       PIC X(04).
       77  WS-NEW-LEVEL-TEXT       PIC X(04).
       77  WS-CHANGED-SW           PIC X(01).
           88  WS-ENTRY-CHANGED     VALUE 'Y'.

      *--------------------------------------------------------------*
      * RUN LOCK ON THE MASTER FOR THE READ-CHANGE-REWRITE
      *--------------------------------------------------------------*
       77  WS-LOCK-ACTION          PIC X(01).
       77  WS-LOCK-RESOURCE        PIC X(08) VALUE "OPERMAST".
       77  WS-LOCK-GRANTED-SW      PIC X(01).
       77  WS-LOCK-HELD-SW         PIC X(01) VALUE 'N'.
           88  WS-LOCK-HELD         VALUE 'Y'.
       77  WS-LOADED-SW            PIC X(01) VALUE 'N'.
           88  WS-MASTER-LOADED     VALUE 'Y'.

      *--------------------------------------------------------------*
      * DISPLAY FIELDS
      *--------------------------------------------------------------*
       77  WS-DISP-COUNT           PIC Z(04)9.
       77  WS-STATUS-TEXT          PIC X(09).
       77  WS-PIN-TEXT             PIC X(14).
       77  WS-NOTE-TEXT            PIC X(80).

      *--------------------------------------------------------------*
      * REPORT WORK FIELDS
      *--------------------------------------------------------------*
       01  WS-RPT-PROGRAM          PIC X(20) VALUE "OPERMNT".
       01  WS-RPT-TITLE            PIC X(40)
           VALUE "OPERATOR MASTER MAINTENANCE".
       77  WS-RPT-PAGE-NO          PIC 9(04) VALUE 1.
       77  WS-RPT-LINES-ON-PAGE    PIC 9(04) COMP VALUE 0.
       77  WS-RPT-MAX-LINES        PIC 9(04) COMP VALUE 60.
       77  WS-RPT-WIDTH            PIC 9(03) VALUE 132.
       01  WS-HEADING-1            PIC X(132).

       77  WS-AUDIT-PROGRAM       PIC X(20) VALUE "OPERMNT".
       77  WS-AUDIT-RECORDS-IN    PIC 9(07).
       77  WS-AUDIT-RECORDS-OUT   PIC 9(07).
       77  WS-RUN-TICKET          PIC 9(09).
       77  WS-ARCHIVE-REPORT      PIC X(30) VALUE "OPERRPT".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL "RUNTICKET" USING WS-RUN-TICKET
           CALL "AUDITBEG" USING WS-AUDIT-PROGRAM WS-RUN-TICKET
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               PERFORM 1300-LOAD-OPERMAST
           END-IF
           IF NOT WS-ABORT-RUN AND NOT WS-LIST-FUNCTION
               PERFORM 2000-APPLY-CHANGE
           END-IF
           IF WS-PRINT-STATUS = "00" AND WS-MASTER-LOADED
               PERFORM 5000-PRINT-MASTER
           END-IF
           PERFORM 9999-FINISH-EXIT.

      *--------------------------------------------------------------*
      * 1000-INITIALIZE - RESET, READ THE PRINT WIDTH, CHECK THE
      * OPERATOR'S AUTHORITY, TAKE THE ANSWERS AND OPEN THE REPORT.
      *--------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO WS-OT-COUNT
           MOVE 0 TO WS-LINES-READ
           MOVE 0 TO WS-LINES-WRITTEN
           MOVE 0 TO WS-BAD-LEVEL-COUNT
           MOVE 'N' TO WS-OT-OVERFLOW-SW
           MOVE 'N' TO WS-CHANGED-SW
           MOVE 'N' TO WS-LOCK-HELD-SW
           MOVE 'N' TO WS-LOADED-SW
           MOVE 1 TO WS-RPT-PAGE-NO
           MOVE 0 TO WS-RPT-LINES-ON-PAGE
           MOVE 'N' TO WS-ABORT-SW
           MOVE SPACES TO WS-PRINT-STATUS
           MOVE 132 TO WS-RPT-WIDTH
           ACCEPT WS-TODAY FROM DATE
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
           CALL "OPERAUTH" USING WS-MAINT-LEVEL WS-OPER-ID
               WS-AUTH-ALLOWED-SW
           IF NOT WS-AUTH-ALLOWED
               DISPLAY "*** OPERMNT: OPERATOR " WS-OPER-ID
                   " IS NOT AUTHORIZED TO MAINTAIN OPERMAST"
                   " - NEEDS AUTHORITY LEVEL " WS-MAINT-LEVEL " ***"
               MOVE SPACES TO WS-NOTE-TEXT
               STRING "OPERMAST MAINTENANCE REFUSED - OPERATOR "
                   WS-OPER-ID " LACKS AUTHORITY LEVEL " WS-MAINT-LEVEL
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               CALL "AUDITNOTE" USING WS-AUDIT-PROGRAM WS-NOTE-TEXT
                   WS-RUN-TICKET
               MOVE 8 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           ELSE
               PERFORM 1100-GET-ANSWERS
               IF NOT WS-ABORT-RUN
                   PERFORM 1200-OPEN-REPORT
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 1100-GET-ANSWERS - THE FUNCTION AND THE OPERATOR ID.  THE
      * FIELDS FOR AN ADD OR CHANGE ARE ASKED FOR ONCE THE MASTER
      * HAS BEEN READ (2100/2200), SO A CHANGE CAN SHOW WHAT IT IS
      * CHANGING.
      *--------------------------------------------------------------*
       1100-GET-ANSWERS.
           MOVE "A)DD, C)HANGE, S)USPEND, R)EINSTATE, P)IN OR L)IST?"
               TO WS-PROMPT
           PERFORM 8800-GET-ANSWER
           EVALUATE WS-ANSWER(1:1)
               WHEN 'A'
               WHEN 'a'
                   MOVE 'A' TO WS-FUNCTION-SW
                   MOVE "ADD" TO WS-FUNCTION-NAME
               WHEN 'C'
               WHEN 'c'
                   MOVE 'C' TO WS-FUNCTION-SW
                   MOVE "CHANGE" TO WS-FUNCTION-NAME
               WHEN 'S'
               WHEN 's'
                   MOVE 'S' TO WS-FUNCTION-SW
                   MOVE "SUSPEND" TO WS-FUNCTION-NAME
               WHEN 'R'
               WHEN 'r'
                   MOVE 'R' TO WS-FUNCTION-SW
                   MOVE "REINSTATE" TO WS-FUNCTION-NAME
               WHEN 'P'
               WHEN 'p'
                   MOVE 'P' TO WS-FUNCTION-SW
                   MOVE "PIN ISSUE" TO WS-FUNCTION-NAME
               WHEN SPACE
               WHEN 'L'
               WHEN 'l'
                   MOVE 'L' TO WS-FUNCTION-SW
                   MOVE "LIST" TO WS-FUNCTION-NAME
               WHEN OTHER
                   DISPLAY "*** OPERMNT: FUNCTION MUST BE A, C, S, R,"
                       " P OR L ***"
                   MOVE 8 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
           END-EVALUATE
           IF NOT WS-ABORT-RUN AND NOT WS-LIST-FUNCTION
               MOVE "OPERATOR ID?" TO WS-PROMPT
               PERFORM 8800-GET-ANSWER
               MOVE WS-ANSWER TO WS-NEW-ID
               IF WS-NEW-ID = SPACES OR WS-ANSWER(9:) NOT = SPACES
                       OR WS-NEW-ID(1:1) = SPACE
                   DISPLAY "*** OPERMNT: OPERATOR ID MUST BE 1 TO 8"
                       " CHARACTERS, LEFT-JUSTIFIED ***"
                   MOVE 8 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               ELSE
                   PERFORM 1150-CHECK-ID-SPACES
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 1150-CHECK-ID-SPACES - AN ID WITH A SPACE INSIDE IT COULD
      * NEVER BE TYPED BACK AT SIGN-ON; ONLY TRAILING SPACES ARE
      * ALLOWED.
      *--------------------------------------------------------------*
       1150-CHECK-ID-SPACES.
           MOVE 0 TO WS-SPACE-TALLY
           INSPECT WS-NEW-ID TALLYING WS-SPACE-TALLY
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-SPACE-TALLY < 8
               IF WS-NEW-ID(WS-SPACE-TALLY + 1:) NOT = SPACES
                   DISPLAY "*** OPERMNT: OPERATOR ID MAY NOT CONTAIN"
                       " A SPACE ***"
                   MOVE 8 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF.

       1200-OPEN-REPORT.
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "*** OPERMNT: UNABLE TO OPEN PRINT FILE"
                   " OPERRPT - FILE STATUS " WS-PRINT-STATUS " ***"
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
               STRING "FUNCTION " WS-FUNCTION-NAME " REQUESTED BY "
                   WS-OPER-ID DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF.

      *--------------------------------------------------------------*
      * 1300-LOAD-OPERMAST - TAKE THE LOCK AND READ THE WHOLE MASTER.
      * NO OPERMAST YET IS AN EMPTY MASTER (THE FIRST ADD CREATES
      * IT).  A MASTER LARGER THAN THE TABLE IS NEVER REWRITTEN - THE
      * TAIL WOULD BE LOST.
      *--------------------------------------------------------------*
       1300-LOAD-OPERMAST.
           MOVE 'G' TO WS-LOCK-ACTION
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
               WS-LOCK-GRANTED-SW
           IF WS-LOCK-GRANTED-SW NOT = 'Y'
               DISPLAY "*** OPERMNT: OPERMAST IS IN USE BY ANOTHER RUN"
                   " - TRY AGAIN ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           ELSE
               MOVE 'Y' TO WS-LOCK-HELD-SW
               OPEN INPUT OPER-MASTER
               IF WS-OPER-STATUS = "00" OR WS-OPER-STATUS = "05"
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-AT-EOF
                       READ OPER-MASTER
                           AT END
                               SET WS-AT-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-LINES-READ
                               IF OPER-ID NOT = SPACES
                                   PERFORM 1350-TAKE-OPERATOR
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OPER-MASTER
                   MOVE 'Y' TO WS-LOADED-SW
               ELSE
                   DISPLAY "*** OPERMNT: UNABLE TO OPEN OPERMAST -"
                       " FILE STATUS " WS-OPER-STATUS " ***"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN AND WS-OT-OVERFLOW
                   AND NOT WS-LIST-FUNCTION
               DISPLAY "*** OPERMNT: OPERMAST HOLDS MORE THAN "
                   WS-OT-LIMIT " OPERATORS - NOT CHANGED ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF.

       1350-TAKE-OPERATOR.
           IF WS-OT-COUNT < WS-OT-LIMIT
               ADD 1 TO WS-OT-COUNT
               MOVE OPER-ID TO WS-OT-ID(WS-OT-COUNT)
               MOVE OPER-NAME TO WS-OT-NAME(WS-OT-COUNT)
               MOVE OPER-LEVEL-X TO WS-OT-LEVEL(WS-OT-COUNT)
               MOVE OPER-STATUS TO WS-OT-STATUS(WS-OT-COUNT)
               IF OPER-CHANGED-DATE IS NUMERIC
                   MOVE OPER-CHANGED-DATE TO WS-OT-CHG-DATE(WS-OT-COUNT)
               ELSE
                   MOVE 0 TO WS-OT-CHG-DATE(WS-OT-COUNT)
               END-IF
               MOVE OPER-CHANGED-BY TO WS-OT-CHG-BY(WS-OT-COUNT)
               MOVE OPER-PIN-HASH-X TO WS-OT-PIN-HASH(WS-OT-COUNT)
               IF OPER-PIN-DATE IS NUMERIC
                   MOVE OPER-PIN-DATE TO WS-OT-PIN-DATE(WS-OT-COUNT)
               ELSE
                   MOVE 0 TO WS-OT-PIN-DATE(WS-OT-COUNT)
               END-IF
               MOVE OPER-FAIL-COUNT TO WS-OT-FAILS(WS-OT-COUNT)
           ELSE
               MOVE 'Y' TO WS-OT-OVERFLOW-SW
           END-IF.

      *--------------------------------------------------------------*
      * 2000-APPLY-CHANGE - FIND THE OPERATOR, MAKE THE CHANGE IN THE
      * TABLE, PROVE AN ACTIVE LEVEL-3 OPERATOR IS LEFT, THEN WRITE
      * THE MASTER BACK AND NOTE THE CHANGE.
      *--------------------------------------------------------------*
       2000-APPLY-CHANGE.
           PERFORM 2900-FIND-OPERATOR
           EVALUATE TRUE
               WHEN WS-ADD-FUNCTION
                   PERFORM 2100-ADD-OPERATOR
               WHEN WS-CHANGE-FUNCTION
                   PERFORM 2200-CHANGE-OPERATOR
               WHEN WS-SUSPEND-FUNCTION
                   PERFORM 2300-SUSPEND-OPERATOR
               WHEN WS-REINSTATE-FUNCTION
                   PERFORM 2400-REINSTATE-OPERATOR
               WHEN WS-PIN-FUNCTION
                   PERFORM 2500-ISSUE-PIN
           END-EVALUATE
           IF NOT WS-ABORT-RUN AND WS-ENTRY-CHANGED
               PERFORM 3000-CHECK-LEVEL3-LEFT
           END-IF
           IF NOT WS-ABORT-RUN AND WS-ENTRY-CHANGED
               MOVE WS-TODAY TO WS-OT-CHG-DATE(WS-OT-HIT)
               MOVE WS-OPER-ID TO WS-OT-CHG-BY(WS-OT-HIT)
               PERFORM 4000-REWRITE-OPERMAST
           END-IF
           IF NOT WS-ABORT-RUN AND WS-ENTRY-CHANGED
               PERFORM 4500-NOTE-CHANGE
           END-IF
           IF NOT WS-ABORT-RUN AND NOT WS-ENTRY-CHANGED
               MOVE "*** NOTHING CHANGED - OPERMAST NOT REWRITTEN ***"
                   TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               DISPLAY "OPERMNT: NOTHING CHANGED FOR " WS-NEW-ID
               MOVE 4 TO RETURN-CODE
           END-IF.

      *--------------------------------------------------------------*
      * 2100-ADD-OPERATOR - A NEW ID, A NAME, A LEVEL 1 TO 3 AND AN
      * INITIAL PIN.  A NEW OPERATOR IS ACTIVE AND MUST CHOOSE A PIN
      * OF THEIR OWN AT THE FIRST SIGN-ON.
      *--------------------------------------------------------------*
       2100-ADD-OPERATOR.
           IF WS-OT-HIT > 0
               MOVE SPACES TO WS-NOTE-TEXT
               STRING "OPERATOR " WS-NEW-ID " IS ALREADY ON OPERMAST"
                   " - USE C TO CHANGE IT" DELIMITED BY SIZE
                   INTO WS-NOTE-TEXT
               PERFORM 2950-REJECT-ANSWER
           END-IF
           IF NOT WS-ABORT-RUN
                   AND WS-OT-COUNT NOT < WS-OT-LIMIT
               MOVE "OPERMAST IS FULL - 200 OPERATORS" TO WS-NOTE-TEXT
               PERFORM 2950-REJECT-ANSWER
           END-IF
           IF NOT WS-ABORT-RUN
               MOVE "OPERATOR NAME?" TO WS-PROMPT
               PERFORM 8800-GET-ANSWER
               MOVE WS-ANSWER TO WS-NEW-NAME
               IF WS-NEW-NAME = SPACES OR WS-ANSWER(21:) NOT = SPACES
                   MOVE "NAME MUST BE 1 TO 20 CHARACTERS"
                       TO WS-NOTE-TEXT
                   PERFORM 2950-REJECT-ANSWER
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN
               MOVE "AUTHORITY LEVEL (1, 2 OR 3)?" TO WS-PROMPT
               PERFORM 8800-GET-ANSWER
               PERFORM 2800-VALIDATE-LEVEL
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 2850-TAKE-PIN
           END-IF
           IF NOT WS-ABORT-RUN
               ADD 1 TO WS-OT-COUNT
               MOVE WS-OT-COUNT TO WS-OT-HIT
               MOVE SPACES TO WS-OLD-ENTRY
               MOVE 0 TO WS-OLD-CHG-DATE
               MOVE WS-NEW-ID TO WS-OT-ID(WS-OT-HIT)
               MOVE WS-NEW-NAME TO WS-OT-NAME(WS-OT-HIT)
               MOVE WS-NEW-LEVEL TO WS-OT-LEVEL(WS-OT-HIT)
               MOVE 'A' TO WS-OT-STATUS(WS-OT-HIT)
               MOVE WS-NEW-HASH TO WS-OT-PIN-HASH(WS-OT-HIT)
               MOVE 0 TO WS-OT-PIN-DATE(WS-OT-HIT)
               MOVE '0' TO WS-OT-FAILS(WS-OT-HIT)
               MOVE 'Y' TO WS-CHANGED-SW
           END-IF.

      *--------------------------------------------------------------*
      * 2200-CHANGE-OPERATOR - A NEW NAME AND/OR LEVEL; A BLANK
      * ANSWER KEEPS WHAT IS ON FILE.
      *--------------------------------------------------------------*
       2200-CHANGE-OPERATOR.
           PERFORM 2960-REQUIRE-OPERATOR
           IF NOT WS-ABORT-RUN
               MOVE "NEW NAME (BLANK TO KEEP)?" TO WS-PROMPT
               PERFORM 8800-GET-ANSWER
               IF WS-ANSWER(21:) NOT = SPACES
                   MOVE "NAME MUST BE 1 TO 20 CHARACTERS"
                       TO WS-NOTE-TEXT
                   PERFORM 2950-REJECT-ANSWER
               ELSE
                   IF WS-ANSWER = SPACES
                       MOVE WS-OT-NAME(WS-OT-HIT) TO WS-NEW-NAME
                   ELSE
                       MOVE WS-ANSWER TO WS-NEW-NAME
                   END-IF
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN
               MOVE "NEW AUTHORITY LEVEL (1, 2 OR 3; BLANK TO KEEP)?"
                   TO WS-PROMPT
               PERFORM 8800-GET-ANSWER
               IF WS-ANSWER = SPACES
                   MOVE WS-OT-LEVEL(WS-OT-HIT) TO WS-NEW-LEVEL
               ELSE
                   PERFORM 2800-VALIDATE-LEVEL
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN
               IF WS-NEW-NAME NOT = WS-OT-NAME(WS-OT-HIT)
                       OR WS-NEW-LEVEL NOT = WS-OT-LEVEL(WS-OT-HIT)
                   MOVE WS-NEW-NAME TO WS-OT-NAME(WS-OT-HIT)
                   MOVE WS-NEW-LEVEL TO WS-OT-LEVEL(WS-OT-HIT)
                   MOVE 'Y' TO WS-CHANGED-SW
               END-IF
           END-IF.

       2300-SUSPEND-OPERATOR.
           PERFORM 2960-REQUIRE-OPERATOR
           IF NOT WS-ABORT-RUN
               IF WS-OT-SUSPENDED(WS-OT-HIT)
                   MOVE SPACES TO WS-NOTE-TEXT
                   STRING "OPERATOR " WS-NEW-ID " IS ALREADY SUSPENDED"
                       DELIMITED BY SIZE INTO WS-NOTE-TEXT
                   PERFORM 2950-REJECT-ANSWER
               ELSE
                   MOVE 'S' TO WS-OT-STATUS(WS-OT-HIT)
                   MOVE 'Y' TO WS-CHANGED-SW
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 2400-REINSTATE-OPERATOR - A SUSPENDED OPERATOR, OR ONE LOCKED
      * OUT BY WRONG PINS, BECOMES ACTIVE WITH A CLEAN FAILURE COUNT.
      *--------------------------------------------------------------*
       2400-REINSTATE-OPERATOR.
           PERFORM 2960-REQUIRE-OPERATOR
           IF NOT WS-ABORT-RUN
               IF NOT WS-OT-SUSPENDED(WS-OT-HIT)
                       AND NOT WS-OT-LOCKED(WS-OT-HIT)
                   MOVE SPACES TO WS-NOTE-TEXT
                   STRING "OPERATOR " WS-NEW-ID
                       " IS NOT SUSPENDED OR LOCKED OUT"
                       DELIMITED BY SIZE INTO WS-NOTE-TEXT
                   PERFORM 2950-REJECT-ANSWER
               ELSE
                   MOVE 'A' TO WS-OT-STATUS(WS-OT-HIT)
                   MOVE '0' TO WS-OT-FAILS(WS-OT-HIT)
                   MOVE 'Y' TO WS-CHANGED-SW
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 2500-ISSUE-PIN - A NEW PIN FOR AN OPERATOR WHO HAS FORGOTTEN
      * THEIRS OR HAS BEEN LOCKED OUT.  THE LOCKOUT IS LIFTED (A
      * SUSPENSION IS NOT) AND THE OPERATOR MUST REPLACE THE PIN AT
      * THE NEXT SIGN-ON.
      *--------------------------------------------------------------*
       2500-ISSUE-PIN.
           PERFORM 2960-REQUIRE-OPERATOR
           IF NOT WS-ABORT-RUN
               PERFORM 2850-TAKE-PIN
           END-IF
           IF NOT WS-ABORT-RUN
               MOVE WS-NEW-HASH TO WS-OT-PIN-HASH(WS-OT-HIT)
               MOVE 0 TO WS-OT-PIN-DATE(WS-OT-HIT)
               MOVE '0' TO WS-OT-FAILS(WS-OT-HIT)
               IF WS-OT-LOCKED(WS-OT-HIT)
                   MOVE 'A' TO WS-OT-STATUS(WS-OT-HIT)
               END-IF
               MOVE 'Y' TO WS-CHANGED-SW
           END-IF.

      *--------------------------------------------------------------*
      * 2800-VALIDATE-LEVEL - THE ANSWER MUST BE A SINGLE DIGIT 1, 2
      * OR 3.
      *--------------------------------------------------------------*
       2800-VALIDATE-LEVEL.
           IF (WS-ANSWER(1:1) = '1' OR '2' OR '3')
                   AND WS-ANSWER(2:) = SPACES
               MOVE WS-ANSWER(1:1) TO WS-NEW-LEVEL
           ELSE
               MOVE "AUTHORITY LEVEL MUST BE 1, 2 OR 3"
                   TO WS-NOTE-TEXT
               PERFORM 2950-REJECT-ANSWER
           END-IF.

      *--------------------------------------------------------------*
      * 2850-TAKE-PIN - THE PIN TO ISSUE: 4 TO 8 DIGITS,
      * LEFT-JUSTIFIED, FOLLOWED ONLY BY SPACES.  ONLY ITS PINSCRAM
      * SCRAMBLE (WS-NEW-HASH) IS KEPT.
      *--------------------------------------------------------------*
       2850-TAKE-PIN.
           MOVE "PIN TO ISSUE (4 TO 8 DIGITS)?" TO WS-PROMPT
           PERFORM 8800-GET-ANSWER
           MOVE WS-ANSWER TO WS-NEW-PIN
           MOVE 'Y' TO WS-PIN-OK-SW
           MOVE 0 TO WS-PIN-DIGITS
           MOVE 'N' TO WS-PIN-ENDED-SW
           IF WS-ANSWER(9:) NOT = SPACES
               MOVE 'N' TO WS-PIN-OK-SW
           END-IF
           PERFORM VARYING WS-PIN-IDX FROM 1 BY 1 UNTIL WS-PIN-IDX > 8
               EVALUATE TRUE
                   WHEN WS-NEW-PIN(WS-PIN-IDX:1) >= '0'
                           AND WS-NEW-PIN(WS-PIN-IDX:1) <= '9'
                       IF WS-PIN-ENDED-SW = 'Y'
                           MOVE 'N' TO WS-PIN-OK-SW
                       END-IF
                       ADD 1 TO WS-PIN-DIGITS
                   WHEN WS-NEW-PIN(WS-PIN-IDX:1) = SPACE
                       MOVE 'Y' TO WS-PIN-ENDED-SW
                   WHEN OTHER
                       MOVE 'N' TO WS-PIN-OK-SW
               END-EVALUATE
           END-PERFORM
           IF WS-PIN-DIGITS < 4
               MOVE 'N' TO WS-PIN-OK-SW
           END-IF
           IF WS-PIN-OK-SW = 'Y'
               CALL "PINSCRAM" USING WS-NEW-ID WS-NEW-PIN WS-NEW-HASH
           ELSE
               MOVE "A PIN IS 4 TO 8 DIGITS" TO WS-NOTE-TEXT
               PERFORM 2950-REJECT-ANSWER
           END-IF
           MOVE SPACES TO WS-NEW-PIN
           MOVE SPACES TO WS-ANSWER.

      *--------------------------------------------------------------*
      * 2900-FIND-OPERATOR - WS-OT-HIT IS THE OPERATOR'S TABLE ENTRY,
      * OR ZERO.  THE ENTRY AS FOUND IS KEPT IN WS-OLD-ENTRY.
      *--------------------------------------------------------------*
       2900-FIND-OPERATOR.
           MOVE 0 TO WS-OT-HIT
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
                   UNTIL WS-OT-IDX > WS-OT-COUNT OR WS-OT-HIT > 0
               IF WS-OT-ID(WS-OT-IDX) = WS-NEW-ID
                   MOVE WS-OT-IDX TO WS-OT-HIT
               END-IF
           END-PERFORM
           IF WS-OT-HIT > 0
               MOVE WS-OT-ENTRY(WS-OT-HIT) TO WS-OLD-ENTRY
           END-IF.

      *--------------------------------------------------------------*
      * 2950-REJECT-ANSWER - AN ANSWER FAILED VALIDATION: SAY WHY
      * (WS-NOTE-TEXT) ON THE CONSOLE AND THE REPORT; NOTHING IS
      * WRITTEN.
      *--------------------------------------------------------------*
       2950-REJECT-ANSWER.
           DISPLAY "*** OPERMNT: " WS-NOTE-TEXT
           MOVE SPACES TO PRINT-LINE
           STRING "*** REJECTED: " WS-NOTE-TEXT DELIMITED BY SIZE
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE 8 TO RETURN-CODE
           SET WS-ABORT-RUN TO TRUE.

       2960-REQUIRE-OPERATOR.
           IF WS-OT-HIT = 0
               MOVE SPACES TO WS-NOTE-TEXT
               STRING "OPERATOR " WS-NEW-ID " IS NOT ON OPERMAST"
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               PERFORM 2950-REJECT-ANSWER
           END-IF.

      *--------------------------------------------------------------*
      * 3000-CHECK-LEVEL3-LEFT - AFTER THE CHANGE AT LEAST ONE ACTIVE
      * LEVEL-3 OPERATOR MUST REMAIN, OR NOBODY COULD EVER MAINTAIN
      * THE MASTER AGAIN.  SUSPENDED AND LOCKED-OUT OPERATORS CANNOT
      * SIGN ON, SO NEITHER COUNTS.  A REFUSED CHANGE IS PUT BACK AND
      * NOTED.
      *--------------------------------------------------------------*
       3000-CHECK-LEVEL3-LEFT.
           MOVE 0 TO WS-LEVEL3-ACTIVE
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
                   UNTIL WS-OT-IDX > WS-OT-COUNT
               IF WS-OT-LEVEL(WS-OT-IDX) = '3'
                       AND NOT WS-OT-SUSPENDED(WS-OT-IDX)
                       AND NOT WS-OT-LOCKED(WS-OT-IDX)
                   ADD 1 TO WS-LEVEL3-ACTIVE
               END-IF
           END-PERFORM
           IF WS-LEVEL3-ACTIVE = 0
               PERFORM 4600-SET-LEVEL-TEXTS
               MOVE SPACES TO WS-NOTE-TEXT
               STRING WS-FUNCTION-NAME DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   WS-NEW-ID DELIMITED BY SPACE
                   " LEVEL " DELIMITED BY SIZE
                   WS-OLD-LEVEL-TEXT DELIMITED BY SPACE
                   " -> " DELIMITED BY SIZE
                   WS-NEW-LEVEL-TEXT DELIMITED BY SPACE
                   " REFUSED - NO ACTIVE LEVEL 3 LEFT"
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               PERFORM 2950-REJECT-ANSWER
               CALL "AUDITNOTE" USING WS-AUDIT-PROGRAM WS-NOTE-TEXT
                   WS-RUN-TICKET
               MOVE 8 TO RETURN-CODE
               IF WS-ADD-FUNCTION
                   SUBTRACT 1 FROM WS-OT-COUNT
               ELSE
                   MOVE WS-OLD-ENTRY TO WS-OT-ENTRY(WS-OT-HIT)
               END-IF
               MOVE 'N' TO WS-CHANGED-SW
           END-IF.

      *--------------------------------------------------------------*
      * 4000-REWRITE-OPERMAST - WRITE THE WHOLE TABLE BACK.
      *--------------------------------------------------------------*
       4000-REWRITE-OPERMAST.
           OPEN OUTPUT OPER-MASTER
           IF WS-OPER-STATUS NOT = "00" AND NOT = "05"
               DISPLAY "*** OPERMNT: UNABLE TO REWRITE OPERMAST - FILE"
                   " STATUS " WS-OPER-STATUS " ***"
               MOVE "*** OPERMAST COULD NOT BE WRITTEN - NO CHANGE"
                   TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           ELSE
               PERFORM VARYING WS-OT-IDX FROM 1 BY 1
                       UNTIL WS-OT-IDX > WS-OT-COUNT
                   MOVE SPACES TO OPER-REC
                   MOVE WS-OT-ID(WS-OT-IDX) TO OPER-ID
                   MOVE WS-OT-NAME(WS-OT-IDX) TO OPER-NAME
                   MOVE WS-OT-LEVEL(WS-OT-IDX) TO OPER-LEVEL-X
                   MOVE WS-OT-STATUS(WS-OT-IDX) TO OPER-STATUS
                   IF WS-OT-CHG-DATE(WS-OT-IDX) > 0
                       MOVE WS-OT-CHG-DATE(WS-OT-IDX)
                           TO OPER-CHANGED-DATE
                       MOVE WS-OT-CHG-BY(WS-OT-IDX) TO OPER-CHANGED-BY
                   END-IF
                   MOVE WS-OT-PIN-HASH(WS-OT-IDX) TO OPER-PIN-HASH-X
                   IF WS-OT-PIN-HASH(WS-OT-IDX) IS NUMERIC
                       MOVE WS-OT-PIN-DATE(WS-OT-IDX) TO OPER-PIN-DATE
                       MOVE WS-OT-FAILS(WS-OT-IDX) TO OPER-FAIL-COUNT
                   END-IF
                   WRITE OPER-REC
                   ADD 1 TO WS-LINES-WRITTEN
               END-PERFORM
               CLOSE OPER-MASTER
           END-IF.

      *--------------------------------------------------------------*
      * 4500-NOTE-CHANGE - ONE AUDIT NOTE PER CHANGE WITH THE OLD AND
      * NEW LEVEL, AND THE SAME LINE ON THE REPORT.
      *--------------------------------------------------------------*
       4500-NOTE-CHANGE.
           PERFORM 4600-SET-LEVEL-TEXTS
           MOVE SPACES TO WS-NOTE-TEXT
           STRING "OPERMAST " DELIMITED BY SIZE
               WS-FUNCTION-NAME DELIMITED BY "  "
               " " DELIMITED BY SIZE
               WS-NEW-ID DELIMITED BY SPACE
               " LEVEL " DELIMITED BY SIZE
               WS-OLD-LEVEL-TEXT DELIMITED BY SPACE
               " -> " DELIMITED BY SIZE
               WS-NEW-LEVEL-TEXT DELIMITED BY SPACE
               INTO WS-NOTE-TEXT
           CALL "AUDITNOTE" USING WS-AUDIT-PROGRAM WS-NOTE-TEXT
               WS-RUN-TICKET
           MOVE SPACES TO PRINT-LINE
           STRING "*** " WS-NOTE-TEXT DELIMITED BY SIZE
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           DISPLAY "OPERMNT: " WS-NOTE-TEXT.

      *--------------------------------------------------------------*
      * 4600-SET-LEVEL-TEXTS - "NONE" FOR AN OPERATOR NOT YET ON
      * FILE; A SUSPENDED OPERATOR'S LEVEL CARRIES AN "S" (A LOCKED-
      * OUT ONE AN "L") SO THE NOTE SHOWS THE SUSPENSION AS A CHANGE
      * OF EFFECTIVE AUTHORITY.
      *--------------------------------------------------------------*
       4600-SET-LEVEL-TEXTS.
           MOVE SPACES TO WS-OLD-LEVEL-TEXT
           MOVE SPACES TO WS-NEW-LEVEL-TEXT
           IF WS-OLD-ID = SPACES
               MOVE "NONE" TO WS-OLD-LEVEL-TEXT
           ELSE
               MOVE WS-OLD-LEVEL TO WS-OLD-LEVEL-TEXT(1:1)
               IF WS-OLD-STATUS = 'S'
                   MOVE "(S)" TO WS-OLD-LEVEL-TEXT(2:3)
               END-IF
               IF WS-OLD-STATUS = 'L'
                   MOVE "(L)" TO WS-OLD-LEVEL-TEXT(2:3)
               END-IF
           END-IF
           MOVE WS-OT-LEVEL(WS-OT-HIT) TO WS-NEW-LEVEL-TEXT(1:1)
           IF WS-OT-SUSPENDED(WS-OT-HIT)
               MOVE "(S)" TO WS-NEW-LEVEL-TEXT(2:3)
           END-IF
           IF WS-OT-LOCKED(WS-OT-HIT)
               MOVE "(L)" TO WS-NEW-LEVEL-TEXT(2:3)
           END-IF.

      *--------------------------------------------------------------*
      * 5000-PRINT-MASTER - THE MASTER AS IT NOW STANDS.  A LEVEL
      * THAT IS NOT 1, 2 OR 3 IS CALLED OUT - IT CAN ONLY HAVE COME
      * FROM A HAND EDIT.
      *--------------------------------------------------------------*
       5000-PRINT-MASTER.
           MOVE "OPERATOR MASTER" TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE "     ID        NAME                  LEVEL STATUS   "
               TO PRINT-LINE
           MOVE "LAST CHANGED" TO PRINT-LINE(55:12)
           MOVE "PIN" TO PRINT-LINE(76:3)
           PERFORM 8900-PRINT-LINE
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
                   UNTIL WS-OT-IDX > WS-OT-COUNT
               EVALUATE TRUE
                   WHEN WS-OT-SUSPENDED(WS-OT-IDX)
                       MOVE "SUSPENDED" TO WS-STATUS-TEXT
                   WHEN WS-OT-LOCKED(WS-OT-IDX)
                       MOVE "LOCKED" TO WS-STATUS-TEXT
                   WHEN OTHER
                       MOVE "ACTIVE" TO WS-STATUS-TEXT
               END-EVALUATE
               MOVE SPACES TO WS-PIN-TEXT
               EVALUATE TRUE
                   WHEN WS-OT-PIN-HASH(WS-OT-IDX) IS NOT NUMERIC
                       MOVE "NONE ISSUED" TO WS-PIN-TEXT
                   WHEN WS-OT-PIN-DATE(WS-OT-IDX) = 0
                       MOVE "ISSUED" TO WS-PIN-TEXT
                   WHEN OTHER
                       STRING "SET " WS-OT-PIN-DATE(WS-OT-IDX)
                           DELIMITED BY SIZE INTO WS-PIN-TEXT
               END-EVALUATE
               MOVE SPACES TO PRINT-LINE
               STRING "     " WS-OT-ID(WS-OT-IDX) "  "
                   WS-OT-NAME(WS-OT-IDX) "  " WS-OT-LEVEL(WS-OT-IDX)
                   "     " WS-STATUS-TEXT DELIMITED BY SIZE
                   INTO PRINT-LINE
               IF WS-OT-CHG-DATE(WS-OT-IDX) > 0
                   STRING WS-OT-CHG-DATE(WS-OT-IDX) " BY "
                       WS-OT-CHG-BY(WS-OT-IDX) DELIMITED BY SIZE
                       INTO PRINT-LINE(55:)
               END-IF
               MOVE WS-PIN-TEXT TO PRINT-LINE(76:14)
               IF WS-OT-LEVEL(WS-OT-IDX) NOT = '1' AND NOT = '2'
                       AND NOT = '3'
                   ADD 1 TO WS-BAD-LEVEL-COUNT
                   MOVE "*** LEVEL NOT 1-3 ***" TO PRINT-LINE(92:21)
               END-IF
               PERFORM 8900-PRINT-LINE
           END-PERFORM
           IF WS-OT-OVERFLOW
               MOVE "     *** FURTHER OPERATORS NOT SHOWN - TABLE FULL"
                   TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-OT-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "     OPERATORS ON FILE           " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           IF WS-BAD-LEVEL-COUNT > 0
               MOVE WS-BAD-LEVEL-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING "     WITH A DAMAGED LEVEL        " WS-DISP-COUNT
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               DISPLAY "*** OPERMNT: " WS-DISP-COUNT " OPERATOR(S)"
                   " WITH A LEVEL OTHER THAN 1-3 - SEE OPERRPT ***"
               IF RETURN-CODE < 4
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
           IF WS-PRINT-STATUS = "00"
               IF WS-RPT-WIDTH < 132
                   MOVE SPACES TO PRINT-LINE(WS-RPT-WIDTH + 1:)
               END-IF
               WRITE PRINT-LINE
               ADD 1 TO WS-RPT-LINES-ON-PAGE
               IF WS-RPT-LINES-ON-PAGE >= WS-RPT-MAX-LINES
                   PERFORM 8950-NEW-PAGE
               END-IF
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
           IF WS-LOCK-HELD
               MOVE RETURN-CODE TO WS-SAVE-RC
               MOVE 'R' TO WS-LOCK-ACTION
               CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
                   WS-LOCK-GRANTED-SW
               MOVE WS-SAVE-RC TO RETURN-CODE
           END-IF
           IF WS-PRINT-STATUS = "00"
               CLOSE PRINT-FILE
               MOVE RETURN-CODE TO WS-SAVE-RC
               CALL "RPTARCHV" USING WS-ARCHIVE-REPORT
               MOVE WS-SAVE-RC TO RETURN-CODE
           END-IF
           IF WS-ABORT-RUN
               DISPLAY "*** OPERMNT RUN ENDED WITHOUT A CHANGE - SEE"
                   " DIAGNOSTICS ABOVE ***"
           ELSE
               DISPLAY "OPERMNT: OPERATOR MASTER LISTED ON OPERRPT"
           END-IF
           MOVE WS-LINES-READ TO WS-AUDIT-RECORDS-IN
           MOVE WS-LINES-WRITTEN TO WS-AUDIT-RECORDS-OUT
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-RECORDS-IN
               WS-AUDIT-RECORDS-OUT WS-RUN-TICKET
           MOVE WS-SAVE-RC TO RETURN-CODE
           GOBACK.
