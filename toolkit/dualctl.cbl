      *****************************************************************
      * PROGRAM:  DUALCTL
      *
      * PURPOSE:  SHOP-WIDE DUAL-CONTROL (FOUR-EYES) APPROVAL QUEUE.
      *           LOGPURGE'S SWEEP, A CHKSTAT CLEAR, A PARMEDIT
      *           REWRITE AND A DRIVER RESUME ARE NO LONGER CARRIED
      *           OUT ON ONE OPERATOR'S WORD.  THE OWNING PROGRAM
      *           CALLS HERE INSTEAD: THE ACTION IS RECORDED IN THE
      *           APPRQ QUEUE (SHARED APPRREC COPYBOOK) AS PENDING,
      *           A DIFFERENT OPERATOR OF AT LEAST THE LEVEL THE
      *           ACTION NEEDS APPROVES IT FROM MENU (APPROVE), AND
      *           THE NEXT RUN OF THE OWNING PROGRAM TAKES THE
      *           APPROVED LINE AND DOES THE WORK.  A REQUEST NOT
      *           APPROVED - OR APPROVED BUT NOT RUN - WITHIN
      *           TOOLPARM'S PARM-APPROVAL-HOURS (0 = 24) EXPIRES.
      *           EVERY STEP LEAVES A DUALCTL NOTE IN AUDITLG CARRYING
      *           BOTH THE REQUESTING AND THE APPROVING OPERATOR.
      *
      *           A SHOP WITHOUT AN OPERMAST FILE HAS NO NAMED
      *           OPERATORS TO SPLIT THE DUTY BETWEEN, SO IT RUNS
      *           OPEN AS IT ALWAYS HAS - A REQUEST COMES STRAIGHT
      *           BACK "OPEN SHOP" AND THE CALLER GOES AHEAD.
      *
      * USAGE:    CALL "DUALCTL" USING LK-FUNCTION LK-ACTION
      *               LK-REQ-NO LK-DESC LK-DETAIL LK-RUN-TICKET
      *               LK-RESULT.
      *           LK-FUNCTION IS
      *             R  REQUEST - RECORD LK-ACTION WITH LK-DESC AND
      *                LK-DETAIL AS PENDING.  AN IDENTICAL PENDING
      *                REQUEST IS NOT DUPLICATED.  RESULT P (RECORDED,
      *                LK-REQ-NO SET) OR O (OPEN SHOP - GO AHEAD).
      *             T  TAKE - HAND BACK THE OLDEST APPROVED LK-ACTION
      *                LINE (LK-REQ-NO, LK-DESC, LK-DETAIL) AND MARK
      *                IT RUN.  RESULT Y, OR N WHEN NONE IS WAITING.
      *             A  APPROVE LK-REQ-NO.  RESULT Y, OR N WITH THE
      *                REASON IN LK-DESC.
      *             J  REJECT LK-REQ-NO (THE REQUESTER MAY WITHDRAW
      *                THEIR OWN).  RESULT Y, OR N WITH THE REASON.
      *             X  EXPIRE - ONLY THE EXPIRY SWEEP, SO A LISTING
      *                READ STRAIGHT AFTER SHOWS CURRENT STANDINGS.
      *           RESULT B MEANS THE QUEUE WAS BUSY OR FULL AND
      *           NOTHING WAS DONE.  THE CALLER'S RETURN-CODE IS
      *           KEPT.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15  RA   INITIAL VERSION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUALCTL.
       AUTHOR. R-ALLYN.
       INSTALLATION. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL QUEUE-FILE ASSIGN TO "APPRQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT OPTIONAL OPER-MASTER ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "TOOLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE-FILE.
       01  QUEUE-LINE              PIC X(300).

       FD  OPER-MASTER.
       01  OPER-LINE               PIC X(80).

       FD  PARM-FILE.
           COPY TOOLPARM.

       WORKING-STORAGE SECTION.
       77  WS-QUEUE-STATUS         PIC X(02).
       77  WS-OPER-STATUS          PIC X(02).
       77  WS-PARM-STATUS          PIC X(02).
       77  WS-SAVE-RC              PIC S9(09) COMP.
       77  WS-OPEN-SHOP-SW         PIC X(01).
           88  WS-OPEN-SHOP         VALUE 'Y'.
       77  WS-LOCK-ACTION          PIC X(01).
       77  WS-LOCK-RESOURCE        PIC X(08).
       77  WS-LOCK-GRANTED-SW      PIC X(01).

      *--------------------------------------------------------------*
      * THE QUEUE LINE BEING WORKED ON - THE SAME SHARED LAYOUT
      * APPROVE READS, MOVED IN AND OUT OF THE TABLE BELOW.
      *--------------------------------------------------------------*
           COPY APPRREC.

      *--------------------------------------------------------------*
      * THE WHOLE QUEUE IS HELD HERE WHILE IT IS CHANGED, THEN
      * REWRITTEN ONCE.  A QUEUE PAST THE TABLE'S CAPACITY IS NEVER
      * REWRITTEN - THAT WOULD DESTROY THE TAIL.
      *--------------------------------------------------------------*
       77  WS-AQ-LIMIT             PIC 9(04) COMP VALUE 999.
       77  WS-AQ-COUNT             PIC 9(04) COMP VALUE 0.
       77  WS-AQ-IDX               PIC 9(04) COMP.
       77  WS-AQ-FOUND             PIC 9(04) COMP.
       01  WS-AQ-TABLE.
           05  WS-AQ-LINE OCCURS 999 TIMES
               PIC X(300).
       77  WS-AQ-EOF-SW            PIC X(01).
       77  WS-AQ-OVFL-SW           PIC X(01).
           88  WS-AQ-OVERFLOWED     VALUE 'Y'.
       77  WS-AQ-DIRTY-SW          PIC X(01).
           88  WS-AQ-DIRTY          VALUE 'Y'.
       77  WS-LAST-REQ-NO          PIC 9(06) VALUE 0.

      *--------------------------------------------------------------*
      * THE OPERATOR BEHIND THIS CALL, FROM OPERAUTH.  AN APPROVAL
      * OR REJECTION ALSO NEEDS THE ACTION'S LEVEL.
      *--------------------------------------------------------------*
       77  WS-ANY-LEVEL            PIC 9(01) VALUE 0.
       77  WS-APPROVE-LEVEL        PIC 9(01) VALUE 3.
       77  WS-OPER-ID              PIC X(08).
       77  WS-ALLOWED-SW           PIC X(01).

      *--------------------------------------------------------------*
      * EXPIRY WORK FIELDS - TIMES COMPARE AS MINUTE COUNTS SO THE
      * WINDOW CROSSES MIDNIGHT AND MONTH ENDS CORRECTLY.  QUEUE
      * DATES CARRY TWO-DIGIT YEARS, TAKEN AS 20YY.
      *--------------------------------------------------------------*
       77  WS-APPROVAL-HOURS       PIC 9(03) VALUE 24.
       77  WS-WINDOW-MINS          PIC 9(07) COMP.
       77  WS-RUN-DATE             PIC 9(06).
       77  WS-RUN-TIME             PIC 9(08).
       77  WS-NOW-MINS             PIC 9(11) COMP.
       77  WS-LINE-MINS            PIC 9(11) COMP.
       77  WS-AGE-DATE             PIC 9(06).
       01  WS-AGE-TIME             PIC 9(06).
       01  WS-AGE-TIME-R REDEFINES WS-AGE-TIME.
           05  WS-AGE-HH           PIC 9(02).
           05  WS-AGE-MM           PIC 9(02).
           05  FILLER              PIC 9(02).
       77  WS-WORK-DATE            PIC 9(08).
       77  WS-LINE-STALE-SW        PIC X(01).
           88  WS-LINE-STALE        VALUE 'Y'.

       77  WS-AUDIT-PROGRAM        PIC X(20) VALUE "DUALCTL".
       77  WS-NOTE-TEXT            PIC X(80).
       77  WS-NOTE-VERB            PIC X(09).

       LINKAGE SECTION.
       01  LK-FUNCTION             PIC X(01).
       01  LK-ACTION               PIC X(08).
       01  LK-REQ-NO               PIC 9(06).
       01  LK-DESC                 PIC X(50).
       01  LK-DETAIL               PIC X(160).
       01  LK-RUN-TICKET           PIC 9(09).
       01  LK-RESULT               PIC X(01).

       PROCEDURE DIVISION USING LK-FUNCTION LK-ACTION LK-REQ-NO
               LK-DESC LK-DETAIL LK-RUN-TICKET LK-RESULT.
       0000-MAINLINE.
           MOVE RETURN-CODE TO WS-SAVE-RC
           MOVE 'N' TO LK-RESULT
           PERFORM 1000-INITIALIZE
           IF WS-OPEN-SHOP
               PERFORM 1500-ANSWER-OPEN-SHOP
           ELSE
               MOVE 'G' TO WS-LOCK-ACTION
               MOVE "APPRQ" TO WS-LOCK-RESOURCE
               CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
                   WS-LOCK-GRANTED-SW
               IF WS-LOCK-GRANTED-SW NOT = 'Y'
                   MOVE 'B' TO LK-RESULT
                   MOVE "APPROVAL QUEUE BUSY - TRY AGAIN IN A MOMENT"
                       TO LK-DESC
               ELSE
                   PERFORM 2000-LOAD-QUEUE
                   IF WS-AQ-OVERFLOWED
                       MOVE 'B' TO LK-RESULT
                       MOVE
                         "APPROVAL QUEUE TOO LARGE - SEE THE SHIFT LEAD"
                           TO LK-DESC
                   ELSE
                       PERFORM 2500-EXPIRE-OLD-LINES
                       EVALUATE LK-FUNCTION
                           WHEN 'R'
                               PERFORM 3000-RECORD-REQUEST
                           WHEN 'T'
                               PERFORM 4000-TAKE-APPROVED
                           WHEN 'A'
                               PERFORM 5000-APPROVE-REQUEST
                           WHEN 'J'
                               PERFORM 6000-REJECT-REQUEST
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                       IF WS-AQ-DIRTY
                           PERFORM 8000-REWRITE-QUEUE
                       END-IF
                   END-IF
                   MOVE 'R' TO WS-LOCK-ACTION
                   CALL "RUNLOCK" USING WS-LOCK-ACTION
                       WS-LOCK-RESOURCE WS-LOCK-GRANTED-SW
               END-IF
           END-IF
           MOVE WS-SAVE-RC TO RETURN-CODE
           GOBACK.

      *--------------------------------------------------------------*
      * 1000-INITIALIZE - OPEN SHOP OR NOT, THE APPROVAL WINDOW AND
      * THE CURRENT MINUTE COUNT.
      *--------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'N' TO WS-OPEN-SHOP-SW
           OPEN INPUT OPER-MASTER
           IF WS-OPER-STATUS = "00"
               CLOSE OPER-MASTER
           ELSE
               MOVE 'Y' TO WS-OPEN-SHOP-SW
           END-IF
           MOVE 24 TO WS-APPROVAL-HOURS
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   NOT AT END
                       IF PARM-APPROVAL-HOURS IS NUMERIC
                               AND PARM-APPROVAL-HOURS > 0
                           MOVE PARM-APPROVAL-HOURS
                               TO WS-APPROVAL-HOURS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           COMPUTE WS-WINDOW-MINS = WS-APPROVAL-HOURS * 60
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-AGE-DATE
           MOVE WS-RUN-TIME(1:6) TO WS-AGE-TIME
           PERFORM 2600-MINUTE-COUNT
           MOVE WS-LINE-MINS TO WS-NOW-MINS.

      *--------------------------------------------------------------*
      * 1500-ANSWER-OPEN-SHOP - NO OPERATOR MASTER, NO SECOND PAIR
      * OF EYES TO ASK.  A REQUEST GOES AHEAD; NOTHING IS EVER
      * WAITING TO BE TAKEN; APPROVALS ARE MEANINGLESS.
      *--------------------------------------------------------------*
       1500-ANSWER-OPEN-SHOP.
           EVALUATE LK-FUNCTION
               WHEN 'R'
                   MOVE 'O' TO LK-RESULT
               WHEN 'A'
               WHEN 'J'
                   MOVE "NO OPERMAST - DUAL CONTROL IS NOT IN FORCE"
                       TO LK-DESC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2000-LOAD-QUEUE.
           MOVE 0 TO WS-AQ-COUNT
           MOVE 0 TO WS-LAST-REQ-NO
           MOVE 'N' TO WS-AQ-OVFL-SW
           MOVE 'N' TO WS-AQ-DIRTY-SW
           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-STATUS = "00" OR WS-QUEUE-STATUS = "05"
               MOVE 'N' TO WS-AQ-EOF-SW
               PERFORM UNTIL WS-AQ-EOF-SW = 'Y'
                   READ QUEUE-FILE
                       AT END
                           MOVE 'Y' TO WS-AQ-EOF-SW
                       NOT AT END
                           IF WS-AQ-COUNT < WS-AQ-LIMIT
                               ADD 1 TO WS-AQ-COUNT
                               MOVE QUEUE-LINE
                                   TO WS-AQ-LINE(WS-AQ-COUNT)
                               MOVE QUEUE-LINE TO APPR-REC
                               IF APPR-REQ-NO IS NUMERIC
                                   AND APPR-REQ-NO > WS-LAST-REQ-NO
                                   MOVE APPR-REQ-NO TO WS-LAST-REQ-NO
                               END-IF
                           ELSE
                               SET WS-AQ-OVERFLOWED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUEUE-FILE
           END-IF.

      *--------------------------------------------------------------*
      * 2500-EXPIRE-OLD-LINES - A PENDING LINE AGES FROM ITS REQUEST,
      * AN APPROVED ONE FROM ITS APPROVAL.  PAST THE WINDOW EITHER
      * ONE EXPIRES AND CAN NEVER BE RUN; THE WORK MUST BE ASKED FOR
      * AGAIN.
      *--------------------------------------------------------------*
       2500-EXPIRE-OLD-LINES.
           PERFORM VARYING WS-AQ-IDX FROM 1 BY 1
                   UNTIL WS-AQ-IDX > WS-AQ-COUNT
               MOVE WS-AQ-LINE(WS-AQ-IDX) TO APPR-REC
               IF APPR-PENDING OR APPR-APPROVED
                   IF APPR-PENDING
                       MOVE APPR-REQ-DATE TO WS-AGE-DATE
                       MOVE APPR-REQ-TIME TO WS-AGE-TIME
                   ELSE
                       MOVE APPR-APPR-DATE TO WS-AGE-DATE
                       MOVE APPR-APPR-TIME TO WS-AGE-TIME
                   END-IF
                   MOVE 'N' TO WS-LINE-STALE-SW
                   IF WS-AGE-DATE IS NOT NUMERIC
                           OR WS-AGE-TIME IS NOT NUMERIC
                           OR WS-AGE-DATE = 0
                       SET WS-LINE-STALE TO TRUE
                   ELSE
                       PERFORM 2600-MINUTE-COUNT
                       IF WS-NOW-MINS > WS-LINE-MINS + WS-WINDOW-MINS
                           SET WS-LINE-STALE TO TRUE
                       END-IF
                   END-IF
                   IF WS-LINE-STALE
                       MOVE 'E' TO APPR-STATUS
                       MOVE APPR-REC TO WS-AQ-LINE(WS-AQ-IDX)
                       SET WS-AQ-DIRTY TO TRUE
                       MOVE SPACES TO WS-NOTE-TEXT
                       STRING "DUALCTL EXPIRED " APPR-REQ-NO " "
                           DELIMITED BY SIZE
                           APPR-ACTION DELIMITED BY SPACE
                           " REQ=" APPR-REQ-BY DELIMITED BY SIZE
                           INTO WS-NOTE-TEXT
                       PERFORM 8500-WRITE-NOTE
                   END-IF
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------*
      * 2600-MINUTE-COUNT - WS-AGE-DATE/WS-AGE-TIME AS MINUTES SINCE
      * THE CALENDAR'S DAY ONE.
      *--------------------------------------------------------------*
       2600-MINUTE-COUNT.
           COMPUTE WS-WORK-DATE = 20000000 + WS-AGE-DATE
           COMPUTE WS-LINE-MINS
               = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) * 1440
               + WS-AGE-HH * 60 + WS-AGE-MM.

      *--------------------------------------------------------------*
      * 3000-RECORD-REQUEST - ADD THE ACTION TO THE QUEUE AS PENDING,
      * UNLESS THE SAME ACTION WITH THE SAME DETAIL IS ALREADY
      * WAITING - A NIGHTLY LOGPURGE STEP MUST NOT PILE UP ONE LINE
      * PER NIGHT.
      *--------------------------------------------------------------*
       3000-RECORD-REQUEST.
           CALL "OPERAUTH" USING WS-ANY-LEVEL WS-OPER-ID WS-ALLOWED-SW
           MOVE 0 TO WS-AQ-FOUND
           PERFORM VARYING WS-AQ-IDX FROM 1 BY 1
                   UNTIL WS-AQ-IDX > WS-AQ-COUNT OR WS-AQ-FOUND > 0
               MOVE WS-AQ-LINE(WS-AQ-IDX) TO APPR-REC
               IF APPR-PENDING AND APPR-ACTION = LK-ACTION
                       AND APPR-DETAIL = LK-DETAIL
                   MOVE WS-AQ-IDX TO WS-AQ-FOUND
               END-IF
           END-PERFORM
           IF WS-AQ-FOUND > 0
               MOVE WS-AQ-LINE(WS-AQ-FOUND) TO APPR-REC
               MOVE APPR-REQ-NO TO LK-REQ-NO
               MOVE 'P' TO LK-RESULT
           ELSE
               IF WS-AQ-COUNT >= WS-AQ-LIMIT
                   MOVE 'B' TO LK-RESULT
                   MOVE "APPROVAL QUEUE FULL - SEE THE SHIFT LEAD"
                       TO LK-DESC
               ELSE
                   ADD 1 TO WS-LAST-REQ-NO
                   MOVE SPACES TO APPR-REC
                   MOVE WS-LAST-REQ-NO TO APPR-REQ-NO
                   MOVE 'P' TO APPR-STATUS
                   MOVE LK-ACTION TO APPR-ACTION
                   MOVE WS-APPROVE-LEVEL TO APPR-LEVEL
                   MOVE WS-OPER-ID TO APPR-REQ-BY
                   MOVE WS-RUN-DATE TO APPR-REQ-DATE
                   MOVE WS-RUN-TIME(1:6) TO APPR-REQ-TIME
                   MOVE 0 TO APPR-APPR-DATE APPR-APPR-TIME
                   MOVE 0 TO APPR-RUN-DATE APPR-RUN-TIME
                   MOVE LK-DESC TO APPR-DESC
                   MOVE LK-DETAIL TO APPR-DETAIL
                   ADD 1 TO WS-AQ-COUNT
                   MOVE APPR-REC TO WS-AQ-LINE(WS-AQ-COUNT)
                   SET WS-AQ-DIRTY TO TRUE
                   MOVE APPR-REQ-NO TO LK-REQ-NO
                   MOVE 'P' TO LK-RESULT
                   MOVE SPACES TO WS-NOTE-TEXT
                   STRING "DUALCTL REQUEST " APPR-REQ-NO " "
                       DELIMITED BY SIZE
                       APPR-ACTION DELIMITED BY SPACE
                       " BY=" APPR-REQ-BY DELIMITED BY SIZE
                       INTO WS-NOTE-TEXT
                   PERFORM 8500-WRITE-NOTE
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 4000-TAKE-APPROVED - THE OLDEST APPROVED LINE FOR THE ACTION
      * IS HANDED BACK AND MARKED RUN, WITH WHO RAN IT AND WHEN.  A
      * LINE IS TAKEN ONCE ONLY - A SECOND SWEEP NEEDS A SECOND
      * APPROVAL.
      *--------------------------------------------------------------*
       4000-TAKE-APPROVED.
           CALL "OPERAUTH" USING WS-ANY-LEVEL WS-OPER-ID WS-ALLOWED-SW
           MOVE 0 TO WS-AQ-FOUND
           PERFORM VARYING WS-AQ-IDX FROM 1 BY 1
                   UNTIL WS-AQ-IDX > WS-AQ-COUNT OR WS-AQ-FOUND > 0
               MOVE WS-AQ-LINE(WS-AQ-IDX) TO APPR-REC
               IF APPR-APPROVED AND APPR-ACTION = LK-ACTION
                   MOVE WS-AQ-IDX TO WS-AQ-FOUND
               END-IF
           END-PERFORM
           IF WS-AQ-FOUND > 0
               MOVE WS-AQ-LINE(WS-AQ-FOUND) TO APPR-REC
               MOVE 'U' TO APPR-STATUS
               MOVE WS-OPER-ID TO APPR-RUN-BY
               MOVE WS-RUN-DATE TO APPR-RUN-DATE
               MOVE WS-RUN-TIME(1:6) TO APPR-RUN-TIME
               MOVE APPR-REC TO WS-AQ-LINE(WS-AQ-FOUND)
               SET WS-AQ-DIRTY TO TRUE
               MOVE APPR-REQ-NO TO LK-REQ-NO
               MOVE APPR-DESC TO LK-DESC
               MOVE APPR-DETAIL TO LK-DETAIL
               MOVE 'Y' TO LK-RESULT
               MOVE SPACES TO WS-NOTE-TEXT
               STRING "DUALCTL RUN " APPR-REQ-NO " " DELIMITED BY SIZE
                   APPR-ACTION DELIMITED BY SPACE
                   " REQ=" DELIMITED BY SIZE
                   APPR-REQ-BY DELIMITED BY SPACE
                   " APPR=" APPR-APPR-BY DELIMITED BY SIZE
                   INTO WS-NOTE-TEXT
               PERFORM 8500-WRITE-NOTE
           END-IF.

      *--------------------------------------------------------------*
      * 5000-APPROVE-REQUEST - ONLY A SIGNED-ON OPERATOR WHO IS NOT
      * THE REQUESTER AND CARRIES THE ACTION'S LEVEL MAY APPROVE.  AN
      * UNATTENDED RUN (*SYSTEM*) NEVER APPROVES ANYTHING.
      *--------------------------------------------------------------*
       5000-APPROVE-REQUEST.
           PERFORM 7000-FIND-REQUEST
           IF WS-AQ-FOUND = 0
               MOVE "NO SUCH REQUEST NUMBER" TO LK-DESC
           ELSE
               IF NOT APPR-PENDING
                   MOVE "THAT REQUEST IS NOT WAITING FOR APPROVAL"
                       TO LK-DESC
               ELSE
                   CALL "OPERAUTH" USING APPR-LEVEL WS-OPER-ID
                       WS-ALLOWED-SW
                   EVALUATE TRUE
                       WHEN WS-OPER-ID = "*SYSTEM*"
                           MOVE "APPROVAL NEEDS A SIGNED-ON OPERATOR"
                               TO LK-DESC
                       WHEN WS-OPER-ID = APPR-REQ-BY
                           MOVE "YOU CANNOT APPROVE YOUR OWN REQUEST"
                               TO LK-DESC
                           MOVE SPACES TO WS-NOTE-TEXT
                           STRING "DUALCTL SELF-APPROVAL REFUSED "
                               APPR-REQ-NO " ID=" WS-OPER-ID
                               DELIMITED BY SIZE INTO WS-NOTE-TEXT
                           PERFORM 8500-WRITE-NOTE
                       WHEN WS-ALLOWED-SW NOT = 'Y'
                           MOVE "AUTHORITY LEVEL TOO LOW TO APPROVE"
                               TO LK-DESC
                       WHEN OTHER
                           MOVE 'A' TO APPR-STATUS
                           MOVE WS-OPER-ID TO APPR-APPR-BY
                           MOVE WS-RUN-DATE TO APPR-APPR-DATE
                           MOVE WS-RUN-TIME(1:6) TO APPR-APPR-TIME
                           MOVE APPR-REC TO WS-AQ-LINE(WS-AQ-FOUND)
                           SET WS-AQ-DIRTY TO TRUE
                           MOVE 'Y' TO LK-RESULT
                           MOVE "APPROVED" TO WS-NOTE-VERB
                           PERFORM 8600-NOTE-DECISION
                   END-EVALUATE
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 6000-REJECT-REQUEST - A PENDING OR APPROVED-BUT-NOT-RUN LINE
      * MAY BE REJECTED BY ANY SIGNED-ON OPERATOR OF THE ACTION'S
      * LEVEL, OR WITHDRAWN BY THE OPERATOR WHO ASKED FOR IT.
      *--------------------------------------------------------------*
       6000-REJECT-REQUEST.
           PERFORM 7000-FIND-REQUEST
           IF WS-AQ-FOUND = 0
               MOVE "NO SUCH REQUEST NUMBER" TO LK-DESC
           ELSE
               IF NOT APPR-PENDING AND NOT APPR-APPROVED
                   MOVE "THAT REQUEST IS NO LONGER OPEN" TO LK-DESC
               ELSE
                   CALL "OPERAUTH" USING WS-ANY-LEVEL WS-OPER-ID
                       WS-ALLOWED-SW
                   IF WS-OPER-ID NOT = APPR-REQ-BY
                       CALL "OPERAUTH" USING APPR-LEVEL WS-OPER-ID
                           WS-ALLOWED-SW
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-OPER-ID = "*SYSTEM*"
                           MOVE "REJECTION NEEDS A SIGNED-ON OPERATOR"
                               TO LK-DESC
                       WHEN WS-ALLOWED-SW NOT = 'Y'
                           MOVE "AUTHORITY LEVEL TOO LOW TO REJECT"
                               TO LK-DESC
                       WHEN OTHER
                           MOVE 'R' TO APPR-STATUS
                           MOVE WS-OPER-ID TO APPR-APPR-BY
                           MOVE WS-RUN-DATE TO APPR-APPR-DATE
                           MOVE WS-RUN-TIME(1:6) TO APPR-APPR-TIME
                           MOVE APPR-REC TO WS-AQ-LINE(WS-AQ-FOUND)
                           SET WS-AQ-DIRTY TO TRUE
                           MOVE 'Y' TO LK-RESULT
                           MOVE "REJECTED" TO WS-NOTE-VERB
                           PERFORM 8600-NOTE-DECISION
                   END-EVALUATE
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 7000-FIND-REQUEST - LEAVES THE LINE FOR LK-REQ-NO IN APPR-REC
      * AND ITS TABLE POSITION IN WS-AQ-FOUND (ZERO IF NONE).
      *--------------------------------------------------------------*
       7000-FIND-REQUEST.
           MOVE 0 TO WS-AQ-FOUND
           PERFORM VARYING WS-AQ-IDX FROM 1 BY 1
                   UNTIL WS-AQ-IDX > WS-AQ-COUNT OR WS-AQ-FOUND > 0
               MOVE WS-AQ-LINE(WS-AQ-IDX) TO APPR-REC
               IF APPR-REQ-NO = LK-REQ-NO
                   MOVE WS-AQ-IDX TO WS-AQ-FOUND
               END-IF
           END-PERFORM
           IF WS-AQ-FOUND > 0
               MOVE WS-AQ-LINE(WS-AQ-FOUND) TO APPR-REC
           END-IF.

       8000-REWRITE-QUEUE.
           OPEN OUTPUT QUEUE-FILE
           IF WS-QUEUE-STATUS = "00" OR WS-QUEUE-STATUS = "05"
               PERFORM VARYING WS-AQ-IDX FROM 1 BY 1
                       UNTIL WS-AQ-IDX > WS-AQ-COUNT
                   MOVE WS-AQ-LINE(WS-AQ-IDX) TO QUEUE-LINE
                   WRITE QUEUE-LINE
               END-PERFORM
               CLOSE QUEUE-FILE
           ELSE
               DISPLAY "*** DUALCTL: UNABLE TO REWRITE APPRQ - FILE"
                   " STATUS " WS-QUEUE-STATUS " ***"
               MOVE 'B' TO LK-RESULT
               MOVE "APPROVAL QUEUE COULD NOT BE WRITTEN" TO LK-DESC
           END-IF.

       8500-WRITE-NOTE.
           CALL "AUDITNOTE" USING WS-AUDIT-PROGRAM WS-NOTE-TEXT
               LK-RUN-TICKET.

      *--------------------------------------------------------------*
      * 8600-NOTE-DECISION - THE REQUESTER AND THE DECIDING OPERATOR
      * ON ONE LINE, KEPT SHORT ENOUGH TO SURVIVE WHOLE IN AUDITLG.
      *--------------------------------------------------------------*
       8600-NOTE-DECISION.
           MOVE SPACES TO WS-NOTE-TEXT
           STRING "DUALCTL " DELIMITED BY SIZE
               WS-NOTE-VERB DELIMITED BY SPACE
               " " APPR-REQ-NO " " DELIMITED BY SIZE
               APPR-ACTION DELIMITED BY SPACE
               " REQ=" DELIMITED BY SIZE
               APPR-REQ-BY DELIMITED BY SPACE
               " BY=" WS-OPER-ID DELIMITED BY SIZE
               INTO WS-NOTE-TEXT
           PERFORM 8500-WRITE-NOTE.
