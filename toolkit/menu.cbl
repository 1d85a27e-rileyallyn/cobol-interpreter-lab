      *                    NO OPERMAST FILE MEANS AN OPEN SHOP, AS
      *                    BEFORE, UNDER THE ID OPERATOR AT FULL
      *                    AUTHORITY.
      *   2026-10-15  RA   ADDED THE ACCTINQ ACCOUNT INQUIRY AS
      *                    SELECTION I.
      *   2026-10-15  RA   ADDED THE ACCTBACK POSTING-RUN BACKOUT AS
      *                    SELECTION B, GATED TO AUTHORITY LEVEL 3
      *                    LIKE THE OTHER DESTRUCTIVE SELECTIONS.
      *   2026-10-15  RA   ADDED THE ACCTSTMT ACCOUNT STATEMENTS AS
      *                    SELECTION S.
      *   2026-10-15  RA   ADDED THE ACCRUAL MONTH-END INTEREST AND FEE
      *                    RUN AS SELECTION M.
      *   2026-10-15  RA   ADDED THE TRANENTRY KEYED TRANSACTION ENTRY
      *                    AND BATCH BALANCING PROGRAM AS SELECTION E.
      *   2026-10-15  RA   ADDED THE JOBSCHED JOB-STREAM SCHEDULER,
      *                    WHICH BUILDS THE DAY'S DRVSTEPS FROM THE
      *                    STREAMS FILE, AS SELECTION K.
      *   2026-10-15  RA   ADDED THE DAYCLOSE END-OF-DAY CLOSE AND
      *                    BUSINESS-DATE REOPEN AS SELECTION D.
      *   2026-10-15  RA   ADDED THE LINQRY DATA LINEAGE QUERY AS
      *                    SELECTION L.
      *   2026-10-15  RA   ADDED THE DISTRIB REPORT DISTRIBUTION
      *                    MANIFEST AND DELIVERY TRACKING AS
      *                    SELECTION U.
      *   2026-10-15  RA   OPERMAST NOW SHARES THE OPERREC COPYBOOK,
      *                    AND A SUSPENDED OPERATOR IS REFUSED AT
      *                    SIGN-ON.  ADDED THE OPERMNT OPERATOR
      *                    MAINTENANCE AS SELECTION O (LEVEL 3).
      *   2026-10-15  RA   SIGN-ON NOW ASKS FOR THE OPERATOR'S PIN,
      *                    CHECKED AGAINST ITS PINSCRAM SCRAMBLE ON
      *                    OPERMAST.  A PIN ISSUED BY A SUPERVISOR OR
      *                    OLDER THAN PARM-PIN-EXPIRY-DAYS MUST BE
      *                    REPLACED BEFORE THE SIGN-ON IS ALLOWED, AND
      *                    PARM-SIGNON-MAX-FAILS WRONG PINS IN A ROW
      *                    LOCK THE OPERATOR OUT.  FAILED SIGN-ONS,
      *                    LOCKOUTS AND REFUSED GATED SELECTIONS ARE
      *                    NOTED IN AUDITLG.  ADDED THE SECVIOL
      *                    SECURITY VIOLATIONS REVIEW AS SELECTION G.
      *   2026-10-15  RA   SELECTION W RUNS APPROVE, WHERE A SECOND
      *                    OPERATOR APPROVES OR REJECTS THE DUAL-
      *                    CONTROL REQUESTS WAITING IN APPRQ.  NOT
      *                    GATED HERE - DUALCTL CHECKS EACH
      *                    DECISION AGAINST THE LEVEL THE ACTION
      *                    NEEDS.
      *   2026-10-15  RA   SELECTION Z RUNS FILEREST TO RESTORE A MASTER
      *                    FILE, OR THE WHOLE SET, FROM A FILEBKUP
      *                    GENERATION.  GATED AT THE DESTRUCTIVE LEVEL.
      *   2026-10-15  RA   SELECTION H RUNS INCIDENT TO OPEN AN
      *                    INCIDENT AGAINST RUN TICKETS AND ALERTS AND
      *                    TRACK IT THROUGH TO CLOSE.  OPEN TO EVERY
      *                    SIGNED-ON OPERATOR.
      *   2026-10-15  RA   SELECTION Y RUNS RERUN, WHICH REPLAYS A
      *                    PAST TICKET FROM ITS RETAINED INPUT FILES,
      *                    TOOLPARM AND ANSWERS FOR COMPARISON.
      *   2026-10-15  RA   THE FIRST PAGE IS FULL.  SELECTION 0 NOW
      *                    OPENS A SECOND PAGE OF UTILITIES; ITS
      *                    SELECTION 1 RUNS THE DQSCORE FEED
      *                    DATA-QUALITY SCORECARD.
      *   2026-10-15  RA   PAGE 2 SELECTION 2 RUNS CAPPLAN, THE
      *                    BATCH-WINDOW CAPACITY FORECAST FROM
      *                    DRIVER'S STEP-TIMING HISTORY.
      *   2026-10-15  RA   PAGE 2 SELECTION 3 RUNS RPTCOMP, WHICH
      *                    COMPARES TWO COPIES OF A REPORT IGNORING
      *                    HEADINGS, RUN DATES, TICKETS AND TIMES.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENU.
           SELECT OPTIONAL ALERT-FILE ASSIGN TO "ALERTQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "TOOLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPER-MASTER.
           COPY OPERREC.

       FD  SESSION-FILE.
       01  SESSION-REC.
       FD  ALERT-FILE.
       01  ALERT-REC                  PIC X(120).

       FD  PARM-FILE.
           COPY TOOLPARM.

       WORKING-STORAGE SECTION.
       77  WS-CHOICE                  PIC X(01).
       77  WS-CONTINUE-SW             PIC X(01) VALUE 'Y'.
       77  WS-OPER-EOF-SW             PIC X(01).
       77  WS-DESTRUCT-LEVEL          PIC 9(01) VALUE 3.

      *--------------------------------------------------------------*
      * PIN WORK FIELDS - THE OPERATOR'S PIN DETAILS AS READ FROM
      * OPERMAST AND AS THE SIGN-ON LEAVES THEM.  THE PIN IS KEPT
      * ONLY AS LONG AS THE CHECK TAKES AND IS NEVER WRITTEN - ONLY
      * ITS PINSCRAM SCRAMBLE IS.
      *--------------------------------------------------------------*
       77  WS-PARM-STATUS             PIC X(02).
       77  WS-PIN-EXPIRY-DAYS         PIC 9(03) VALUE 90.
       77  WS-MAX-FAILS               PIC 9(01) VALUE 3.
       77  WS-SIGNON-FOUND-SW         PIC X(01).
       77  WS-SIGNON-STATUS           PIC X(01).
       77  WS-SIGNON-HASH             PIC 9(09).
       77  WS-SIGNON-HASH-X REDEFINES WS-SIGNON-HASH
                                      PIC X(09).
       77  WS-SIGNON-PIN-DATE         PIC 9(06).
       77  WS-SIGNON-FAILS            PIC 9(01).
       77  WS-SIGNON-DIRTY-SW         PIC X(01).
       77  WS-SIGNON-PIN              PIC X(08).
       77  WS-NEW-PIN                 PIC X(08).
       77  WS-CONFIRM-PIN             PIC X(08).
       77  WS-TYPED-HASH              PIC 9(09).
       77  WS-NEW-HASH                PIC 9(09).
       77  WS-FAIL-REASON             PIC X(20).
       77  WS-PIN-CHANGE-SW           PIC X(01).
       77  WS-PIN-VALID-SW            PIC X(01).
       77  WS-PIN-ENDED-SW            PIC X(01).
       77  WS-PIN-IDX                 PIC 9(01) COMP.
       77  WS-PIN-DIGITS              PIC 9(01) COMP.
       77  WS-TODAY                   PIC 9(06).
       77  WS-WORK-DATE               PIC 9(08).
       77  WS-TODAY-INT               PIC 9(07) COMP.
       77  WS-PIN-DATE-INT            PIC 9(07) COMP.
       77  WS-PIN-AGE                 PIC 9(07) COMP.
       77  WS-OM-LIMIT                PIC 9(03) COMP VALUE 200.
       77  WS-OM-COUNT                PIC 9(03) COMP VALUE 0.
       77  WS-OM-IDX                  PIC 9(03) COMP.
       77  WS-OM-OVFL-SW              PIC X(01).
       01  WS-OM-TABLE.
           05  WS-OM-LINE OCCURS 200 TIMES
               PIC X(80).

      *--------------------------------------------------------------*
      * ALERT-QUEUE WORK FIELDS - THE WHOLE QUEUE IS HELD IN THE
      * TABLE WHILE THE OPERATOR ACKNOWLEDGES, THEN REWRITTEN ONCE.
           PERFORM 9999-FINISH-EXIT.

      *--------------------------------------------------------------*
      * 0500-SIGN-ON - LOOK THE ENTERED OPERATOR ID UP ON OPERMAST,
      * PROVE THE PIN AND RECORD THE SESSION IN OPERSESS.  THREE
      * FAILED TRIES END THE SESSION WITH RETURN-CODE 16.  A SHOP
      * WITHOUT AN OPERMAST FILE RUNS OPEN, AS IT ALWAYS HAS - ID
      * OPERATOR AT FULL AUTHORITY.  AN UNKNOWN ID, A SUSPENDED
      * OPERATOR AND A WRONG PIN ALL GET THE SAME ANSWER SO THE
      * CONSOLE DOES NOT SAY WHICH IDS EXIST; EVERY REFUSAL IS NOTED
      * IN AUDITLG FOR SECVIOL'S SECURITY REVIEW.
      *--------------------------------------------------------------*
       0500-SIGN-ON.
           MOVE 'N' TO WS-SIGNON-OK-SW
               MOVE 'Y' TO WS-SIGNON-OK-SW
           ELSE
               CLOSE OPER-MASTER
               PERFORM 0520-READ-PARMS
               ACCEPT WS-TODAY FROM DATE
               PERFORM UNTIL WS-SIGNON-OK OR WS-SIGNON-TRIES >= 3
                   DISPLAY "OPERATOR ID? "
                   MOVE SPACES TO WS-SIGNON-ID
                   ACCEPT WS-SIGNON-ID
                   DISPLAY "PIN? "
                   MOVE SPACES TO WS-SIGNON-PIN
                   ACCEPT WS-SIGNON-PIN
                   PERFORM 0550-LOOK-UP-OPERATOR
                   PERFORM 0555-CHECK-OPERATOR
                   IF NOT WS-SIGNON-OK
                       ADD 1 TO WS-SIGNON-TRIES
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-SIGNON-PIN
           END-IF
           IF WS-SIGNON-OK
               PERFORM 0580-WRITE-SESSION
               MOVE 16 TO RETURN-CODE
           END-IF.

      *--------------------------------------------------------------*
      * 0520-READ-PARMS - THE PIN AGE LIMIT AND THE RUN OF BAD PINS
      * THAT LOCKS AN OPERATOR OUT.  ZERO OR BLANK KEEPS THE
      * DEFAULTS OF 90 DAYS AND 3 TRIES.
      *--------------------------------------------------------------*
       0520-READ-PARMS.
           MOVE 90 TO WS-PIN-EXPIRY-DAYS
           MOVE 3 TO WS-MAX-FAILS
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   NOT AT END
                       IF PARM-PIN-EXPIRY-DAYS IS NUMERIC
                               AND PARM-PIN-EXPIRY-DAYS > 0
                           MOVE PARM-PIN-EXPIRY-DAYS
                               TO WS-PIN-EXPIRY-DAYS
                       END-IF
                       IF PARM-SIGNON-MAX-FAILS IS NUMERIC
                               AND PARM-SIGNON-MAX-FAILS > 0
                           MOVE PARM-SIGNON-MAX-FAILS TO WS-MAX-FAILS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       0550-LOOK-UP-OPERATOR.
           MOVE 'N' TO WS-SIGNON-FOUND-SW
           OPEN INPUT OPER-MASTER
           MOVE 'N' TO WS-OPER-EOF-SW
           PERFORM UNTIL WS-OPER-EOF-SW = 'Y'
                       MOVE 'Y' TO WS-OPER-EOF-SW
                   NOT AT END
                       IF OPER-ID = WS-SIGNON-ID
                               AND WS-SIGNON-ID NOT = SPACES
                               AND OPER-LEVEL IS NUMERIC
                           MOVE 'Y' TO WS-SIGNON-FOUND-SW
                           MOVE OPER-LEVEL TO WS-SIGNON-LEVEL
                           MOVE OPER-NAME TO WS-SIGNON-NAME
                           MOVE OPER-STATUS TO WS-SIGNON-STATUS
                           MOVE OPER-PIN-HASH-X TO WS-SIGNON-HASH-X
                           IF OPER-PIN-DATE IS NUMERIC
                               MOVE OPER-PIN-DATE
                                   TO WS-SIGNON-PIN-DATE
                           ELSE
                               MOVE 0 TO WS-SIGNON-PIN-DATE
                           END-IF
                           IF OPER-FAIL-COUNT IS NUMERIC
                               MOVE OPER-FAIL-COUNT TO WS-SIGNON-FAILS
                           ELSE
                               MOVE 0 TO WS-SIGNON-FAILS
                           END-IF
                           MOVE 'Y' TO WS-OPER-EOF-SW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPER-MASTER.

      *--------------------------------------------------------------*
      * 0555-CHECK-OPERATOR - DECIDE THE SIGN-ON.  ONLY AN ACTIVE
      * OPERATOR WITH A PIN ON FILE HAS THE PIN TESTED.
      *--------------------------------------------------------------*
       0555-CHECK-OPERATOR.
           MOVE SPACES TO WS-FAIL-REASON
           MOVE 'N' TO WS-SIGNON-DIRTY-SW
           EVALUATE TRUE
               WHEN WS-SIGNON-FOUND-SW NOT = 'Y'
                   MOVE "UNKNOWN ID" TO WS-FAIL-REASON
                   DISPLAY "OPERATOR ID OR PIN NOT ACCEPTED"
               WHEN WS-SIGNON-STATUS = 'S'
                   MOVE "SUSPENDED" TO WS-FAIL-REASON
                   DISPLAY "OPERATOR ID OR PIN NOT ACCEPTED"
               WHEN WS-SIGNON-STATUS = 'L'
                   MOVE "LOCKED OUT" TO WS-FAIL-REASON
                   DISPLAY "OPERATOR " WS-SIGNON-ID " IS LOCKED OUT"
                       " - SEE A SUPERVISOR"
               WHEN WS-SIGNON-HASH-X IS NOT NUMERIC
                   MOVE "NO PIN ISSUED" TO WS-FAIL-REASON
                   DISPLAY "NO PIN HAS BEEN ISSUED TO " WS-SIGNON-ID
                       " - SEE A SUPERVISOR"
               WHEN OTHER
                   PERFORM 0560-CHECK-PIN
           END-EVALUATE
           IF WS-SIGNON-DIRTY-SW = 'Y'
               PERFORM 0570-UPDATE-OPERMAST
           END-IF
           IF WS-FAIL-REASON NOT = SPACES
               MOVE SPACES TO WS-NOTE-TEXT
               STRING "SIGN-ON FAILED ID=" DELIMITED BY SIZE
                   WS-SIGNON-ID DELIMITED BY SPACE
                   " - " WS-FAIL-REASON DELIMITED BY SIZE
                   INTO WS-NOTE-TEXT
               CALL "AUDITNOTE" USING WS-MENU-PROGRAM
                   WS-NOTE-TEXT WS-ZERO-TICKET
           END-IF.

      *--------------------------------------------------------------*
      * 0560-CHECK-PIN - SCRAMBLE THE PIN AS TYPED AND COMPARE IT
      * WITH THE SCRAMBLE ON FILE.  A WRONG PIN ADDS TO THE
      * OPERATOR'S RUN OF FAILURES AND, AT THE SHOP LIMIT, LOCKS THE
      * OPERATOR OUT UNTIL OPERMNT REINSTATES THEM OR ISSUES A NEW
      * PIN.  A RIGHT PIN CLEARS THE RUN, THEN A PIN ISSUED BY A
      * SUPERVISOR OR OLDER THAN THE SHOP LIMIT MUST BE REPLACED
      * BEFORE THE SIGN-ON IS ALLOWED.
      *--------------------------------------------------------------*
       0560-CHECK-PIN.
           CALL "PINSCRAM" USING WS-SIGNON-ID WS-SIGNON-PIN
               WS-TYPED-HASH
           IF WS-TYPED-HASH NOT = WS-SIGNON-HASH
               MOVE "BAD PIN" TO WS-FAIL-REASON
               DISPLAY "OPERATOR ID OR PIN NOT ACCEPTED"
               IF WS-SIGNON-FAILS < 9
                   ADD 1 TO WS-SIGNON-FAILS
               END-IF
               IF WS-SIGNON-FAILS >= WS-MAX-FAILS
                   MOVE 'L' TO WS-SIGNON-STATUS
                   DISPLAY "*** TOO MANY WRONG PINS - OPERATOR "
                       WS-SIGNON-ID " IS NOW LOCKED OUT ***"
                   MOVE SPACES TO WS-NOTE-TEXT
                   STRING "SIGN-ON LOCKOUT ID=" DELIMITED BY SIZE
                       WS-SIGNON-ID DELIMITED BY SPACE
                       " AFTER " WS-SIGNON-FAILS " WRONG PINS"
                       DELIMITED BY SIZE INTO WS-NOTE-TEXT
                   CALL "AUDITNOTE" USING WS-MENU-PROGRAM
                       WS-NOTE-TEXT WS-ZERO-TICKET
               END-IF
               MOVE 'Y' TO WS-SIGNON-DIRTY-SW
           ELSE
               IF WS-SIGNON-FAILS > 0
                   MOVE 0 TO WS-SIGNON-FAILS
                   MOVE 'Y' TO WS-SIGNON-DIRTY-SW
               END-IF
               MOVE 'N' TO WS-PIN-CHANGE-SW
               IF WS-SIGNON-PIN-DATE = 0
                   DISPLAY "THIS PIN WAS ISSUED TO YOU - CHOOSE YOUR"
                       " OWN PIN NOW"
                   MOVE 'Y' TO WS-PIN-CHANGE-SW
               ELSE
                   PERFORM 0562-PIN-AGE
                   IF WS-PIN-AGE >= WS-PIN-EXPIRY-DAYS
                       DISPLAY "YOUR PIN HAS EXPIRED - CHOOSE A NEW PIN"
                           " NOW"
                       MOVE 'Y' TO WS-PIN-CHANGE-SW
                   END-IF
               END-IF
               IF WS-PIN-CHANGE-SW = 'Y'
                   PERFORM 0565-CHANGE-PIN
               END-IF
               IF WS-PIN-CHANGE-SW = 'Y'
                   MOVE "PIN CHANGE NOT MADE" TO WS-FAIL-REASON
                   DISPLAY "*** PIN NOT CHANGED - SIGN-ON REFUSED ***"
               ELSE
                   MOVE 'Y' TO WS-SIGNON-OK-SW
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 0562-PIN-AGE - DAYS SINCE THE OPERATOR LAST CHOSE A PIN, THE
      * YYMMDD DATE TAKEN AS 20YY.  A DATE THAT WILL NOT CONVERT
      * COUNTS AS EXPIRED.
      *--------------------------------------------------------------*
       0562-PIN-AGE.
           MOVE 999 TO WS-PIN-AGE
           COMPUTE WS-WORK-DATE = 20000000 + WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           COMPUTE WS-WORK-DATE = 20000000 + WS-SIGNON-PIN-DATE
           COMPUTE WS-PIN-DATE-INT
               = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           IF WS-PIN-DATE-INT > 0 AND WS-PIN-DATE-INT <= WS-TODAY-INT
               COMPUTE WS-PIN-AGE = WS-TODAY-INT - WS-PIN-DATE-INT
           END-IF.

      *--------------------------------------------------------------*
      * 0565-CHANGE-PIN - ONE CHANCE TO CHOOSE A NEW PIN: 4 TO 8
      * DIGITS, TYPED TWICE, NOT THE PIN BEING REPLACED.  THE CHANGE
      * SWITCH IS CLEARED ONLY WHEN THE NEW PIN IS TAKEN.
      *--------------------------------------------------------------*
       0565-CHANGE-PIN.
           DISPLAY "NEW PIN (4 TO 8 DIGITS)? "
           MOVE SPACES TO WS-NEW-PIN
           ACCEPT WS-NEW-PIN
           PERFORM 0568-VALIDATE-PIN
           IF WS-PIN-VALID-SW = 'Y'
               DISPLAY "NEW PIN AGAIN? "
               MOVE SPACES TO WS-CONFIRM-PIN
               ACCEPT WS-CONFIRM-PIN
               IF WS-CONFIRM-PIN NOT = WS-NEW-PIN
                   DISPLAY "THE TWO PINS DO NOT MATCH"
                   MOVE 'N' TO WS-PIN-VALID-SW
               END-IF
           END-IF
           IF WS-PIN-VALID-SW = 'Y'
               CALL "PINSCRAM" USING WS-SIGNON-ID WS-NEW-PIN
                   WS-NEW-HASH
               IF WS-NEW-HASH = WS-SIGNON-HASH
                   DISPLAY "THE NEW PIN MUST DIFFER FROM THE OLD ONE"
                   MOVE 'N' TO WS-PIN-VALID-SW
               END-IF
           END-IF
           IF WS-PIN-VALID-SW = 'Y'
               MOVE WS-NEW-HASH TO WS-SIGNON-HASH
               MOVE WS-TODAY TO WS-SIGNON-PIN-DATE
               MOVE 'Y' TO WS-SIGNON-DIRTY-SW
               MOVE 'N' TO WS-PIN-CHANGE-SW
               DISPLAY "PIN CHANGED"
               MOVE SPACES TO WS-NOTE-TEXT
               STRING "PIN CHANGED ID=" WS-SIGNON-ID
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               CALL "AUDITNOTE" USING WS-MENU-PROGRAM
                   WS-NOTE-TEXT WS-ZERO-TICKET
           END-IF
           MOVE SPACES TO WS-NEW-PIN
           MOVE SPACES TO WS-CONFIRM-PIN.

      *--------------------------------------------------------------*
      * 0568-VALIDATE-PIN - 4 TO 8 DIGITS, LEFT-JUSTIFIED, FOLLOWED
      * ONLY BY SPACES.
      *--------------------------------------------------------------*
       0568-VALIDATE-PIN.
           MOVE 'Y' TO WS-PIN-VALID-SW
           MOVE 0 TO WS-PIN-DIGITS
           MOVE 'N' TO WS-PIN-ENDED-SW
           PERFORM VARYING WS-PIN-IDX FROM 1 BY 1 UNTIL WS-PIN-IDX > 8
               EVALUATE TRUE
                   WHEN WS-NEW-PIN(WS-PIN-IDX:1) >= '0'
                           AND WS-NEW-PIN(WS-PIN-IDX:1) <= '9'
                       IF WS-PIN-ENDED-SW = 'Y'
                           MOVE 'N' TO WS-PIN-VALID-SW
                       END-IF
                       ADD 1 TO WS-PIN-DIGITS
                   WHEN WS-NEW-PIN(WS-PIN-IDX:1) = SPACE
                       MOVE 'Y' TO WS-PIN-ENDED-SW
                   WHEN OTHER
                       MOVE 'N' TO WS-PIN-VALID-SW
               END-EVALUATE
           END-PERFORM
           IF WS-PIN-DIGITS < 4
               MOVE 'N' TO WS-PIN-VALID-SW
           END-IF
           IF WS-PIN-VALID-SW NOT = 'Y'
               DISPLAY "A PIN IS 4 TO 8 DIGITS"
           END-IF.

      *--------------------------------------------------------------*
      * 0570-UPDATE-OPERMAST - CARRY THE SIGN-ON'S CHANGES (FAILURE
      * COUNT, LOCKOUT, NEW PIN) BACK TO THE OPERATOR'S LINE.  THE
      * MASTER IS RE-READ AND REWRITTEN WHOLE UNDER THE SAME OPERMAST
      * RUN LOCK OPERMNT TAKES, SO A MAINTENANCE RUN IN PROGRESS IS
      * NEVER OVERWRITTEN.  A MASTER LARGER THAN THE TABLE IS LEFT
      * ALONE - THE TAIL WOULD BE LOST.
      *--------------------------------------------------------------*
       0570-UPDATE-OPERMAST.
           MOVE 'G' TO WS-LOCK-ACTION
           MOVE "OPERMAST" TO WS-LOCK-RESOURCE
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
               WS-LOCK-GRANTED-SW
           IF WS-LOCK-GRANTED-SW NOT = 'Y'
               DISPLAY "*** MENU: OPERMAST BUSY - SIGN-ON DETAILS NOT"
                   " RECORDED ***"
           ELSE
               MOVE 0 TO WS-OM-COUNT
               MOVE 'N' TO WS-OM-OVFL-SW
               OPEN INPUT OPER-MASTER
               MOVE 'N' TO WS-OPER-EOF-SW
               PERFORM UNTIL WS-OPER-EOF-SW = 'Y'
                   READ OPER-MASTER
                       AT END
                           MOVE 'Y' TO WS-OPER-EOF-SW
                       NOT AT END
                           IF WS-OM-COUNT < WS-OM-LIMIT
                               ADD 1 TO WS-OM-COUNT
                               MOVE OPER-REC TO WS-OM-LINE(WS-OM-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-OM-OVFL-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPER-MASTER
               IF WS-OM-OVFL-SW = 'Y'
                   DISPLAY "*** MENU: OPERMAST TOO LARGE TO REWRITE -"
                       " SIGN-ON DETAILS NOT RECORDED ***"
               ELSE
                   PERFORM 0572-REWRITE-OPERMAST
               END-IF
               MOVE 'R' TO WS-LOCK-ACTION
               CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
                   WS-LOCK-GRANTED-SW
           END-IF.

       0572-REWRITE-OPERMAST.
           OPEN OUTPUT OPER-MASTER
           IF WS-OPER-STATUS NOT = "00" AND NOT = "05"
               DISPLAY "*** MENU: UNABLE TO REWRITE OPERMAST - FILE"
                   " STATUS " WS-OPER-STATUS " ***"
           ELSE
               PERFORM VARYING WS-OM-IDX FROM 1 BY 1
                       UNTIL WS-OM-IDX > WS-OM-COUNT
                   MOVE WS-OM-LINE(WS-OM-IDX) TO OPER-REC
                   IF OPER-ID = WS-SIGNON-ID
                       MOVE WS-SIGNON-STATUS TO OPER-STATUS
                       MOVE WS-SIGNON-HASH-X TO OPER-PIN-HASH-X
                       MOVE WS-SIGNON-PIN-DATE TO OPER-PIN-DATE
                       MOVE WS-SIGNON-FAILS TO OPER-FAIL-COUNT
                   END-IF
                   WRITE OPER-REC
               END-PERFORM
               CLOSE OPER-MASTER
           END-IF.

      *--------------------------------------------------------------*
      * 0580-WRITE-SESSION - THE ONE-LINE SESSION RECORD EVERY CALLED
      * PROGRAM (AUDITLOG, OPERAUTH) READS THE OPERATOR BACK FROM.
               " TOOLPARM PARAMETERS"
           DISPLAY "A) ACCTPOST         - POST DAILY TRANSACTIONS TO"
               " THE ACCOUNT MASTER"
           DISPLAY "I) ACCTINQ          - SHOW AN ACCOUNT AND ITS"
               " POSTING HISTORY"
           DISPLAY "B) ACCTBACK         - BACK OUT AN ACCTPOST RUN BY"
               " ITS RUN TICKET"
           DISPLAY "S) ACCTSTMT         - PRINT ACCOUNT STATEMENTS FOR"
               " A PERIOD"
           DISPLAY "F) FORECAST         - PROJECT TOMORROW'S EXPECTED"
               " STATS TREND FIGURES"
           DISPLAY "V) RPTVIEW          - BROWSE AND SEARCH AN"
               " CHECKPOINT/RESTART FILES"
           DISPLAY "J) REJSUMM          - ONE REPORT OF EVERY"
               " PROGRAM'S REJECTED WORK"
           DISPLAY "M) ACCRUAL          - MONTH-END INTEREST AND FEE"
               " ACCRUAL RUN"
           DISPLAY "E) TRANENTRY        - KEY AN ACCTPOST TRANSACTION"
               " BATCH WITH BALANCING"
           DISPLAY "K) JOBSCHED         - BUILD THE DAY'S DRVSTEPS"
               " FROM THE JOB-STREAM SCHEDULE"
           DISPLAY "D) DAYCLOSE         - END-OF-DAY CLOSE CHECKLIST"
               " AND DATE REOPEN"
           DISPLAY "L) LINQRY           - TRACE A FILE'S LINEAGE"
               " BACK OR FORWARD"
           DISPLAY "U) DISTRIB          - REPORT DISTRIBUTION MANIFEST"
               " AND DELIVERIES"
           DISPLAY "O) OPERMNT          - MAINTAIN OPERATOR MASTER"
           DISPLAY "G) SECVIOL          - SECURITY VIOLATIONS REVIEW"
               " FROM AUDITLG"
           DISPLAY "W) APPROVE          - APPROVE OR REJECT"
               " DUAL-CONTROL REQUESTS"
           DISPLAY "Z) FILEREST         - RESTORE A FILE FROM A"
               " BACKUP GENERATION"
           DISPLAY "H) INCIDENT         - OPEN AND TRACK INCIDENTS"
           DISPLAY "Y) RERUN            - REPLAY A TICKET FROM ITS"
               " RETAINED INPUT"
           DISPLAY "0) MORE             - SECOND PAGE OF UTILITIES"
           DISPLAY "X) EXIT"
           DISPLAY "SELECTION? "
           ACCEPT WS-CHOICE.

      *--------------------------------------------------------------*
      * 1100-SHOW-MORE-MENU - THE SECOND PAGE, REACHED BY SELECTION 0
      * ONCE THE FIRST PAGE RAN OUT OF SELECTION KEYS.
      *--------------------------------------------------------------*
       1100-SHOW-MORE-MENU.
           DISPLAY " "
           DISPLAY "===== TOOLKIT MENU - PAGE 2 ====="
           DISPLAY "1) DQSCORE          - FEED DATA-QUALITY SCORECARD"
               " AND TREND"
           DISPLAY "2) CAPPLAN          - STEP TIMING HISTORY AND"
               " BATCH-WINDOW FORECAST"
           DISPLAY "3) RPTCOMP          - COMPARE TWO COPIES OF A"
               " REPORT"
           DISPLAY "X) BACK TO THE FIRST PAGE"
           DISPLAY "SELECTION? "
           ACCEPT WS-CHOICE.

      *--------------------------------------------------------------*
      * 2000-DISPATCH - CALL THE PROGRAM THE OPERATOR PICKED.  EACH
      * ONE PROMPTS FOR ITS OWN INPUT (FILENAME, COEFFICIENTS, AND SO
           ELSE IF WS-CHOICE = 'A' OR WS-CHOICE = 'a'
               CALL "ACCTPOST"
               PERFORM 2900-SHOW-RESULT
           ELSE IF WS-CHOICE = 'I' OR WS-CHOICE = 'i'
               CALL "ACCTINQ"
               PERFORM 2900-SHOW-RESULT
           ELSE IF WS-CHOICE = 'B' OR WS-CHOICE = 'b'
               IF WS-SIGNON-LEVEL >= WS-DESTRUCT-LEVEL
                   CALL "ACCTBACK"
                   PERFORM 2900-SHOW-RESULT
               ELSE
                   PERFORM 2950-SHOW-NOT-AUTHORIZED
               END-IF
           ELSE IF WS-CHOICE = 'S' OR WS-CHOICE = 's'
               CALL "ACCTSTMT"
               PERFORM 2900-SHOW-RESULT
           ELSE IF WS-CHOICE = 'F' OR WS-CHOICE = 'f'
               CALL "FORECAST"
               PERFORM 2900-SHOW-RESULT
           ELSE IF WS-CHOICE = 'J' OR WS-CHOICE = 'j'
               CALL "REJSUMM"
               PERFORM 2900-SHOW-RESULT
           ELSE IF WS-CHOICE = 'M' OR WS-CHOICE = 'm'
               CALL "ACCRUAL"
               PERFORM 2900-SHOW-RESULT
           ELSE IF WS-CHOICE = 'E' OR WS-CHOICE = 'e'
               CALL "TRANENTRY"
               PERFORM 2900-SHOW-RESULT
           ELSE IF WS-CHOICE = 'K' OR WS-CHOICE = 'k'
               CALL "JOBSCHED"
               PERFORM 2900-SHOW-RESULT
           ELSE IF WS-CHOICE = 'D' OR WS-CHOICE = 'd'
               CALL "DAYCLOSE"
               PERFORM 2900-SHOW-RESULT
           ELSE IF WS-CHOICE = 'L' OR WS-CHOICE = 'l'
               CALL "LINQRY"
               PERFORM 2900-SHOW-RESULT
           ELSE IF WS-CHOICE = 'U' OR WS-CHOICE = 'u'
               CALL "DISTRIB"
               PERFORM 2900-SHOW-RESULT
           ELSE IF WS-CHOICE = 'O' OR WS-CHOICE = 'o'
               IF WS-SIGNON-LEVEL >= WS-DESTRUCT-LEVEL
                   CALL "OPERMNT"
                   PERFORM 2900-SHOW-RESULT
               ELSE
                   PERFORM 2950-SHOW-NOT-AUTHORIZED
               END-IF
           ELSE IF WS-CHOICE = 'G' OR WS-CHOICE = 'g'
               CALL "SECVIOL"
               PERFORM 2900-SHOW-RESULT
           ELSE IF WS-CHOICE = 'W' OR WS-CHOICE = 'w'
               CALL "APPROVE"
               PERFORM 2900-SHOW-RESULT
           ELSE IF WS-CHOICE = 'Z' OR WS-CHOICE = 'z'
               IF WS-SIGNON-LEVEL >= WS-DESTRUCT-LEVEL
                   CALL "FILEREST"
                   PERFORM 2900-SHOW-RESULT
               ELSE
                   PERFORM 2950-SHOW-NOT-AUTHORIZED
               END-IF
           ELSE IF WS-CHOICE = 'H' OR WS-CHOICE = 'h'
               CALL "INCIDENT"
               PERFORM 2900-SHOW-RESULT
           ELSE IF WS-CHOICE = 'Y' OR WS-CHOICE = 'y'
               CALL "RERUN"
               PERFORM 2900-SHOW-RESULT
           ELSE IF WS-CHOICE = '0'
               PERFORM 1100-SHOW-MORE-MENU
               PERFORM 2100-DISPATCH-MORE
           ELSE IF WS-CHOICE = 'X' OR WS-CHOICE = 'x'
               MOVE 'N' TO WS-CONTINUE-SW
           ELSE
               DISPLAY "NOT A VALID SELECTION - TRY AGAIN."
           END-IF.

      *--------------------------------------------------------------*
      * 2100-DISPATCH-MORE - CALL THE SECOND-PAGE PROGRAM THE
      * OPERATOR PICKED.  X, OR ANY OTHER KEY, GOES BACK TO THE
      * FIRST PAGE.
      *--------------------------------------------------------------*
       2100-DISPATCH-MORE.
           IF WS-CHOICE = '1'
               CALL "DQSCORE"
               PERFORM 2900-SHOW-RESULT
           ELSE IF WS-CHOICE = '2'
               CALL "CAPPLAN"
               PERFORM 2900-SHOW-RESULT
           ELSE IF WS-CHOICE = '3'
               CALL "RPTCOMP"
               PERFORM 2900-SHOW-RESULT
           ELSE IF WS-CHOICE = 'X' OR WS-CHOICE = 'x'
               CONTINUE
           ELSE
               DISPLAY "NOT A VALID SELECTION - BACK TO THE FIRST PAGE."
           END-IF.

      *--------------------------------------------------------------*
      * 2900-SHOW-RESULT - REPORT THE RETURN-CODE OF THE UTILITY JUST
      * RUN SO THE OPERATOR KNOWS WHETHER IT COMPLETED CLEANLY.

      *--------------------------------------------------------------*
      * 2950-SHOW-NOT-AUTHORIZED - A GATED SELECTION THE SIGNED-ON
      * OPERATOR DOES NOT CARRY THE AUTHORITY LEVEL FOR.  THE DENIAL
      * IS NOTED IN AUDITLG THE SAME WAY OPERAUTH NOTES ITS OWN.
      *--------------------------------------------------------------*
       2950-SHOW-NOT-AUTHORIZED.
           DISPLAY "*** NOT AUTHORIZED - THIS SELECTION NEEDS"
               " AUTHORITY LEVEL " WS-DESTRUCT-LEVEL " AND "
               WS-SIGNON-ID " CARRIES LEVEL " WS-SIGNON-LEVEL
               " ***"
           MOVE SPACES TO WS-NOTE-TEXT
           STRING "AUTHORITY DENIED ID=" DELIMITED BY SIZE
               WS-SIGNON-ID DELIMITED BY SPACE
               " LEVEL " WS-SIGNON-LEVEL " NEEDS " WS-DESTRUCT-LEVEL
               " MENU SEL " WS-CHOICE DELIMITED BY SIZE
               INTO WS-NOTE-TEXT
           CALL "AUDITNOTE" USING WS-MENU-PROGRAM WS-NOTE-TEXT
               WS-ZERO-TICKET.

      *--------------------------------------------------------------*
      * 9999-FINISH-EXIT - CLEAR THE SESSION RECORD AND LEAVE THE
