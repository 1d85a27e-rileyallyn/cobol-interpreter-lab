      *****************************************************************
      * PROGRAM:  DAYCLOSE
      *
      * PURPOSE:  END-OF-DAY CLOSE AND BUSINESS-DATE CONTROL.  FOR
      *           THE BUSINESS DATE ASKED FOR, WORKS THROUGH THE CLOSE
      *           CHECKLIST AND PRINTS IT ON CLSRPT:
      *             1  EVERY JOB EXPECTED ON THE DATE HAS AN EVENT=END
      *                LINE IN AUDITLG UNDER THAT DATE.  THE EXPECTED
      *                JOBS ARE THE JOBEXPCT LIST JOBSCHED WROTE FOR
      *                THE DATE; FAILING THAT THE DRVSTEPS CARDS;
      *                FAILING THAT THE DRIVER'S DEFAULT FIVE STEPS.
      *             2  NO OPERATOR ALERT RAISED ON OR BEFORE THE DATE
      *                IS STILL UNACKNOWLEDGED ON ALERTQ.
      *             3  NO CHECKPOINT/RESTART FILE STILL HOLDS A
      *                POSITION - AN INTERRUPTED RUN IS OUTSTANDING.
      *             4  THE ACCTMAST POSTING PROOF ACCTPOST RECORDED ON
      *                PROOFCTL FOR THE DATE BALANCED.  A DATE WITH NO
      *                POSTING RUN PASSES UNLESS ACCTPOST WAS EXPECTED.
      *             5  NO SEVERITY-1 INCIDENT IS STILL OPEN ON INCLOG
      *                (INCIDENT), WHENEVER IT WAS OPENED.
      *           WHEN EVERY CONDITION IS MET THE DATE IS MARKED
      *           CLOSED ON THE DAYCTL CONTROL FILE (SHARED DAYCREC
      *           COPYBOOK).  FROM THEN ON STATS AND ACCTPOST, ASKING
      *           THROUGH THE SHARED DAYCHK SUBPROGRAM, REFUSE TO POST
      *           FURTHER WORK UNDER THAT DATE.
      *
      *           THE R)EOPEN FUNCTION PUTS A CLOSED DATE BACK OPEN.
      *           IT NEEDS AUTHORITY LEVEL 3 AND A REASON, BOTH OF
      *           WHICH GO ON THE DAYCTL LINE AND INTO THE AUDIT TRAIL.
      *           A REOPENED DATE IS CLOSED AGAIN BY RUNNING THE
      *           CHECKLIST AGAIN.
      *
      *           RETURN-CODE 8 WHEN A CONDITION IS NOT MET (THE DATE
      *           STAYS OPEN), AN ANSWER IS UNUSABLE OR THE OPERATOR
      *           MAY NOT REOPEN, 4 WHEN THE DATE IS ALREADY CLOSED
      *           (OR, FOR A REOPEN, NOT CLOSED), 16 WHEN AUDITLG OR
      *           THE CONTROL FILE CANNOT BE OPENED.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15  RA   INITIAL VERSION.
      *   2026-10-15  RA   THE LEVEL-3 CHECK IS NOW MADE ONLY WHEN A
      *                    REOPEN IS ASKED FOR, SO AN ORDINARY CLOSE
      *                    NO LONGER LEAVES AN AUTHORITY DENIED NOTE.
      *   2026-10-15  RA   NEW CONDITION 5 - NO SEVERITY-1 INCIDENT
      *                    OPENED ON OR BEFORE THE DATE MAY STILL BE
      *                    OPEN (SHARED INCSUMM SUBPROGRAM OVER
      *                    INCLOG).  THE OPEN ONES ARE LISTED BY
      *                    NUMBER.
      *   2026-10-15  RA   CONDITION 5 NOW COUNTS EVERY SEVERITY-1
      *                    INCIDENT STILL OPEN, AS DASHBORD DOES - ONE
      *                    RAISED AFTER THE DATE STILL HOLDS UP ITS
      *                    CLOSE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYCLOSE.
       AUTHOR. R-ALLYN.
       INSTALLATION. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDIT-KEY
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPTIONAL ALERT-FILE ASSIGN TO "ALERTQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT OPTIONAL EXPECT-FILE ASSIGN TO "JOBEXPCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPECT-STATUS.
           SELECT OPTIONAL STEP-FILE ASSIGN TO "DRVSTEPS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.
           SELECT OPTIONAL PROOF-FILE ASSIGN TO "PROOFCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-STATUS.
           SELECT DAYCTL-FILE ASSIGN TO "DAYCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAYCTL-STATUS.
           SELECT PRINT-FILE ASSIGN TO "CLSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "TOOLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
           COPY AUDFREC.

       FD  ALERT-FILE.
       01  ALERT-REC.
           02  ALERT-ACK-FLAG      PIC X(01).
           02  FILLER              PIC X(01).
           02  ALERT-DATE          PIC 9(06).
           02  FILLER              PIC X(01).
           02  ALERT-TIME          PIC 9(08).
           02  FILLER              PIC X(01).
           02  ALERT-PROGRAM       PIC X(20).
           02  FILLER              PIC X(01).
           02  ALERT-TEXT          PIC X(60).
           02  FILLER              PIC X(01).
           02  ALERT-ACK-INFO      PIC X(20).

       FD  EXPECT-FILE.
           COPY JOBXREC.

       FD  STEP-FILE.
       01  STEP-CARD.
           02  STEP-PROGRAM            PIC X(20).
           02  FILLER                  PIC X(01).
           02  STEP-MAX-COND           PIC X(02).

       FD  PROOF-FILE.
           COPY PROOFREC.

       FD  DAYCTL-FILE.
           COPY DAYCREC.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(132).

       FD  PARM-FILE.
           COPY TOOLPARM.

       WORKING-STORAGE SECTION.
       77  WS-AUDIT-STATUS         PIC X(02).
       77  WS-ALERT-STATUS         PIC X(02).
       77  WS-EXPECT-STATUS        PIC X(02).
       77  WS-STEP-STATUS          PIC X(02).
       77  WS-PROOF-STATUS         PIC X(02).
       77  WS-DAYCTL-STATUS        PIC X(02).
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
           88  WS-CLOSE-FUNCTION    VALUE 'C'.
           88  WS-REOPEN-FUNCTION   VALUE 'R'.
       77  WS-REOPEN-REASON        PIC X(40).

      *--------------------------------------------------------------*
      * THE DATE BEING CLOSED, ITS STANDING ON DAYCTL, AND WHO IS
      * ASKING.
      *--------------------------------------------------------------*
       77  WS-TODAY                PIC 9(06).
       77  WS-CLOSE-DATE           PIC 9(06).
       01  WS-RUN-TIME             PIC 9(08).
       01  WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME.
           05  WS-RUN-HHMMSS       PIC 9(06).
           05  FILLER              PIC 9(02).
       77  WS-CAL-FUNCTION         PIC X(01).
       77  WS-CAL-DATE-IN          PIC 9(06).
       77  WS-CAL-DATE-OUT         PIC 9(06).
       77  WS-CAL-RESULT           PIC X(01).
       77  WS-DATE-STATE           PIC X(01).
           88  WS-DATE-CLOSED       VALUE 'C'.
           88  WS-DATE-REOPENED     VALUE 'R'.
       77  WS-STATE-OPER           PIC X(08).
       77  WS-REOPEN-LEVEL         PIC 9(01) VALUE 3.
       77  WS-ANY-LEVEL            PIC 9(01) VALUE 0.
       77  WS-OPER-ID              PIC X(08).
       77  WS-AUTH-ALLOWED-SW      PIC X(01).
           88  WS-AUTH-ALLOWED      VALUE 'Y'.

      *--------------------------------------------------------------*
      * EXPECTED-JOB TABLE - WHAT SHOULD HAVE RUN, AND WHAT AUDITLG
      * SAYS DID.  THE LAST EVENT=END FOR A PROGRAM ON THE DATE IS
      * THE ONE SHOWN.
      *--------------------------------------------------------------*
       77  WS-EJ-LIMIT             PIC 9(03) COMP VALUE 100.
       77  WS-EJ-COUNT             PIC 9(03) COMP VALUE 0.
       77  WS-EJ-IDX               PIC 9(03) COMP.
       77  WS-EJ-HIT               PIC 9(03) COMP.
       01  WS-EJ-TABLE.
           05  WS-EJ-ENTRY OCCURS 100 TIMES.
               10  WS-EJ-PROGRAM   PIC X(20).
               10  WS-EJ-STREAM    PIC X(08).
               10  WS-EJ-ENDED-SW  PIC X(01).
                   88  WS-EJ-ENDED  VALUE 'Y'.
               10  WS-EJ-RC-TEXT   PIC X(05).
               10  WS-EJ-TICKET    PIC 9(09).
       77  WS-EJ-OVERFLOW          PIC 9(03) COMP VALUE 0.
       77  WS-EJ-ENDED-COUNT       PIC 9(03) COMP VALUE 0.
       77  WS-EJ-SOURCE            PIC X(30).
       77  WS-ADD-PROGRAM          PIC X(20).
       77  WS-ADD-STREAM           PIC X(08).
       77  WS-ACCTPOST-SW          PIC X(01).
           88  WS-ACCTPOST-EXPECTED VALUE 'Y'.

      *--------------------------------------------------------------*
      * AUDITLG SCAN WORK FIELDS
      *--------------------------------------------------------------*
       77  WS-AUDIT-LINES          PIC 9(07) COMP VALUE 0.
       77  WS-END-TALLY            PIC 9(04) COMP.
       77  WS-UNS-HEAD             PIC X(132).
       77  WS-UNS-TAIL             PIC X(132).

      *--------------------------------------------------------------*
      * THE SHOP'S CHECKPOINT/RESTART FILES - THE SAME LIST CHKSTAT
      * MANAGES.  A FILE THAT IS PRESENT AND NOT EMPTY STILL HOLDS A
      * RESTART POSITION.
      *--------------------------------------------------------------*
       01  WS-KNOWN-FILES.
           05  FILLER             PIC X(30) VALUE "CHKPT".
           05  FILLER             PIC X(30) VALUE "CHKDATA".
           05  FILLER             PIC X(30) VALUE "CHKDTMP".
           05  FILLER             PIC X(30) VALUE "LOOPCHKP".
           05  FILLER             PIC X(30) VALUE "DRVCHKP".
           05  FILLER             PIC X(30) VALUE "AUDSTART".
       01  WS-KNOWN-TABLE REDEFINES WS-KNOWN-FILES.
           05  WS-KNOWN-NAME OCCURS 6 TIMES
               PIC X(30).
       77  WS-FILE-COUNT           PIC 9(02) COMP VALUE 6.
       77  WS-FILE-IDX             PIC 9(02) COMP.
       77  WS-CHECK-NAME           PIC X(30).

      *--------------------------------------------------------------*
      * CBL_CHECK_FILE_EXIST WORK AREA - SIZE IN BYTES FOLLOWED BY
      * THE LAST-WRITTEN DATE AND TIME.
      *--------------------------------------------------------------*
       01  WS-FILE-INFO.
           05  WS-FILE-SIZE       PIC X(08) COMP-X.
           05  WS-FILE-DD         PIC X(01) COMP-X.
           05  WS-FILE-MM         PIC X(01) COMP-X.
           05  WS-FILE-YYYY       PIC X(02) COMP-X.
           05  WS-FILE-HH         PIC X(01) COMP-X.
           05  WS-FILE-MIN        PIC X(01) COMP-X.
           05  WS-FILE-SS         PIC X(01) COMP-X.
           05  WS-FILE-HSEC       PIC X(01) COMP-X.

      *--------------------------------------------------------------*
      * CONDITION RESULTS - ONE SWITCH PER CHECKLIST ITEM
      *--------------------------------------------------------------*
       77  WS-JOBS-OK-SW           PIC X(01).
           88  WS-JOBS-OK           VALUE 'Y'.
       77  WS-ALERTS-OK-SW         PIC X(01).
           88  WS-ALERTS-OK         VALUE 'Y'.
       77  WS-CHKPT-OK-SW          PIC X(01).
           88  WS-CHKPT-OK          VALUE 'Y'.
       77  WS-PROOF-OK-SW          PIC X(01).
           88  WS-PROOF-OK          VALUE 'Y'.
       77  WS-INCID-OK-SW          PIC X(01).
           88  WS-INCID-OK          VALUE 'Y'.
       77  WS-CONDITIONS-MET       PIC 9(01) COMP VALUE 0.
      *--------------------------------------------------------------*
      * INCIDENT STANDING FROM INCSUMM - AS OF ZERO COUNTS EVERY
      * INCIDENT NOT YET CLOSED, WHENEVER IT WAS OPENED.
      *--------------------------------------------------------------*
       77  WS-INC-AS-OF-DATE       PIC 9(06) VALUE 0.
       77  WS-INC-OPEN-COUNT       PIC 9(05).
       77  WS-INC-SEV1-COUNT       PIC 9(05).
       77  WS-INC-SEV1-LIST        PIC X(70).
       77  WS-COND-SW              PIC X(01).
           88  WS-COND-MET          VALUE 'Y'.
       77  WS-OPEN-ALERTS          PIC 9(05) COMP VALUE 0.
       77  WS-OUTSTANDING-CHKPTS   PIC 9(02) COMP VALUE 0.
       77  WS-PROOF-FOUND-SW       PIC X(01).
           88  WS-PROOF-FOUND       VALUE 'Y'.
       77  WS-PROOF-LAST-STATUS    PIC X(01).
       77  WS-PROOF-LAST-TICKET    PIC 9(09).
       77  WS-PROOF-LAST-ACCTS     PIC 9(07).
       77  WS-PROOF-RUNS           PIC 9(04) COMP VALUE 0.
       77  WS-DAYCTL-WRITTEN       PIC 9(01) COMP VALUE 0.
       77  WS-RESULT-TEXT          PIC X(04).

      *--------------------------------------------------------------*
      * DISPLAY FIELDS
      *--------------------------------------------------------------*
       77  WS-DISP-COUNT           PIC Z(04)9.
       77  WS-DISP-COUNT-2         PIC Z(04)9.
       77  WS-DISP-SIZE            PIC Z(09)9.
       77  WS-DISP-TICKET          PIC 9(09).
       77  WS-DISP-ACCTS           PIC Z(06)9.
       77  WS-NOTE-TEXT            PIC X(80).

      *--------------------------------------------------------------*
      * REPORT WORK FIELDS
      *--------------------------------------------------------------*
       01  WS-RPT-PROGRAM          PIC X(20) VALUE "DAYCLOSE".
       01  WS-RPT-TITLE            PIC X(40)
           VALUE "END-OF-DAY CLOSE CHECKLIST".
       77  WS-RPT-PAGE-NO          PIC 9(04) VALUE 1.
       77  WS-RPT-LINES-ON-PAGE    PIC 9(04) COMP VALUE 0.
       77  WS-RPT-MAX-LINES        PIC 9(04) COMP VALUE 60.
       77  WS-RPT-WIDTH            PIC 9(03) VALUE 132.
       01  WS-HEADING-1            PIC X(132).

       77  WS-AUDIT-PROGRAM       PIC X(20) VALUE "DAYCLOSE".
       77  WS-AUDIT-RECORDS-IN    PIC 9(07).
       77  WS-AUDIT-RECORDS-OUT   PIC 9(07).
       77  WS-RUN-TICKET          PIC 9(09).
       77  WS-ARCHIVE-REPORT      PIC X(30) VALUE "CLSRPT".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL "RUNTICKET" USING WS-RUN-TICKET
           CALL "AUDITBEG" USING WS-AUDIT-PROGRAM WS-RUN-TICKET
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               IF WS-REOPEN-FUNCTION
                   PERFORM 5000-REOPEN-DATE
               ELSE
                   PERFORM 2000-RUN-CHECKLIST
               END-IF
           END-IF
           PERFORM 9999-FINISH-EXIT.

      *--------------------------------------------------------------*
      * 1000-INITIALIZE - RESET, READ THE PRINT WIDTH, TAKE THE
      * ANSWERS AND OPEN THE REPORT.
      *--------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 0 TO WS-EJ-COUNT
           MOVE 0 TO WS-EJ-OVERFLOW
           MOVE 0 TO WS-EJ-ENDED-COUNT
           MOVE 0 TO WS-AUDIT-LINES
           MOVE 0 TO WS-CONDITIONS-MET
           MOVE 0 TO WS-OPEN-ALERTS
           MOVE 0 TO WS-OUTSTANDING-CHKPTS
           MOVE 0 TO WS-PROOF-RUNS
           MOVE 0 TO WS-DAYCTL-WRITTEN
           MOVE 'N' TO WS-ACCTPOST-SW
           MOVE 'N' TO WS-JOBS-OK-SW
           MOVE 'N' TO WS-ALERTS-OK-SW
           MOVE 'N' TO WS-CHKPT-OK-SW
           MOVE 'N' TO WS-PROOF-OK-SW
           MOVE 'N' TO WS-INCID-OK-SW
           MOVE 1 TO WS-RPT-PAGE-NO
           MOVE 0 TO WS-RPT-LINES-ON-PAGE
           MOVE 'N' TO WS-ABORT-SW
           MOVE SPACES TO WS-PRINT-STATUS
           MOVE 132 TO WS-RPT-WIDTH
           ACCEPT WS-TODAY FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
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
           CALL "OPERAUTH" USING WS-ANY-LEVEL WS-OPER-ID
               WS-AUTH-ALLOWED-SW
           PERFORM 1100-GET-ANSWERS
           IF NOT WS-ABORT-RUN
               PERFORM 1200-OPEN-REPORT
           END-IF.

      *--------------------------------------------------------------*
      * 1100-GET-ANSWERS - CLOSE OR REOPEN, AND THE BUSINESS DATE
      * (BLANK FOR TODAY).  A REOPEN IS REFUSED HERE, BEFORE ANY
      * FURTHER QUESTION, WHEN THE OPERATOR LACKS LEVEL 3, AND NEEDS
      * A REASON.
      *--------------------------------------------------------------*
       1100-GET-ANSWERS.
           MOVE "C)LOSE A BUSINESS DATE OR R)EOPEN ONE (BLANK FOR C)?"
               TO WS-PROMPT
           PERFORM 8800-GET-ANSWER
           EVALUATE WS-ANSWER(1:1)
               WHEN SPACE
               WHEN 'C'
               WHEN 'c'
                   MOVE 'C' TO WS-FUNCTION-SW
               WHEN 'R'
               WHEN 'r'
                   MOVE 'R' TO WS-FUNCTION-SW
               WHEN OTHER
                   DISPLAY "*** DAYCLOSE: FUNCTION MUST BE C OR R ***"
                   MOVE 8 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
           END-EVALUATE
           IF NOT WS-ABORT-RUN AND WS-REOPEN-FUNCTION
               CALL "OPERAUTH" USING WS-REOPEN-LEVEL WS-OPER-ID
                   WS-AUTH-ALLOWED-SW
           END-IF
           IF NOT WS-ABORT-RUN AND WS-REOPEN-FUNCTION
                   AND NOT WS-AUTH-ALLOWED
               DISPLAY "*** DAYCLOSE: OPERATOR " WS-OPER-ID
                   " IS NOT AUTHORIZED TO REOPEN A BUSINESS DATE"
                   " - NEEDS AUTHORITY LEVEL " WS-REOPEN-LEVEL " ***"
               MOVE SPACES TO WS-NOTE-TEXT
               STRING "REOPEN REFUSED - OPERATOR " WS-OPER-ID
                   " LACKS AUTHORITY LEVEL " WS-REOPEN-LEVEL
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               CALL "AUDITNOTE" USING WS-AUDIT-PROGRAM WS-NOTE-TEXT
                   WS-RUN-TICKET
               MOVE 8 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF
           IF NOT WS-ABORT-RUN
               MOVE "BUSINESS DATE (YYMMDD, BLANK FOR TODAY)?"
                   TO WS-PROMPT
               PERFORM 8800-GET-ANSWER
               IF WS-ANSWER = SPACES
                   MOVE WS-TODAY TO WS-CLOSE-DATE
               ELSE
                   IF WS-ANSWER(1:6) IS NUMERIC
                           AND WS-ANSWER(7:) = SPACES
                       MOVE WS-ANSWER(1:6) TO WS-CLOSE-DATE
                   ELSE
                       MOVE 0 TO WS-CLOSE-DATE
                   END-IF
               END-IF
               MOVE 'W' TO WS-CAL-FUNCTION
               MOVE WS-CLOSE-DATE TO WS-CAL-DATE-IN
               CALL "DATECALC" USING WS-CAL-FUNCTION WS-CAL-DATE-IN
                   WS-CAL-DATE-OUT WS-CAL-RESULT
               IF WS-CAL-RESULT = '0'
                   DISPLAY "*** DAYCLOSE: DATE MUST BE A VALID YYMMDD"
                       " ***"
                   MOVE 8 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN AND WS-REOPEN-FUNCTION
               MOVE "REASON FOR REOPENING THE DATE?" TO WS-PROMPT
               PERFORM 8800-GET-ANSWER
               MOVE WS-ANSWER TO WS-REOPEN-REASON
               IF WS-REOPEN-REASON = SPACES
                   DISPLAY "*** DAYCLOSE: A REOPEN NEEDS A REASON -"
                       " DATE LEFT CLOSED ***"
                   MOVE 8 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF.

       1200-OPEN-REPORT.
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "*** DAYCLOSE: UNABLE TO OPEN PRINT FILE"
                   " CLSRPT - FILE STATUS " WS-PRINT-STATUS " ***"
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
               CALL "DAYCHK" USING WS-CLOSE-DATE WS-DATE-STATE
                   WS-STATE-OPER
               MOVE SPACES TO PRINT-LINE
               EVALUATE TRUE
                   WHEN WS-DATE-CLOSED
                       STRING "BUSINESS DATE " WS-CLOSE-DATE
                           " - CURRENTLY CLOSED (BY " WS-STATE-OPER
                           ")" DELIMITED BY SIZE INTO PRINT-LINE
                   WHEN WS-DATE-REOPENED
                       STRING "BUSINESS DATE " WS-CLOSE-DATE
                           " - CURRENTLY OPEN, REOPENED BY "
                           WS-STATE-OPER DELIMITED BY SIZE
                           INTO PRINT-LINE
                   WHEN OTHER
                       STRING "BUSINESS DATE " WS-CLOSE-DATE
                           " - CURRENTLY OPEN, NEVER CLOSED"
                           DELIMITED BY SIZE INTO PRINT-LINE
               END-EVALUATE
               PERFORM 8900-PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF.

      *--------------------------------------------------------------*
      * 2000-RUN-CHECKLIST - A DATE ALREADY CLOSED IS LEFT ALONE.
      * OTHERWISE EACH CONDITION IS CHECKED AND PRINTED IN TURN, AND
      * THE DATE IS CLOSED ONLY WHEN ALL FIVE ARE MET.
      *--------------------------------------------------------------*
       2000-RUN-CHECKLIST.
           IF WS-DATE-CLOSED
               MOVE "DATE IS ALREADY CLOSED - NOTHING TO DO"
                   TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               DISPLAY "DAYCLOSE: BUSINESS DATE " WS-CLOSE-DATE
                   " IS ALREADY CLOSED"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 2100-LOAD-EXPECTED-JOBS
               PERFORM 2200-SCAN-AUDIT-TRAIL
               IF NOT WS-ABORT-RUN
                   PERFORM 2300-PRINT-JOB-CHECK
                   PERFORM 2400-CHECK-ALERTS
                   PERFORM 2500-CHECK-CHECKPOINTS
                   PERFORM 2600-CHECK-PROOF
                   PERFORM 2700-CHECK-INCIDENTS
                   PERFORM 3000-DECIDE-CLOSE
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 2100-LOAD-EXPECTED-JOBS - THE JOBEXPCT LIST WHEN JOBSCHED
      * WROTE ONE FOR THIS DATE, ELSE THE DRVSTEPS CARDS, ELSE THE
      * DRIVER'S DEFAULT FIVE STEPS.  A PROGRAM LISTED TWICE IS
      * EXPECTED ONCE.
      *--------------------------------------------------------------*
       2100-LOAD-EXPECTED-JOBS.
           MOVE SPACES TO WS-EJ-SOURCE
           OPEN INPUT EXPECT-FILE
           IF WS-EXPECT-STATUS = "00" OR WS-EXPECT-STATUS = "05"
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-AT-EOF
                   READ EXPECT-FILE
                       AT END
                           SET WS-AT-EOF TO TRUE
                       NOT AT END
                           IF JOBX-DATE = WS-CLOSE-DATE
                                   AND JOBX-PROGRAM NOT = SPACES
                               MOVE JOBX-PROGRAM TO WS-ADD-PROGRAM
                               MOVE JOBX-STREAM TO WS-ADD-STREAM
                               PERFORM 2150-ADD-EXPECTED-JOB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXPECT-FILE
           END-IF
           IF WS-EJ-COUNT > 0
               MOVE "JOBEXPCT (JOBSCHED)" TO WS-EJ-SOURCE
           ELSE
               OPEN INPUT STEP-FILE
               IF WS-STEP-STATUS = "00" OR WS-STEP-STATUS = "05"
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-AT-EOF
                       READ STEP-FILE
                           AT END
                               SET WS-AT-EOF TO TRUE
                           NOT AT END
                               IF STEP-PROGRAM NOT = SPACES
                                   MOVE STEP-PROGRAM TO WS-ADD-PROGRAM
                                   MOVE SPACES TO WS-ADD-STREAM
                                   PERFORM 2150-ADD-EXPECTED-JOB
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE STEP-FILE
               END-IF
               IF WS-EJ-COUNT > 0
                   MOVE "DRVSTEPS CARDS" TO WS-EJ-SOURCE
               END-IF
           END-IF
           IF WS-EJ-COUNT = 0
               MOVE "DRIVER DEFAULT STEPS" TO WS-EJ-SOURCE
               MOVE SPACES TO WS-ADD-STREAM
               MOVE "STATS" TO WS-ADD-PROGRAM
               PERFORM 2150-ADD-EXPECTED-JOB
               MOVE "QUADRATICSOLVER" TO WS-ADD-PROGRAM
               PERFORM 2150-ADD-EXPECTED-JOB
               MOVE "sorting" TO WS-ADD-PROGRAM
               PERFORM 2150-ADD-EXPECTED-JOB
               MOVE "BRANCHING" TO WS-ADD-PROGRAM
               PERFORM 2150-ADD-EXPECTED-JOB
               MOVE "LOOPING" TO WS-ADD-PROGRAM
               PERFORM 2150-ADD-EXPECTED-JOB
           END-IF.

       2150-ADD-EXPECTED-JOB.
           PERFORM 2160-FIND-EXPECTED-JOB
           IF WS-EJ-HIT = 0
               IF WS-EJ-COUNT < WS-EJ-LIMIT
                   ADD 1 TO WS-EJ-COUNT
                   MOVE WS-ADD-PROGRAM TO WS-EJ-PROGRAM(WS-EJ-COUNT)
                   MOVE WS-ADD-STREAM TO WS-EJ-STREAM(WS-EJ-COUNT)
                   MOVE 'N' TO WS-EJ-ENDED-SW(WS-EJ-COUNT)
                   MOVE SPACES TO WS-EJ-RC-TEXT(WS-EJ-COUNT)
                   MOVE 0 TO WS-EJ-TICKET(WS-EJ-COUNT)
                   IF WS-ADD-PROGRAM = "ACCTPOST"
                       MOVE 'Y' TO WS-ACCTPOST-SW
                   END-IF
               ELSE
                   ADD 1 TO WS-EJ-OVERFLOW
               END-IF
           END-IF.

       2160-FIND-EXPECTED-JOB.
           MOVE 0 TO WS-EJ-HIT
           PERFORM VARYING WS-EJ-IDX FROM 1 BY 1
                   UNTIL WS-EJ-IDX > WS-EJ-COUNT OR WS-EJ-HIT > 0
               IF WS-EJ-PROGRAM(WS-EJ-IDX) = WS-ADD-PROGRAM
                   MOVE WS-EJ-IDX TO WS-EJ-HIT
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------*
      * 2200-SCAN-AUDIT-TRAIL - EVERY AUDITLG LINE UNDER THE DATE.
      * AN EVENT=END LINE FOR AN EXPECTED PROGRAM MARKS IT ENDED WITH
      * THAT LINE'S RETURN-CODE AND TICKET.  NO AUDITLG AT ALL MEANS
      * NOTHING HAS RUN; ONE THAT WILL NOT OPEN ENDS THE RUN.
      *--------------------------------------------------------------*
       2200-SCAN-AUDIT-TRAIL.
           OPEN INPUT AUDIT-FILE
           EVALUATE TRUE
               WHEN WS-AUDIT-STATUS = "35"
                   CONTINUE
               WHEN WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "*** DAYCLOSE: UNABLE TO OPEN AUDIT LOG"
                       " AUDITLG - FILE STATUS " WS-AUDIT-STATUS
                       " ***"
                   MOVE "*** AUDITLG COULD NOT BE READ ***"
                       TO PRINT-LINE
                   PERFORM 8900-PRINT-LINE
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               WHEN OTHER
                   MOVE WS-CLOSE-DATE TO AUDIT-KEY-DATE
                   MOVE 0 TO AUDIT-KEY-TICKET
                   MOVE 0 TO AUDIT-KEY-SEQ
                   START AUDIT-FILE KEY >= AUDIT-KEY
                       INVALID KEY
                           MOVE 'Y' TO WS-EOF-SW
                       NOT INVALID KEY
                           MOVE 'N' TO WS-EOF-SW
                   END-START
                   PERFORM UNTIL WS-AT-EOF
                       READ AUDIT-FILE NEXT
                           AT END
                               SET WS-AT-EOF TO TRUE
                           NOT AT END
                               IF AUDIT-KEY-DATE > WS-CLOSE-DATE
                                   SET WS-AT-EOF TO TRUE
                               ELSE
                                   ADD 1 TO WS-AUDIT-LINES
                                   PERFORM 2210-TAKE-AUDIT-LINE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-FILE
           END-EVALUATE.

       2210-TAKE-AUDIT-LINE.
           MOVE 0 TO WS-END-TALLY
           INSPECT AUDIT-TEXT TALLYING WS-END-TALLY
               FOR ALL "EVENT=END"
           IF WS-END-TALLY > 0
               MOVE AUDIT-TEXT(17:20) TO WS-ADD-PROGRAM
               PERFORM 2160-FIND-EXPECTED-JOB
               IF WS-EJ-HIT > 0
                   IF NOT WS-EJ-ENDED(WS-EJ-HIT)
                       ADD 1 TO WS-EJ-ENDED-COUNT
                   END-IF
                   MOVE 'Y' TO WS-EJ-ENDED-SW(WS-EJ-HIT)
                   MOVE AUDIT-KEY-TICKET TO WS-EJ-TICKET(WS-EJ-HIT)
                   MOVE SPACES TO WS-UNS-HEAD WS-UNS-TAIL
                   UNSTRING AUDIT-TEXT DELIMITED BY "EVENT=END RC="
                       INTO WS-UNS-HEAD WS-UNS-TAIL
                   MOVE WS-UNS-TAIL(1:5) TO WS-EJ-RC-TEXT(WS-EJ-HIT)
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 2300-PRINT-JOB-CHECK - CONDITION 1
      *--------------------------------------------------------------*
       2300-PRINT-JOB-CHECK.
           MOVE SPACES TO PRINT-LINE
           STRING "1. EXPECTED JOBS ENDED IN AUDITLG - LIST FROM "
               WS-EJ-SOURCE DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE "     PROGRAM              STREAM    RESULT"
               TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           PERFORM VARYING WS-EJ-IDX FROM 1 BY 1
                   UNTIL WS-EJ-IDX > WS-EJ-COUNT
               MOVE SPACES TO PRINT-LINE
               IF WS-EJ-ENDED(WS-EJ-IDX)
                   MOVE WS-EJ-TICKET(WS-EJ-IDX) TO WS-DISP-TICKET
                   STRING "     " WS-EJ-PROGRAM(WS-EJ-IDX) " "
                       WS-EJ-STREAM(WS-EJ-IDX) "  ENDED  RC="
                       WS-EJ-RC-TEXT(WS-EJ-IDX) "  TICKET="
                       WS-DISP-TICKET DELIMITED BY SIZE
                       INTO PRINT-LINE
               ELSE
                   STRING "     " WS-EJ-PROGRAM(WS-EJ-IDX) " "
                       WS-EJ-STREAM(WS-EJ-IDX)
                       "  *** NO EVENT=END ON THIS DATE ***"
                       DELIMITED BY SIZE INTO PRINT-LINE
               END-IF
               PERFORM 8900-PRINT-LINE
           END-PERFORM
           IF WS-EJ-OVERFLOW > 0
               MOVE WS-EJ-OVERFLOW TO WS-DISP-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING "     *** " WS-DISP-COUNT " FURTHER PROGRAM(S)"
                   " NOT CHECKED - TABLE FULL ***" DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF
           IF WS-EJ-ENDED-COUNT = WS-EJ-COUNT AND WS-EJ-OVERFLOW = 0
               MOVE 'Y' TO WS-JOBS-OK-SW
           END-IF
           MOVE WS-EJ-ENDED-COUNT TO WS-DISP-COUNT
           MOVE WS-EJ-COUNT TO WS-DISP-COUNT-2
           MOVE SPACES TO WS-NOTE-TEXT
           STRING WS-DISP-COUNT " OF " WS-DISP-COUNT-2 " ENDED"
               DELIMITED BY SIZE INTO WS-NOTE-TEXT
           MOVE WS-JOBS-OK-SW TO WS-COND-SW
           PERFORM 2900-PRINT-RESULT.

      *--------------------------------------------------------------*
      * 2400-CHECK-ALERTS - CONDITION 2.  ALERTQ CARRIES NO SEVERITY
      * OF ITS OWN: EVERY ALERT ALERTPUT RAISES IS A CONDITION AN
      * OPERATOR MUST SEE, SO ANY ONE STILL UNACKNOWLEDGED FROM THE
      * DATE OR EARLIER HOLDS THE CLOSE.
      *--------------------------------------------------------------*
       2400-CHECK-ALERTS.
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE "2. NO UNACKNOWLEDGED OPERATOR ALERT ON ALERTQ"
               TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS = "00" OR WS-ALERT-STATUS = "05"
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-AT-EOF
                   READ ALERT-FILE
                       AT END
                           SET WS-AT-EOF TO TRUE
                       NOT AT END
                           IF ALERT-ACK-FLAG = 'N'
                                   AND ALERT-DATE <= WS-CLOSE-DATE
                               ADD 1 TO WS-OPEN-ALERTS
                               MOVE SPACES TO PRINT-LINE
                               STRING "     " ALERT-DATE " "
                                   ALERT-TIME(1:6) " " ALERT-PROGRAM
                                   " " ALERT-TEXT DELIMITED BY SIZE
                                   INTO PRINT-LINE
                               PERFORM 8900-PRINT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF
           IF WS-OPEN-ALERTS = 0
               MOVE 'Y' TO WS-ALERTS-OK-SW
               MOVE "NONE OUTSTANDING" TO WS-NOTE-TEXT
           ELSE
               MOVE WS-OPEN-ALERTS TO WS-DISP-COUNT
               MOVE SPACES TO WS-NOTE-TEXT
               STRING WS-DISP-COUNT " UNACKNOWLEDGED - ACKNOWLEDGE"
                   " THROUGH THE MENU" DELIMITED BY SIZE
                   INTO WS-NOTE-TEXT
           END-IF
           MOVE WS-ALERTS-OK-SW TO WS-COND-SW
           PERFORM 2900-PRINT-RESULT.

      *--------------------------------------------------------------*
      * 2500-CHECK-CHECKPOINTS - CONDITION 3.  A CHECKPOINT FILE THAT
      * IS ABSENT OR EMPTY HOLDS NO POSITION; ONE WITH CONTENT IS AN
      * INTERRUPTED RUN STILL WAITING TO BE RESTARTED OR CLEARED
      * (CHKSTAT).
      *--------------------------------------------------------------*
       2500-CHECK-CHECKPOINTS.
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE "3. NO CHECKPOINT/RESTART FILE OUTSTANDING"
               TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
               MOVE WS-KNOWN-NAME(WS-FILE-IDX) TO WS-CHECK-NAME
               MOVE SPACES TO PRINT-LINE
               CALL "CBL_CHECK_FILE_EXIST" USING WS-CHECK-NAME
                   WS-FILE-INFO
               IF RETURN-CODE NOT = 0
                   MOVE 0 TO RETURN-CODE
                   STRING "     " WS-CHECK-NAME(1:10) "NOT PRESENT"
                       DELIMITED BY SIZE INTO PRINT-LINE
               ELSE
                   IF WS-FILE-SIZE = 0
                       STRING "     " WS-CHECK-NAME(1:10) "EMPTY"
                           DELIMITED BY SIZE INTO PRINT-LINE
                   ELSE
                       ADD 1 TO WS-OUTSTANDING-CHKPTS
                       MOVE WS-FILE-SIZE TO WS-DISP-SIZE
                       STRING "     " WS-CHECK-NAME(1:10)
                           "*** OUTSTANDING - " WS-DISP-SIZE
                           " BYTES ***" DELIMITED BY SIZE
                           INTO PRINT-LINE
                   END-IF
               END-IF
               PERFORM 8900-PRINT-LINE
           END-PERFORM
           IF WS-OUTSTANDING-CHKPTS = 0
               MOVE 'Y' TO WS-CHKPT-OK-SW
               MOVE "NONE OUTSTANDING" TO WS-NOTE-TEXT
           ELSE
               MOVE WS-OUTSTANDING-CHKPTS TO WS-DISP-COUNT
               MOVE SPACES TO WS-NOTE-TEXT
               STRING WS-DISP-COUNT " OUTSTANDING - RESTART THE RUN"
                   " OR CLEAR IT WITH CHKSTAT" DELIMITED BY SIZE
                   INTO WS-NOTE-TEXT
           END-IF
           MOVE WS-CHKPT-OK-SW TO WS-COND-SW
           PERFORM 2900-PRINT-RESULT.

      *--------------------------------------------------------------*
      * 2600-CHECK-PROOF - CONDITION 4.  THE LAST PROOFCTL LINE FOR
      * THE DATE IS THE STANDING OF THE DAY'S POSTINGS.
      *--------------------------------------------------------------*
       2600-CHECK-PROOF.
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE "4. ACCTMAST POSTING PROOF BALANCED (PROOFCTL)"
               TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE 'N' TO WS-PROOF-FOUND-SW
           OPEN INPUT PROOF-FILE
           IF WS-PROOF-STATUS = "00" OR WS-PROOF-STATUS = "05"
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-AT-EOF
                   READ PROOF-FILE
                       AT END
                           SET WS-AT-EOF TO TRUE
                       NOT AT END
                           IF PROOF-DATE = WS-CLOSE-DATE
                               MOVE 'Y' TO WS-PROOF-FOUND-SW
                               ADD 1 TO WS-PROOF-RUNS
                               MOVE PROOF-STATUS TO WS-PROOF-LAST-STATUS
                               MOVE PROOF-TICKET TO WS-PROOF-LAST-TICKET
                               MOVE PROOF-ACCT-COUNT
                                   TO WS-PROOF-LAST-ACCTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROOF-FILE
           END-IF
           MOVE SPACES TO WS-NOTE-TEXT
           IF WS-PROOF-FOUND
               MOVE WS-PROOF-RUNS TO WS-DISP-COUNT
               MOVE WS-PROOF-LAST-TICKET TO WS-DISP-TICKET
               MOVE WS-PROOF-LAST-ACCTS TO WS-DISP-ACCTS
               MOVE SPACES TO PRINT-LINE
               STRING "     " WS-DISP-COUNT " POSTING RUN(S); LAST"
                   " TICKET " WS-DISP-TICKET ", " WS-DISP-ACCTS
                   " ACCOUNTS" DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               IF WS-PROOF-LAST-STATUS = 'B'
                   MOVE 'Y' TO WS-PROOF-OK-SW
                   MOVE "LAST POSTING RUN IN BALANCE" TO WS-NOTE-TEXT
               ELSE
                   MOVE "LAST POSTING RUN OUT OF BALANCE - SEE ACPRPT"
                       TO WS-NOTE-TEXT
               END-IF
           ELSE
               IF WS-ACCTPOST-EXPECTED
                   MOVE "NO POSTING PROOF RECORDED FOR THE DATE"
                       TO WS-NOTE-TEXT
               ELSE
                   MOVE 'Y' TO WS-PROOF-OK-SW
                   MOVE "NO POSTING RUN ON THE DATE - NOT REQUIRED"
                       TO WS-NOTE-TEXT
               END-IF
           END-IF
           MOVE WS-PROOF-OK-SW TO WS-COND-SW
           PERFORM 2900-PRINT-RESULT.

      *--------------------------------------------------------------*
      * 2700-CHECK-INCIDENTS - CONDITION 5.  ANY SEVERITY-1 INCIDENT
      * STILL OPEN HOLDS UP THE CLOSE, WHENEVER IT WAS OPENED.
      *--------------------------------------------------------------*
       2700-CHECK-INCIDENTS.
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE "5. NO SEVERITY-1 INCIDENT OPEN ON ANY DATE (INCLOG)"
               TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           CALL "INCSUMM" USING WS-INC-AS-OF-DATE WS-INC-OPEN-COUNT
               WS-INC-SEV1-COUNT WS-INC-SEV1-LIST
           MOVE WS-INC-OPEN-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "     " WS-DISP-COUNT " INCIDENT(S) NOT YET CLOSED"
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO WS-NOTE-TEXT
           IF WS-INC-SEV1-COUNT = 0
               MOVE 'Y' TO WS-INCID-OK-SW
               MOVE "NO SEVERITY-1 INCIDENT OPEN" TO WS-NOTE-TEXT
           ELSE
               MOVE SPACES TO PRINT-LINE
               STRING "     *** SEVERITY 1 OPEN: " WS-INC-SEV1-LIST
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE WS-INC-SEV1-COUNT TO WS-DISP-COUNT
               STRING WS-DISP-COUNT " SEVERITY-1 OPEN - CLOSE OR"
                   " DOWNGRADE THEM WITH INCIDENT" DELIMITED BY SIZE
                   INTO WS-NOTE-TEXT
           END-IF
           MOVE WS-INCID-OK-SW TO WS-COND-SW
           PERFORM 2900-PRINT-RESULT.

      *--------------------------------------------------------------*
      * 2900-PRINT-RESULT - THE PASS/FAIL LINE UNDER A CONDITION.
      * THE CALLER LEAVES THE RESULT IN WS-COND-SW AND THE DETAIL IN
      * WS-NOTE-TEXT.
      *--------------------------------------------------------------*
       2900-PRINT-RESULT.
           IF WS-COND-MET
               MOVE "MET " TO WS-RESULT-TEXT
               ADD 1 TO WS-CONDITIONS-MET
           ELSE
               MOVE "FAIL" TO WS-RESULT-TEXT
           END-IF
           MOVE SPACES TO PRINT-LINE
           STRING "   => " WS-RESULT-TEXT " - " WS-NOTE-TEXT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE.

      *--------------------------------------------------------------*
      * 3000-DECIDE-CLOSE - ALL FIVE MET CLOSES THE DATE; ANYTHING
      * LESS LEAVES IT OPEN WITH RETURN-CODE 8.
      *--------------------------------------------------------------*
       3000-DECIDE-CLOSE.
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-CONDITIONS-MET TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "CLOSE CHECKLIST: " WS-DISP-COUNT " OF 5 CONDITIONS"
               " MET" DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           IF WS-CONDITIONS-MET = 5
               MOVE 'C' TO WS-DATE-STATE
               MOVE SPACES TO WS-REOPEN-REASON
               PERFORM 4000-WRITE-DAYCTL
               IF NOT WS-ABORT-RUN
                   MOVE SPACES TO PRINT-LINE
                   STRING "*** BUSINESS DATE " WS-CLOSE-DATE
                       " CLOSED BY " WS-OPER-ID " ***"
                       DELIMITED BY SIZE INTO PRINT-LINE
                   PERFORM 8900-PRINT-LINE
                   DISPLAY "DAYCLOSE: BUSINESS DATE " WS-CLOSE-DATE
                       " CLOSED"
                   MOVE SPACES TO WS-NOTE-TEXT
                   STRING "BUSINESS DATE " WS-CLOSE-DATE
                       " CLOSED - ALL CLOSE CONDITIONS MET"
                       DELIMITED BY SIZE INTO WS-NOTE-TEXT
                   CALL "AUDITNOTE" USING WS-AUDIT-PROGRAM
                       WS-NOTE-TEXT WS-RUN-TICKET
               END-IF
           ELSE
               MOVE SPACES TO PRINT-LINE
               STRING "*** BUSINESS DATE " WS-CLOSE-DATE
                   " NOT CLOSED - CLEAR THE FAILED CONDITIONS AND"
                   " RUN DAYCLOSE AGAIN ***" DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               DISPLAY "*** DAYCLOSE: BUSINESS DATE " WS-CLOSE-DATE
                   " NOT CLOSED - " WS-DISP-COUNT " OF 5 CONDITIONS"
                   " MET; SEE CLSRPT ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *--------------------------------------------------------------*
      * 4000-WRITE-DAYCTL - APPEND THE CLOSE OR REOPEN LINE.
      *--------------------------------------------------------------*
       4000-WRITE-DAYCTL.
           OPEN EXTEND DAYCTL-FILE
           IF WS-DAYCTL-STATUS = "35"
               OPEN OUTPUT DAYCTL-FILE
           END-IF
           IF WS-DAYCTL-STATUS NOT = "00"
               DISPLAY "*** DAYCLOSE: UNABLE TO OPEN DAYCTL - FILE"
                   " STATUS " WS-DAYCTL-STATUS " ***"
               MOVE "*** DAYCTL COULD NOT BE WRITTEN - DATE UNCHANGED"
                   TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           ELSE
               MOVE SPACES TO DAYC-REC
               MOVE WS-CLOSE-DATE TO DAYC-DATE
               MOVE WS-DATE-STATE TO DAYC-ACTION
               MOVE WS-TODAY TO DAYC-STAMP-DATE
               MOVE WS-RUN-HHMMSS TO DAYC-STAMP-TIME
               MOVE WS-OPER-ID TO DAYC-OPER-ID
               MOVE WS-RUN-TICKET TO DAYC-TICKET
               MOVE WS-REOPEN-REASON TO DAYC-REASON
               WRITE DAYC-REC
               CLOSE DAYCTL-FILE
               MOVE 1 TO WS-DAYCTL-WRITTEN
           END-IF.

      *--------------------------------------------------------------*
      * 5000-REOPEN-DATE - ONLY A CLOSED DATE CAN BE REOPENED.  THE
      * LEVEL-3 CHECK WAS MADE BEFORE THE DATE WAS ASKED FOR.
      *--------------------------------------------------------------*
       5000-REOPEN-DATE.
           IF NOT WS-DATE-CLOSED
               MOVE "DATE IS NOT CLOSED - NOTHING TO REOPEN"
                   TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               DISPLAY "DAYCLOSE: BUSINESS DATE " WS-CLOSE-DATE
                   " IS NOT CLOSED - NOTHING TO REOPEN"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'R' TO WS-DATE-STATE
               PERFORM 4000-WRITE-DAYCTL
               IF NOT WS-ABORT-RUN
                   MOVE SPACES TO PRINT-LINE
                   STRING "*** BUSINESS DATE " WS-CLOSE-DATE
                       " REOPENED BY " WS-OPER-ID " - "
                       WS-REOPEN-REASON DELIMITED BY SIZE
                       INTO PRINT-LINE
                   PERFORM 8900-PRINT-LINE
                   DISPLAY "DAYCLOSE: BUSINESS DATE " WS-CLOSE-DATE
                       " REOPENED"
                   MOVE SPACES TO WS-NOTE-TEXT
                   STRING "BUSINESS DATE " WS-CLOSE-DATE
                       " REOPENED: " WS-REOPEN-REASON
                       DELIMITED BY SIZE INTO WS-NOTE-TEXT
                   CALL "AUDITNOTE" USING WS-AUDIT-PROGRAM
                       WS-NOTE-TEXT WS-RUN-TICKET
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
           IF WS-PRINT-STATUS = "00"
               CLOSE PRINT-FILE
               MOVE RETURN-CODE TO WS-SAVE-RC
               CALL "RPTARCHV" USING WS-ARCHIVE-REPORT
               MOVE WS-SAVE-RC TO RETURN-CODE
           END-IF
           IF WS-ABORT-RUN
               DISPLAY "*** DAYCLOSE RUN ENDED WITHOUT A CHANGE - SEE"
                   " DIAGNOSTICS ABOVE ***"
           ELSE
               DISPLAY "DAYCLOSE: CHECKLIST ON CLSRPT"
           END-IF
           MOVE WS-AUDIT-LINES TO WS-AUDIT-RECORDS-IN
           MOVE WS-DAYCTL-WRITTEN TO WS-AUDIT-RECORDS-OUT
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-RECORDS-IN
               WS-AUDIT-RECORDS-OUT WS-RUN-TICKET
           MOVE WS-SAVE-RC TO RETURN-CODE
           GOBACK.
