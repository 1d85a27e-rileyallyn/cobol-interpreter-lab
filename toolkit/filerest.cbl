      *****************************************************************
      * PROGRAM:  FILEREST
      *
      * PURPOSE:  RESTORES ONE FILE, OR THE WHOLE SET, FROM A BACKUP
      *           GENERATION FILEBKUP TOOK.  THE OPERATOR NAMES THE
      *           GENERATION (YYMMDDNN, AS BKUPRPT AND THE BKUPCAT
      *           CATALOG SHOW IT) AND THE FILE - ONE OF THE BKUPSET
      *           NAMES, OR ALL.
      *
      *           NOTHING IS TOUCHED UNTIL EVERY COPY TO BE USED HAS
      *           BEEN COUNTED AND FOUND TO HOLD EXACTLY THE RECORDS
      *           THE CATALOG SAYS IT WAS WRITTEN WITH, AND THE
      *           OPERATOR HAS CONFIRMED.  EACH FILE IS THEN REPLACED
      *           UNDER ITS WRITERS' RUN LOCK (AN INDEXED FILE IS
      *           RELOADED IN KEY ORDER) AND THE LIVE FILE COUNTED
      *           AGAIN AGAINST THE CATALOG.  ALL IS REFUSED FOR A
      *           GENERATION WITH A FAILED FILE, SINCE ITS FILES DO NOT
      *           ALL COME FROM ONE MOMENT; A FILE THAT WAS NOT THERE
      *           WHEN THE GENERATION WAS TAKEN IS LEFT AS IT IS.
      *           RESTORING AUDITLG BRINGS ITS AUDCHAIN SEAL HEAD BACK
      *           WITH IT SO THE RESTORED LOG STILL VERIFIES; AUDCHAIN
      *           IS NEVER RESTORED WITHOUT IT.
      *
      *           THE RUN TICKET COUNTER NEVER GOES BACKWARDS: A
      *           RESTORED RUNTKTCT BEHIND THE TICKETS ALREADY ISSUED
      *           IS SET TO THIS RUN'S OWN TICKET, SO NO TICKET (AND
      *           NO AUDITLG OR JOURNAL KEY BUILT ON ONE) IS ISSUED
      *           TWICE.
      *
      *           NEEDS AUTHORITY LEVEL 3 THROUGH THE SHARED OPERAUTH
      *           CHECK.  EVERY FILE RESTORED IS NOTED IN AUDITLG WITH
      *           THE GENERATION AND THE OPERATOR - AFTER THE LAST
      *           FILE IS BACK, SO A RESTORED AUDITLG KEEPS THE NOTES.
      *           RSTRPT LISTS THE CHECKS AND THE RESULTS.
      *
      *           RETURN-CODE 0 WHEN EVERY FILE WAS RESTORED AND
      *           CHECKED, 4 WHEN THE OPERATOR DECLINED, 8 WHEN THE
      *           ANSWERS OR THE GENERATION ARE UNUSABLE (NOTHING
      *           TOUCHED), 12 WHEN A RESTORED FILE DOES NOT COUNT OUT,
      *           16 WHEN THE OPERATOR LACKS LEVEL 3 OR A FILE CANNOT
      *           BE OPENED.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15  RA   INITIAL VERSION.
      *   2026-10-15  RA   AUDCHAIN ALONE IS REFUSED - A SEAL HEAD FROM
      *                    ONE GENERATION OVER AN AUDITLG FROM ANOTHER
      *                    WOULD NEVER VERIFY.  IT COMES BACK ONLY WITH
      *                    AUDITLG (OR ALL).
      *   2026-10-15  RA   AUDCHAIN IS NOT RESTORED WHEN AUDITLG FAILED
      *                    OR DID NOT COUNT OUT IN THE SAME RUN.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEREST.
       AUTHOR. R-ALLYN.
       INSTALLATION. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIVE-TEXT-FILE ASSIGN TO DYNAMIC WS-LIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT ACCT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUDIT-KEY
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT TREND-FILE ASSIGN TO "STATTRND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TREND-KEY
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT GEN-FILE ASSIGN TO DYNAMIC WS-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT OPTIONAL CATALOG-FILE ASSIGN TO "BKUPCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT PRINT-FILE ASSIGN TO "RSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "TOOLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIVE-TEXT-FILE.
       01  LIVE-TEXT-LINE          PIC X(256).

       FD  ACCT-MASTER.
           COPY ACCTREC.

       FD  AUDIT-FILE.
           COPY AUDFREC.

       FD  TREND-FILE.
           COPY TRNDFREC.

       FD  GEN-FILE.
       01  GEN-LINE                PIC X(256).

       FD  CATALOG-FILE.
           COPY BKUPREC.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(132).

       FD  PARM-FILE.
           COPY TOOLPARM.

       WORKING-STORAGE SECTION.
       77  WS-LIVE-STATUS          PIC X(02).
       77  WS-GEN-STATUS           PIC X(02).
       77  WS-CAT-STATUS           PIC X(02).
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

      *--------------------------------------------------------------*
      * AUTHORITY WORK FIELDS - A RESTORE REPLACES LIVE MASTER FILES
      * AND NEEDS AUTHORITY LEVEL 3.
      *--------------------------------------------------------------*
       77  WS-RESTORE-LEVEL        PIC 9(01) VALUE 3.
       77  WS-OPER-ID              PIC X(08).
       77  WS-AUTH-ALLOWED-SW      PIC X(01).
           88  WS-AUTH-ALLOWED      VALUE 'Y'.
       77  WS-NOTE-TEXT            PIC X(80).

      *--------------------------------------------------------------*
      * THE FILE SET, THE GENERATION AND THE FILE ASKED FOR.
      *--------------------------------------------------------------*
           COPY BKUPSET.
       77  WS-SET-IDX              PIC 9(02) COMP.
       77  WS-GEN-ID               PIC X(08).
       77  WS-WANT-NAME            PIC X(08).
       77  WS-WANT-ALL-SW          PIC X(01).
           88  WS-WANT-ALL          VALUE 'Y'.
       77  WS-WANT-KNOWN-SW        PIC X(01).

      *--------------------------------------------------------------*
      * THE GENERATION'S CATALOG LINES, ONE PER FILE OF THE SET, AND
      * WHAT BECOMES OF EACH.
      *   WS-RS-STATUS   C/N/F AS CATALOGUED; SPACE = NOT IN CATALOG
      *   WS-RS-PICK-SW  Y WHEN THIS RUN RESTORES THE FILE
      *   WS-RS-DONE     R RESTORED AND CHECKED, M COUNT MISMATCH,
      *                  F FAILED, SPACE NOT ATTEMPTED
      *--------------------------------------------------------------*
       01  WS-RS-TABLE.
           05  WS-RS-ENTRY OCCURS 10 TIMES.
               10  WS-RS-STATUS    PIC X(01).
               10  WS-RS-COUNT     PIC 9(09).
               10  WS-RS-GEN-FILE  PIC X(20).
               10  WS-RS-PICK-SW   PIC X(01).
               10  WS-RS-DONE      PIC X(01).
               10  WS-RS-LIVE-COUNT PIC 9(09).
       77  WS-GEN-LINES            PIC 9(03) COMP VALUE 0.
       77  WS-PICKED-COUNT         PIC 9(03) COMP VALUE 0.
       77  WS-REFUSED-COUNT        PIC 9(03) COMP VALUE 0.

      *--------------------------------------------------------------*
      * COPY WORK FIELDS
      *--------------------------------------------------------------*
       77  WS-LIVE-NAME            PIC X(20).
       77  WS-GEN-NAME             PIC X(20).
       77  WS-COPY-COUNT           PIC 9(09).
       77  WS-CHECK-COUNT          PIC 9(09).
       77  WS-WRITE-ERRORS         PIC 9(09).
       77  WS-RESULT-TEXT          PIC X(50).
       77  WS-COUNTER-VALUE        PIC 9(09).

      *--------------------------------------------------------------*
      * RUN-LOCK WORK FIELDS.  BKUPCAT IS HELD FOR THE WHOLE RUN SO
      * NO BACKUP CAN EXPIRE THE GENERATION BEING RESTORED; EACH FILE
      * UNDER ITS OWN WRITERS' LOCK, AUDITLG'S KEPT THROUGH AUDCHAIN.
      *--------------------------------------------------------------*
       77  WS-LOCK-ACTION          PIC X(01).
       77  WS-LOCK-RESOURCE        PIC X(08).
       77  WS-LOCK-GRANTED-SW      PIC X(01).
       77  WS-CAT-LOCK-SW          PIC X(01) VALUE 'N'.
           88  WS-CAT-LOCK-HELD     VALUE 'Y'.
       77  WS-FILE-LOCK-SW         PIC X(01) VALUE 'N'.
           88  WS-FILE-LOCK-HELD    VALUE 'Y'.
       77  WS-AUDIT-LOCK-SW        PIC X(01) VALUE 'N'.
           88  WS-AUDIT-LOCK-HELD   VALUE 'Y'.
       77  WS-LOCKED-OK-SW         PIC X(01).

      *--------------------------------------------------------------*
      * RESULT COUNTERS AND DISPLAY FIELDS
      *--------------------------------------------------------------*
       77  WS-RESTORED-COUNT       PIC 9(03) COMP VALUE 0.
       77  WS-PROBLEM-COUNT        PIC 9(03) COMP VALUE 0.
       77  WS-RECORDS-RESTORED     PIC 9(09) VALUE 0.
       77  WS-DISP-COUNT           PIC Z(08)9.
       77  WS-DISP-COUNT-2         PIC Z(08)9.
       77  WS-DISP-SMALL           PIC ZZ9.
       77  WS-DISP-TICKET          PIC Z(08)9.

      *--------------------------------------------------------------*
      * REPORT WORK FIELDS
      *--------------------------------------------------------------*
       01  WS-RPT-PROGRAM          PIC X(20) VALUE "FILEREST".
       01  WS-RPT-TITLE            PIC X(40)
           VALUE "MASTER FILE RESTORE FROM GENERATION".
       77  WS-RPT-PAGE-NO          PIC 9(04) VALUE 1.
       77  WS-RPT-LINES-ON-PAGE    PIC 9(04) COMP VALUE 0.
       77  WS-RPT-MAX-LINES        PIC 9(04) COMP VALUE 60.
       77  WS-RPT-WIDTH            PIC 9(03) VALUE 132.
       01  WS-HEADING-1            PIC X(132).

       77  WS-AUDIT-PROGRAM       PIC X(20) VALUE "FILEREST".
       77  WS-AUDIT-RECORDS-IN    PIC 9(07).
       77  WS-AUDIT-RECORDS-OUT   PIC 9(07).
       77  WS-RUN-TICKET          PIC 9(09).
       77  WS-ARCHIVE-REPORT      PIC X(30) VALUE "RSTRPT".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL "RUNTICKET" USING WS-RUN-TICKET
           CALL "AUDITBEG" USING WS-AUDIT-PROGRAM WS-RUN-TICKET
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               PERFORM 2000-LOAD-GENERATION
                   THRU 2000-LOAD-GENERATION-EXIT
           END-IF
           IF NOT WS-ABORT-RUN
               MOVE "FILE      GENERATION COPY           RECORDS"
                   TO PRINT-LINE
               MOVE "LIVE NOW  RESULT" TO PRINT-LINE(46:16)
               PERFORM 8900-PRINT-LINE
               PERFORM 3000-RESTORE-ONE-FILE
                   VARYING WS-SET-IDX FROM 1 BY 1
                   UNTIL WS-SET-IDX > BKUP-SET-COUNT
               PERFORM 4000-PRINT-TOTALS
           END-IF
           PERFORM 9999-FINISH-EXIT.

      *--------------------------------------------------------------*
      * 1000-INITIALIZE - CHECK THE OPERATOR'S AUTHORITY, TAKE THE
      * GENERATION AND THE FILE, AND OPEN THE REPORT.
      *--------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'N' TO WS-ABORT-SW
           MOVE 'N' TO WS-CAT-LOCK-SW
           MOVE 'N' TO WS-FILE-LOCK-SW
           MOVE 'N' TO WS-AUDIT-LOCK-SW
           MOVE 0 TO WS-GEN-LINES
           MOVE 0 TO WS-PICKED-COUNT
           MOVE 0 TO WS-REFUSED-COUNT
           MOVE 0 TO WS-RESTORED-COUNT
           MOVE 0 TO WS-PROBLEM-COUNT
           MOVE 0 TO WS-RECORDS-RESTORED
           MOVE 1 TO WS-RPT-PAGE-NO
           MOVE 0 TO WS-RPT-LINES-ON-PAGE
           MOVE SPACES TO WS-PRINT-STATUS
           MOVE 132 TO WS-RPT-WIDTH
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                   UNTIL WS-SET-IDX > BKUP-SET-COUNT
               MOVE SPACES TO WS-RS-STATUS(WS-SET-IDX)
               MOVE 0 TO WS-RS-COUNT(WS-SET-IDX)
               MOVE SPACES TO WS-RS-GEN-FILE(WS-SET-IDX)
               MOVE 'N' TO WS-RS-PICK-SW(WS-SET-IDX)
               MOVE SPACES TO WS-RS-DONE(WS-SET-IDX)
               MOVE 0 TO WS-RS-LIVE-COUNT(WS-SET-IDX)
           END-PERFORM
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
           CALL "OPERAUTH" USING WS-RESTORE-LEVEL WS-OPER-ID
               WS-AUTH-ALLOWED-SW
           IF NOT WS-AUTH-ALLOWED
               DISPLAY "*** FILEREST: OPERATOR " WS-OPER-ID
                   " IS NOT AUTHORIZED TO RESTORE MASTER FILES"
                   " - NEEDS AUTHORITY LEVEL " WS-RESTORE-LEVEL " ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF
           IF NOT WS-ABORT-RUN
               MOVE "GENERATION TO RESTORE FROM (YYMMDDNN)?"
                   TO WS-PROMPT
               PERFORM 8800-GET-ANSWER
               IF WS-ANSWER(1:8) IS NUMERIC
                       AND WS-ANSWER(9:) = SPACES
                   MOVE WS-ANSWER(1:8) TO WS-GEN-ID
               ELSE
                   DISPLAY "*** FILEREST: A GENERATION IS EIGHT"
                       " DIGITS, YYMMDDNN - NOTHING RESTORED ***"
                   MOVE 8 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN
               MOVE "FILE TO RESTORE (ACCTMAST, OPERMAST, ... OR ALL)?"
                   TO WS-PROMPT
               PERFORM 8800-GET-ANSWER
               PERFORM 1100-CHECK-FILE-ANSWER
           END-IF
           IF NOT WS-ABORT-RUN
               OPEN OUTPUT PRINT-FILE
               IF WS-PRINT-STATUS NOT = "00"
                   DISPLAY "*** FILEREST: UNABLE TO OPEN PRINT FILE"
                       " RSTRPT - FILE STATUS " WS-PRINT-STATUS " ***"
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
                   STRING "RESTORING " DELIMITED BY SIZE
                       WS-WANT-NAME DELIMITED BY SPACE
                       " FROM GENERATION " WS-GEN-ID
                       " - OPERATOR " WS-OPER-ID
                       DELIMITED BY SIZE INTO PRINT-LINE
                   PERFORM 8900-PRINT-LINE
                   MOVE SPACES TO PRINT-LINE
                   PERFORM 8900-PRINT-LINE
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 1100-CHECK-FILE-ANSWER - ALL, OR ONE NAME FROM THE SET.
      * AUDCHAIN IS ONLY EVER TAKEN WITH THE AUDITLG IT SEALS.
      *--------------------------------------------------------------*
       1100-CHECK-FILE-ANSWER.
           MOVE 'N' TO WS-WANT-ALL-SW
           MOVE 'N' TO WS-WANT-KNOWN-SW
           MOVE WS-ANSWER(1:8) TO WS-WANT-NAME
           INSPECT WS-WANT-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-ANSWER(9:) NOT = SPACES
               MOVE SPACES TO WS-WANT-NAME
           END-IF
           IF WS-WANT-NAME = "ALL"
               SET WS-WANT-ALL TO TRUE
               MOVE 'Y' TO WS-WANT-KNOWN-SW
           ELSE
               PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                       UNTIL WS-SET-IDX > BKUP-SET-COUNT
                   IF BKUP-SET-NAME(WS-SET-IDX) = WS-WANT-NAME
                           AND WS-WANT-NAME NOT = SPACES
                       MOVE 'Y' TO WS-WANT-KNOWN-SW
                   END-IF
               END-PERFORM
           END-IF
           IF WS-WANT-KNOWN-SW NOT = 'Y'
               DISPLAY "*** FILEREST: " WS-ANSWER(1:20)
                   " IS NOT A FILE THE BACKUP COVERS - NOTHING"
                   " RESTORED ***"
               MOVE 8 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF
           IF WS-WANT-NAME = "AUDCHAIN"
               DISPLAY "*** FILEREST: AUDCHAIN IS RESTORED ONLY WITH"
                   " AUDITLG - ANSWER AUDITLG TO RESTORE BOTH FROM"
                   " THE SAME GENERATION - NOTHING RESTORED ***"
               MOVE 8 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF.

      *--------------------------------------------------------------*
      * 2000-LOAD-GENERATION - UNDER THE CATALOG LOCK, FIND THE
      * GENERATION'S LINES, PICK THE FILES TO RESTORE, COUNT EVERY
      * COPY TO BE USED, AND ASK FOR CONFIRMATION.  ANY FAULT HERE
      * ENDS THE RUN WITH NOTHING TOUCHED.
      *--------------------------------------------------------------*
       2000-LOAD-GENERATION.
           MOVE 'G' TO WS-LOCK-ACTION
           MOVE "BKUPCAT" TO WS-LOCK-RESOURCE
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
               WS-LOCK-GRANTED-SW
           MOVE WS-SAVE-RC TO RETURN-CODE
           IF WS-LOCK-GRANTED-SW NOT = 'Y'
               DISPLAY "*** FILEREST: BACKUP CATALOG BUSY - A BACKUP"
                   " IS RUNNING; TRY AGAIN ***"
               MOVE "*** BACKUP CATALOG BUSY - NOTHING RESTORED ***"
                   TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE 8 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
               GO TO 2000-LOAD-GENERATION-EXIT
           END-IF
           SET WS-CAT-LOCK-HELD TO TRUE
           OPEN INPUT CATALOG-FILE
           IF WS-CAT-STATUS NOT = "00" AND WS-CAT-STATUS NOT = "05"
               DISPLAY "*** FILEREST: UNABLE TO OPEN BACKUP CATALOG"
                   " BKUPCAT - FILE STATUS " WS-CAT-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
               GO TO 2000-LOAD-GENERATION-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-AT-EOF
               READ CATALOG-FILE
                   AT END
                       SET WS-AT-EOF TO TRUE
                   NOT AT END
                       IF BKUP-GEN-ID = WS-GEN-ID
                           PERFORM 2100-HOLD-GENERATION-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           IF WS-GEN-LINES = 0
               MOVE SPACES TO PRINT-LINE
               STRING "*** GENERATION " WS-GEN-ID " IS NOT IN THE"
                   " BACKUP CATALOG - NOTHING RESTORED ***"
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               DISPLAY "*** FILEREST: GENERATION " WS-GEN-ID
                   " IS NOT IN THE BACKUP CATALOG ***"
               MOVE 8 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
               GO TO 2000-LOAD-GENERATION-EXIT
           END-IF
           PERFORM 2200-PICK-ONE-FILE
               VARYING WS-SET-IDX FROM 1 BY 1
               UNTIL WS-SET-IDX > BKUP-SET-COUNT
           IF WS-REFUSED-COUNT > 0 OR WS-PICKED-COUNT = 0
               MOVE SPACES TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE "*** NOTHING RESTORED - SEE ABOVE ***"
                   TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               DISPLAY "*** FILEREST: GENERATION " WS-GEN-ID
                   " CANNOT BE USED AS ASKED - SEE RSTRPT ***"
               MOVE 8 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
               GO TO 2000-LOAD-GENERATION-EXIT
           END-IF
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-PICKED-COUNT TO WS-DISP-SMALL
           DISPLAY "FILEREST: " WS-DISP-SMALL " FILE(S) OF GENERATION "
               WS-GEN-ID " CHECKED AND READY"
           MOVE "REPLACE THE LIVE FILE(S) WITH THIS GENERATION? (Y/N)"
               TO WS-PROMPT
           PERFORM 8800-GET-ANSWER
           IF WS-ANSWER(1:1) NOT = 'Y' AND WS-ANSWER(1:1) NOT = 'y'
               MOVE "RESTORE DECLINED BY THE OPERATOR - NOTHING CHANGED"
                   TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               DISPLAY "FILEREST: RESTORE DECLINED - NOTHING CHANGED"
               MOVE 4 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF.
       2000-LOAD-GENERATION-EXIT.
           EXIT.

       2100-HOLD-GENERATION-LINE.
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                   UNTIL WS-SET-IDX > BKUP-SET-COUNT
               IF BKUP-SET-NAME(WS-SET-IDX) = BKUP-FILE-NAME
                   ADD 1 TO WS-GEN-LINES
                   MOVE BKUP-STATUS TO WS-RS-STATUS(WS-SET-IDX)
                   MOVE BKUP-GEN-FILE TO WS-RS-GEN-FILE(WS-SET-IDX)
                   IF BKUP-COUNT IS NUMERIC
                       MOVE BKUP-COUNT TO WS-RS-COUNT(WS-SET-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------*
      * 2200-PICK-ONE-FILE - DECIDE WHETHER THIS FILE OF THE SET IS
      * RESTORED, AND IF SO COUNT ITS COPY AGAINST THE CATALOG.
      * AUDCHAIN COMES WITH AUDITLG.
      *--------------------------------------------------------------*
       2200-PICK-ONE-FILE.
           MOVE SPACES TO WS-RESULT-TEXT
           IF WS-WANT-ALL
                   OR BKUP-SET-NAME(WS-SET-IDX) = WS-WANT-NAME
                   OR (BKUP-SET-NAME(WS-SET-IDX) = "AUDCHAIN"
                       AND WS-WANT-NAME = "AUDITLG"
                       AND WS-RS-STATUS(WS-SET-IDX) = 'C')
               EVALUATE WS-RS-STATUS(WS-SET-IDX)
                   WHEN 'C'
                       PERFORM 2300-COUNT-GEN-COPY
                   WHEN 'N'
                       IF WS-WANT-ALL
                           STRING "NOT PRESENT WHEN BACKED UP - LEFT"
                               " AS IS" DELIMITED BY SIZE
                               INTO WS-RESULT-TEXT
                       ELSE
                           ADD 1 TO WS-REFUSED-COUNT
                           MOVE "REFUSED - NOT PRESENT WHEN BACKED UP"
                               TO WS-RESULT-TEXT
                       END-IF
                   WHEN 'F'
                       ADD 1 TO WS-REFUSED-COUNT
                       MOVE "REFUSED - THIS FILE'S BACKUP FAILED"
                           TO WS-RESULT-TEXT
                   WHEN OTHER
                       ADD 1 TO WS-REFUSED-COUNT
                       MOVE "REFUSED - NOT IN THIS GENERATION"
                           TO WS-RESULT-TEXT
               END-EVALUATE
               IF WS-WANT-ALL AND WS-RS-STATUS(WS-SET-IDX) = 'F'
                   MOVE SPACES TO WS-RESULT-TEXT
                   STRING "REFUSED - GENERATION INCOMPLETE, RESTORE"
                       " FILES SINGLY" DELIMITED BY SIZE
                       INTO WS-RESULT-TEXT
               END-IF
               MOVE WS-RS-COUNT(WS-SET-IDX) TO WS-DISP-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING BKUP-SET-NAME(WS-SET-IDX) "  "
                   WS-RS-GEN-FILE(WS-SET-IDX) " " WS-DISP-COUNT
                   "            " WS-RESULT-TEXT
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF.

       2300-COUNT-GEN-COPY.
           MOVE WS-RS-GEN-FILE(WS-SET-IDX) TO WS-GEN-NAME
           MOVE 0 TO WS-CHECK-COUNT
           OPEN INPUT GEN-FILE
           IF WS-GEN-STATUS NOT = "00"
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - GENERATION COPY IS MISSING"
                   TO WS-RESULT-TEXT
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-AT-EOF
                   READ GEN-FILE
                       AT END
                           SET WS-AT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CHECK-COUNT
                   END-READ
               END-PERFORM
               CLOSE GEN-FILE
               IF WS-CHECK-COUNT NOT = WS-RS-COUNT(WS-SET-IDX)
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE WS-CHECK-COUNT TO WS-DISP-COUNT-2
                   STRING "REFUSED - COPY NOW HOLDS " WS-DISP-COUNT-2
                       DELIMITED BY SIZE INTO WS-RESULT-TEXT
               ELSE
                   MOVE 'Y' TO WS-RS-PICK-SW(WS-SET-IDX)
                   ADD 1 TO WS-PICKED-COUNT
                   MOVE "COPY COUNTED - MATCHES THE CATALOG"
                       TO WS-RESULT-TEXT
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 3000-RESTORE-ONE-FILE - REPLACE ONE PICKED FILE UNDER ITS
      * LOCK, THEN COUNT THE LIVE FILE AGAINST THE CATALOG.  AUDCHAIN
      * FOLLOWS AUDITLG IN THE SET AND IS TAKEN ONLY WHEN AUDITLG WAS
      * RESTORED AND CHECKED - A NEW SEAL HEAD OVER THE OLD LOG WOULD
      * NEVER VERIFY.
      *--------------------------------------------------------------*
       3000-RESTORE-ONE-FILE.
           IF WS-RS-PICK-SW(WS-SET-IDX) = 'Y'
               MOVE BKUP-SET-NAME(WS-SET-IDX) TO WS-LIVE-NAME
               MOVE WS-RS-GEN-FILE(WS-SET-IDX) TO WS-GEN-NAME
               MOVE 0 TO WS-COPY-COUNT
               MOVE 0 TO WS-WRITE-ERRORS
               MOVE SPACES TO WS-RESULT-TEXT
               MOVE 'R' TO WS-RS-DONE(WS-SET-IDX)
               IF BKUP-SET-NAME(WS-SET-IDX) = "AUDCHAIN"
                   IF WS-RS-DONE(WS-SET-IDX - 1) NOT = 'R'
                       MOVE 'F' TO WS-RS-DONE(WS-SET-IDX)
                       MOVE "NOT RESTORED - AUDITLG WAS NOT"
                           TO WS-RESULT-TEXT
                   END-IF
               END-IF
               IF WS-RS-DONE(WS-SET-IDX) = 'R'
                   PERFORM 3050-TAKE-FILE-LOCK
               END-IF
               IF WS-RS-DONE(WS-SET-IDX) = 'R'
                   EVALUATE BKUP-SET-NAME(WS-SET-IDX)
                       WHEN "ACCTMAST"
                           PERFORM 3110-RELOAD-ACCTMAST
                       WHEN "AUDITLG"
                           PERFORM 3120-RELOAD-AUDITLG
                       WHEN "STATTRND"
                           PERFORM 3130-RELOAD-STATTRND
                       WHEN OTHER
                           PERFORM 3100-RELOAD-TEXT-FILE
                   END-EVALUATE
               END-IF
               IF WS-RS-DONE(WS-SET-IDX) = 'R'
                   PERFORM 3200-COUNT-LIVE-FILE
               END-IF
               IF WS-RS-DONE(WS-SET-IDX) = 'R'
                       AND BKUP-SET-NAME(WS-SET-IDX) = "RUNTKTCT"
                   PERFORM 3300-KEEP-TICKETS-FORWARD
               END-IF
               PERFORM 3060-DROP-FILE-LOCK
               EVALUATE WS-RS-DONE(WS-SET-IDX)
                   WHEN 'R'
                       ADD 1 TO WS-RESTORED-COUNT
                       ADD WS-COPY-COUNT TO WS-RECORDS-RESTORED
                       IF WS-RESULT-TEXT = SPACES
                           MOVE "RESTORED AND CHECKED"
                               TO WS-RESULT-TEXT
                       END-IF
                   WHEN 'M'
                       ADD 1 TO WS-PROBLEM-COUNT
                       IF RETURN-CODE < 12
                           MOVE 12 TO RETURN-CODE
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-PROBLEM-COUNT
                       MOVE 16 TO RETURN-CODE
               END-EVALUATE
               MOVE WS-RS-COUNT(WS-SET-IDX) TO WS-DISP-COUNT
               MOVE WS-RS-LIVE-COUNT(WS-SET-IDX) TO WS-DISP-COUNT-2
               MOVE SPACES TO PRINT-LINE
               STRING BKUP-SET-NAME(WS-SET-IDX) "  "
                   WS-RS-GEN-FILE(WS-SET-IDX) " " WS-DISP-COUNT " "
                   WS-DISP-COUNT-2 "  " WS-RESULT-TEXT
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF.

      *--------------------------------------------------------------*
      * 3050-TAKE-FILE-LOCK - THE SAME LOCKS FILEBKUP TAKES.
      *--------------------------------------------------------------*
       3050-TAKE-FILE-LOCK.
           MOVE 'N' TO WS-FILE-LOCK-SW
           IF BKUP-SET-NAME(WS-SET-IDX) = "AUDCHAIN"
                   AND WS-AUDIT-LOCK-HELD
               CONTINUE
           ELSE
               MOVE 'G' TO WS-LOCK-ACTION
               IF BKUP-SET-NAME(WS-SET-IDX) = "AUDCHAIN"
                   MOVE "AUDITLG" TO WS-LOCK-RESOURCE
               ELSE
                   MOVE BKUP-SET-NAME(WS-SET-IDX) TO WS-LOCK-RESOURCE
               END-IF
               MOVE RETURN-CODE TO WS-SAVE-RC
               CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
                   WS-LOCK-GRANTED-SW
               MOVE WS-SAVE-RC TO RETURN-CODE
               IF WS-LOCK-GRANTED-SW = 'Y'
                   IF WS-LOCK-RESOURCE = "AUDITLG"
                       SET WS-AUDIT-LOCK-HELD TO TRUE
                   ELSE
                       SET WS-FILE-LOCK-HELD TO TRUE
                   END-IF
               ELSE
                   MOVE 'F' TO WS-RS-DONE(WS-SET-IDX)
                   MOVE "FAILED - FILE BUSY, NOT RESTORED"
                       TO WS-RESULT-TEXT
               END-IF
           END-IF.

       3060-DROP-FILE-LOCK.
           IF WS-FILE-LOCK-HELD
               MOVE 'R' TO WS-LOCK-ACTION
               MOVE BKUP-SET-NAME(WS-SET-IDX) TO WS-LOCK-RESOURCE
               MOVE RETURN-CODE TO WS-SAVE-RC
               CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
                   WS-LOCK-GRANTED-SW
               MOVE WS-SAVE-RC TO RETURN-CODE
               MOVE 'N' TO WS-FILE-LOCK-SW
           END-IF
           IF WS-AUDIT-LOCK-HELD
               IF BKUP-SET-NAME(WS-SET-IDX) NOT = "AUDITLG"
                   PERFORM 3070-DROP-AUDIT-LOCK
               ELSE
                   IF WS-SET-IDX < BKUP-SET-COUNT
                       IF WS-RS-PICK-SW(WS-SET-IDX + 1) NOT = 'Y'
                           PERFORM 3070-DROP-AUDIT-LOCK
                       END-IF
                   ELSE
                       PERFORM 3070-DROP-AUDIT-LOCK
                   END-IF
               END-IF
           END-IF.

       3070-DROP-AUDIT-LOCK.
           MOVE 'R' TO WS-LOCK-ACTION
           MOVE "AUDITLG" TO WS-LOCK-RESOURCE
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
               WS-LOCK-GRANTED-SW
           MOVE WS-SAVE-RC TO RETURN-CODE
           MOVE 'N' TO WS-AUDIT-LOCK-SW.

      *--------------------------------------------------------------*
      * 3100-RELOAD-TEXT-FILE - A LINE SEQUENTIAL FILE, LINE FOR LINE.
      *--------------------------------------------------------------*
       3100-RELOAD-TEXT-FILE.
           PERFORM 3150-OPEN-GEN-COPY
           IF WS-RS-DONE(WS-SET-IDX) = 'R'
               OPEN OUTPUT LIVE-TEXT-FILE
               IF WS-LIVE-STATUS NOT = "00"
                   MOVE 'F' TO WS-RS-DONE(WS-SET-IDX)
                   STRING "FAILED - LIVE OPEN STATUS " WS-LIVE-STATUS
                       DELIMITED BY SIZE INTO WS-RESULT-TEXT
               ELSE
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-AT-EOF
                       READ GEN-FILE
                           AT END
                               SET WS-AT-EOF TO TRUE
                           NOT AT END
                               MOVE GEN-LINE TO LIVE-TEXT-LINE
                               WRITE LIVE-TEXT-LINE
                               PERFORM 3160-TALLY-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE LIVE-TEXT-FILE
               END-IF
               CLOSE GEN-FILE
           END-IF.

      *--------------------------------------------------------------*
      * 3110/3120/3130 - THE INDEXED FILES, REBUILT FROM EMPTY AND
      * LOADED IN THE KEY ORDER THE COPY WAS TAKEN IN.
      *--------------------------------------------------------------*
       3110-RELOAD-ACCTMAST.
           PERFORM 3150-OPEN-GEN-COPY
           IF WS-RS-DONE(WS-SET-IDX) = 'R'
               OPEN OUTPUT ACCT-MASTER
               IF WS-LIVE-STATUS NOT = "00"
                   MOVE 'F' TO WS-RS-DONE(WS-SET-IDX)
                   STRING "FAILED - LIVE OPEN STATUS " WS-LIVE-STATUS
                       DELIMITED BY SIZE INTO WS-RESULT-TEXT
               ELSE
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-AT-EOF
                       READ GEN-FILE
                           AT END
                               SET WS-AT-EOF TO TRUE
                           NOT AT END
                               MOVE GEN-LINE TO ACCT-REC
                               WRITE ACCT-REC
                               PERFORM 3160-TALLY-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE ACCT-MASTER
               END-IF
               CLOSE GEN-FILE
           END-IF.

       3120-RELOAD-AUDITLG.
           PERFORM 3150-OPEN-GEN-COPY
           IF WS-RS-DONE(WS-SET-IDX) = 'R'
               OPEN OUTPUT AUDIT-FILE
               IF WS-LIVE-STATUS NOT = "00"
                   MOVE 'F' TO WS-RS-DONE(WS-SET-IDX)
                   STRING "FAILED - LIVE OPEN STATUS " WS-LIVE-STATUS
                       DELIMITED BY SIZE INTO WS-RESULT-TEXT
               ELSE
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-AT-EOF
                       READ GEN-FILE
                           AT END
                               SET WS-AT-EOF TO TRUE
                           NOT AT END
                               MOVE GEN-LINE TO AUDIT-REC
                               WRITE AUDIT-REC
                               PERFORM 3160-TALLY-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-FILE
               END-IF
               CLOSE GEN-FILE
           END-IF.

       3130-RELOAD-STATTRND.
           PERFORM 3150-OPEN-GEN-COPY
           IF WS-RS-DONE(WS-SET-IDX) = 'R'
               OPEN OUTPUT TREND-FILE
               IF WS-LIVE-STATUS NOT = "00"
                   MOVE 'F' TO WS-RS-DONE(WS-SET-IDX)
                   STRING "FAILED - LIVE OPEN STATUS " WS-LIVE-STATUS
                       DELIMITED BY SIZE INTO WS-RESULT-TEXT
               ELSE
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-AT-EOF
                       READ GEN-FILE
                           AT END
                               SET WS-AT-EOF TO TRUE
                           NOT AT END
                               MOVE GEN-LINE TO TREND-FREC
                               WRITE TREND-FREC
                               PERFORM 3160-TALLY-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE TREND-FILE
               END-IF
               CLOSE GEN-FILE
           END-IF.

       3150-OPEN-GEN-COPY.
           OPEN INPUT GEN-FILE
           IF WS-GEN-STATUS NOT = "00"
               MOVE 'F' TO WS-RS-DONE(WS-SET-IDX)
               STRING "FAILED - COPY OPEN STATUS " WS-GEN-STATUS
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
           END-IF.

      *--------------------------------------------------------------*
      * 3160-TALLY-WRITE - A RECORD THAT WILL NOT GO BACK (A
      * DUPLICATE OR OUT-OF-ORDER KEY IN AN EDITED COPY) IS COUNTED,
      * AND THE COUNT CHECK THAT FOLLOWS REPORTS THE SHORTFALL.
      *--------------------------------------------------------------*
       3160-TALLY-WRITE.
           IF WS-LIVE-STATUS = "00"
               ADD 1 TO WS-COPY-COUNT
           ELSE
               ADD 1 TO WS-WRITE-ERRORS
           END-IF.

      *--------------------------------------------------------------*
      * 3200-COUNT-LIVE-FILE - THE RESTORED FILE, READ BACK, MUST
      * HOLD THE CATALOGUED COUNT.
      *--------------------------------------------------------------*
       3200-COUNT-LIVE-FILE.
           MOVE 0 TO WS-CHECK-COUNT
           EVALUATE BKUP-SET-NAME(WS-SET-IDX)
               WHEN "ACCTMAST"
                   OPEN INPUT ACCT-MASTER
                   IF WS-LIVE-STATUS = "00"
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM UNTIL WS-AT-EOF
                           READ ACCT-MASTER NEXT
                               AT END
                                   SET WS-AT-EOF TO TRUE
                               NOT AT END
                                   ADD 1 TO WS-CHECK-COUNT
                           END-READ
                       END-PERFORM
                       CLOSE ACCT-MASTER
                   END-IF
               WHEN "AUDITLG"
                   OPEN INPUT AUDIT-FILE
                   IF WS-LIVE-STATUS = "00"
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM UNTIL WS-AT-EOF
                           READ AUDIT-FILE NEXT
                               AT END
                                   SET WS-AT-EOF TO TRUE
                               NOT AT END
                                   ADD 1 TO WS-CHECK-COUNT
                           END-READ
                       END-PERFORM
                       CLOSE AUDIT-FILE
                   END-IF
               WHEN "STATTRND"
                   OPEN INPUT TREND-FILE
                   IF WS-LIVE-STATUS = "00"
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM UNTIL WS-AT-EOF
                           READ TREND-FILE NEXT
                               AT END
                                   SET WS-AT-EOF TO TRUE
                               NOT AT END
                                   ADD 1 TO WS-CHECK-COUNT
                           END-READ
                       END-PERFORM
                       CLOSE TREND-FILE
                   END-IF
               WHEN OTHER
                   OPEN INPUT LIVE-TEXT-FILE
                   IF WS-LIVE-STATUS = "00"
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM UNTIL WS-AT-EOF
                           READ LIVE-TEXT-FILE
                               AT END
                                   SET WS-AT-EOF TO TRUE
                               NOT AT END
                                   ADD 1 TO WS-CHECK-COUNT
                           END-READ
                       END-PERFORM
                       CLOSE LIVE-TEXT-FILE
                   END-IF
           END-EVALUATE
           MOVE WS-CHECK-COUNT TO WS-RS-LIVE-COUNT(WS-SET-IDX)
           IF WS-CHECK-COUNT NOT = WS-RS-COUNT(WS-SET-IDX)
               MOVE 'M' TO WS-RS-DONE(WS-SET-IDX)
               MOVE WS-WRITE-ERRORS TO WS-DISP-COUNT-2
               STRING "*** COUNT MISMATCH -" WS-DISP-COUNT-2
                   " RECORD(S) REFUSED ***"
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
           END-IF.

      *--------------------------------------------------------------*
      * 3300-KEEP-TICKETS-FORWARD - A RESTORED COUNTER BEHIND THIS
      * RUN'S OWN TICKET WOULD HAND OUT TICKETS ALREADY USED.
      *--------------------------------------------------------------*
       3300-KEEP-TICKETS-FORWARD.
           MOVE 0 TO WS-COUNTER-VALUE
           OPEN INPUT LIVE-TEXT-FILE
           IF WS-LIVE-STATUS = "00"
               READ LIVE-TEXT-FILE
                   NOT AT END
                       IF LIVE-TEXT-LINE(1:9) IS NUMERIC
                           MOVE LIVE-TEXT-LINE(1:9) TO WS-COUNTER-VALUE
                       END-IF
               END-READ
               CLOSE LIVE-TEXT-FILE
           END-IF
           IF WS-COUNTER-VALUE < WS-RUN-TICKET
               OPEN OUTPUT LIVE-TEXT-FILE
               IF WS-LIVE-STATUS = "00"
                   MOVE SPACES TO LIVE-TEXT-LINE
                   MOVE WS-RUN-TICKET TO LIVE-TEXT-LINE(1:9)
                   WRITE LIVE-TEXT-LINE
                   CLOSE LIVE-TEXT-FILE
                   MOVE WS-RUN-TICKET TO WS-DISP-TICKET
                   STRING "RESTORED - COUNTER KEPT AT " WS-DISP-TICKET
                       DELIMITED BY SIZE INTO WS-RESULT-TEXT
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 4000-PRINT-TOTALS - THE COUNTS, THEN AN AUDITLG NOTE FOR
      * EVERY FILE THE RUN REPLACED.
      *--------------------------------------------------------------*
       4000-PRINT-TOTALS.
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-RESTORED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "     FILES RESTORED AND CHECKED  " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-PROBLEM-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "     FILES WITH PROBLEMS         " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-RECORDS-RESTORED TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "     RECORDS RESTORED            " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-RESTORED-COUNT TO WS-DISP-SMALL
           DISPLAY "FILEREST: " WS-DISP-SMALL " FILE(S) RESTORED FROM"
               " GENERATION " WS-GEN-ID
           IF WS-PROBLEM-COUNT > 0
               DISPLAY "*** FILEREST: A RESTORED FILE DID NOT CHECK"
                   " OUT - SEE RSTRPT ***"
           END-IF
           PERFORM 4100-NOTE-ONE-FILE
               VARYING WS-SET-IDX FROM 1 BY 1
               UNTIL WS-SET-IDX > BKUP-SET-COUNT.

       4100-NOTE-ONE-FILE.
           IF WS-RS-DONE(WS-SET-IDX) NOT = SPACES
               MOVE SPACES TO WS-NOTE-TEXT
               IF WS-RS-DONE(WS-SET-IDX) = 'R'
                   STRING "RESTORED " DELIMITED BY SIZE
                       BKUP-SET-NAME(WS-SET-IDX) DELIMITED BY SPACE
                       " FROM GEN " WS-GEN-ID " BY " WS-OPER-ID
                       DELIMITED BY SIZE INTO WS-NOTE-TEXT
               ELSE
                   STRING "RESTORE FAILED " DELIMITED BY SIZE
                       BKUP-SET-NAME(WS-SET-IDX) DELIMITED BY SPACE
                       " FROM GEN " WS-GEN-ID " BY " WS-OPER-ID
                       DELIMITED BY SIZE INTO WS-NOTE-TEXT
               END-IF
               MOVE RETURN-CODE TO WS-SAVE-RC
               CALL "AUDITNOTE" USING WS-AUDIT-PROGRAM WS-NOTE-TEXT
                   WS-RUN-TICKET
               MOVE WS-SAVE-RC TO RETURN-CODE
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
           IF WS-AUDIT-LOCK-HELD
               PERFORM 3070-DROP-AUDIT-LOCK
           END-IF
           IF WS-CAT-LOCK-HELD
               MOVE 'R' TO WS-LOCK-ACTION
               MOVE "BKUPCAT" TO WS-LOCK-RESOURCE
               MOVE RETURN-CODE TO WS-SAVE-RC
               CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
                   WS-LOCK-GRANTED-SW
               MOVE WS-SAVE-RC TO RETURN-CODE
               MOVE 'N' TO WS-CAT-LOCK-SW
           END-IF
           IF WS-PRINT-STATUS = "00"
               CLOSE PRINT-FILE
               MOVE RETURN-CODE TO WS-SAVE-RC
               CALL "RPTARCHV" USING WS-ARCHIVE-REPORT
               MOVE WS-SAVE-RC TO RETURN-CODE
           END-IF
           IF WS-ABORT-RUN
               DISPLAY "*** FILEREST: NO FILES RESTORED - SEE"
                   " DIAGNOSTICS ABOVE ***"
           END-IF
           MOVE WS-PICKED-COUNT TO WS-AUDIT-RECORDS-IN
           MOVE WS-RESTORED-COUNT TO WS-AUDIT-RECORDS-OUT
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-RECORDS-IN
               WS-AUDIT-RECORDS-OUT WS-RUN-TICKET
           MOVE WS-SAVE-RC TO RETURN-CODE
           GOBACK.
