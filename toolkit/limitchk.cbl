      *****************************************************************
      * PROGRAM:  LIMITCHK
      *
      * PURPOSE:  DAILY CREDIT-LIMIT EXCEPTION LISTING.  READS THE
      *           ACCTMAST ACCOUNT MASTER END TO END AND LISTS ON
      *           LIMRPT EVERY ACCOUNT WHOSE BALANCE SITS WITHIN THE
      *           SHOP'S WARNING MARGIN OF ITS CREDIT LIMIT - THE
      *           HEADROOM (BALANCE PLUS LIMIT) IS LESS THAN THE
      *           MARGIN - SO THE BRANCHES CAN ACT BEFORE A POSTING
      *           ACTUALLY FAILS IN ACCTPOST.  AN ACCOUNT ALREADY
      *           PAST ITS LIMIT (NEGATIVE HEADROOM, E.G. AFTER A
      *           MONTH-END FEE) IS MARKED OVER LIMIT.  THE LISTING
      *           BREAKS BY BRANCH (THE LEADING TWO DIGITS OF THE ID).
      *
      *           THE MARGIN IS TOOLPARM'S PARM-LIMIT-MARGIN, IN
      *           WHOLE UNITS; ZERO OR BLANK MEANS 100.  NO PROMPTS,
      *           SO IT RUNS AS A DRVSTEPS STEP AFTER ACCTPOST.
      *           RETURN-CODE 4 WHEN ANY ACCOUNT IS OVER ITS LIMIT.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15  RA   INITIAL VERSION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIMITCHK.
       AUTHOR. R-ALLYN.
       INSTALLATION. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PRINT-FILE ASSIGN TO "LIMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "TOOLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MASTER.
           COPY ACCTREC.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(132).

       FD  PARM-FILE.
           COPY TOOLPARM.

       WORKING-STORAGE SECTION.
       77  WS-MASTER-STATUS        PIC X(02).
       77  WS-PRINT-STATUS         PIC X(02).
       77  WS-PARM-STATUS          PIC X(02).
       77  WS-ABORT-SW             PIC X(01) VALUE 'N'.
           88  WS-ABORT-RUN         VALUE 'Y'.
       77  WS-SAVE-RC              PIC S9(09) COMP.
       77  FEOF                    PIC X(01).

      *--------------------------------------------------------------*
      * MARGIN AND HEADROOM WORK FIELDS
      *--------------------------------------------------------------*
       77  WS-MARGIN               PIC 9(07) VALUE 100.
       77  WS-HEADROOM             PIC S9(14)V9(4).
       77  WS-PREV-BRANCH          PIC 9(02).
       77  WS-BRANCH-SHOWN-SW      PIC X(01).
           88  WS-BRANCH-SHOWN      VALUE 'Y'.

      *--------------------------------------------------------------*
      * COUNTERS AND DISPLAY FIELDS
      *--------------------------------------------------------------*
       77  WS-READ-COUNT           PIC 9(07) COMP VALUE 0.
       77  WS-NEAR-COUNT           PIC 9(07) COMP VALUE 0.
       77  WS-OVER-COUNT           PIC 9(07) COMP VALUE 0.
       77  WS-DISP-ID              PIC 9(05).
       77  WS-DISP-BALANCE         PIC -(14)9.9999.
       77  WS-DISP-LIMIT           PIC -(14)9.9999.
       77  WS-DISP-HEADROOM        PIC -(14)9.9999.
       77  WS-DISP-MARGIN          PIC Z(06)9.
       77  WS-DISP-COUNT           PIC Z(06)9.
       77  WS-FLAG-TEXT            PIC X(12).

      *--------------------------------------------------------------*
      * REPORT WORK FIELDS
      *--------------------------------------------------------------*
       01  WS-RPT-PROGRAM          PIC X(20) VALUE "LIMITCHK".
       01  WS-RPT-TITLE            PIC X(40)
           VALUE "CREDIT LIMIT EXCEPTIONS".
       77  WS-RPT-PAGE-NO          PIC 9(04) VALUE 1.
       77  WS-RPT-LINES-ON-PAGE    PIC 9(04) COMP VALUE 0.
       77  WS-RPT-MAX-LINES        PIC 9(04) COMP VALUE 60.
       77  WS-RPT-WIDTH            PIC 9(03) VALUE 132.
       01  WS-HEADING-1            PIC X(132).

       77  WS-AUDIT-PROGRAM       PIC X(20) VALUE "LIMITCHK".
       77  WS-AUDIT-RECORDS-IN    PIC 9(07).
       77  WS-AUDIT-RECORDS-OUT   PIC 9(07).
       77  WS-RUN-TICKET          PIC 9(09).
       77  WS-ARCHIVE-REPORT      PIC X(30) VALUE "LIMRPT".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL "RUNTICKET" USING WS-RUN-TICKET
           CALL "AUDITBEG" USING WS-AUDIT-PROGRAM WS-RUN-TICKET
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               PERFORM 2000-CHECK-ACCOUNTS
               PERFORM 4000-PRINT-TOTALS
           END-IF
           PERFORM 9999-FINISH-EXIT.

       1000-INITIALIZE.
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-NEAR-COUNT
           MOVE 0 TO WS-OVER-COUNT
           MOVE 1 TO WS-RPT-PAGE-NO
           MOVE 0 TO WS-RPT-LINES-ON-PAGE
           MOVE 'N' TO WS-ABORT-SW
           MOVE 132 TO WS-RPT-WIDTH
           MOVE 100 TO WS-MARGIN
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   NOT AT END
                       IF PARM-PRINT-WIDTH IS NUMERIC
                               AND PARM-PRINT-WIDTH >= 40
                               AND PARM-PRINT-WIDTH <= 132
                           MOVE PARM-PRINT-WIDTH TO WS-RPT-WIDTH
                       END-IF
                       IF PARM-LIMIT-MARGIN IS NUMERIC
                               AND PARM-LIMIT-MARGIN > 0
                           MOVE PARM-LIMIT-MARGIN TO WS-MARGIN
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           OPEN INPUT ACCT-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "*** LIMITCHK: UNABLE TO OPEN ACCOUNT MASTER"
                   " ACCTMAST - FILE STATUS " WS-MASTER-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "*** LIMITCHK: UNABLE TO OPEN PRINT FILE"
                   " LIMRPT - FILE STATUS " WS-PRINT-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF
           IF NOT WS-ABORT-RUN
               CALL "RPTHEADER" USING WS-RPT-PROGRAM WS-RPT-TITLE
                   WS-RPT-PAGE-NO WS-HEADING-1 WS-RPT-WIDTH
               MOVE WS-HEADING-1 TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE 2 TO WS-RPT-LINES-ON-PAGE
               MOVE WS-MARGIN TO WS-DISP-MARGIN
               MOVE SPACES TO PRINT-LINE
               STRING "ACCOUNTS WITHIN " WS-DISP-MARGIN
                   " OF THEIR CREDIT LIMIT" INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               PERFORM 8960-COLUMN-HEADS
           END-IF.

       2000-CHECK-ACCOUNTS.
           MOVE 'N' TO WS-BRANCH-SHOWN-SW
           MOVE 0 TO WS-PREV-BRANCH
           MOVE 'N' TO FEOF
           PERFORM UNTIL FEOF = 'Y'
               READ ACCT-MASTER NEXT
                   AT END
                       MOVE 'Y' TO FEOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 2100-CHECK-ONE-ACCOUNT
               END-READ
           END-PERFORM.

      *--------------------------------------------------------------*
      * 2100-CHECK-ONE-ACCOUNT - HEADROOM IS WHAT A DEBIT COULD STILL
      * TAKE BEFORE ACCTPOST REFUSES IT.  A BRANCH LINE GOES OUT
      * AHEAD OF THE FIRST EXCEPTION IN EACH BRANCH.
      *--------------------------------------------------------------*
       2100-CHECK-ONE-ACCOUNT.
           COMPUTE WS-HEADROOM = ACCT-BALANCE + ACCT-CREDIT-LIMIT
           IF WS-HEADROOM < WS-MARGIN
               IF NOT WS-BRANCH-SHOWN
                       OR ACCT-BRANCH NOT = WS-PREV-BRANCH
                   MOVE SPACES TO PRINT-LINE
                   PERFORM 8900-PRINT-LINE
                   MOVE SPACES TO PRINT-LINE
                   STRING "BRANCH " ACCT-BRANCH INTO PRINT-LINE
                   PERFORM 8900-PRINT-LINE
                   MOVE ACCT-BRANCH TO WS-PREV-BRANCH
                   SET WS-BRANCH-SHOWN TO TRUE
               END-IF
               IF WS-HEADROOM < 0
                   ADD 1 TO WS-OVER-COUNT
                   MOVE "OVER LIMIT" TO WS-FLAG-TEXT
               ELSE
                   ADD 1 TO WS-NEAR-COUNT
                   MOVE "NEAR LIMIT" TO WS-FLAG-TEXT
               END-IF
               MOVE ACCT-ID TO WS-DISP-ID
               MOVE ACCT-BALANCE TO WS-DISP-BALANCE
               MOVE ACCT-CREDIT-LIMIT TO WS-DISP-LIMIT
               MOVE WS-HEADROOM TO WS-DISP-HEADROOM
               MOVE SPACES TO PRINT-LINE
               STRING "  " WS-DISP-ID " " WS-DISP-BALANCE " "
                   WS-DISP-LIMIT " " WS-DISP-HEADROOM "  "
                   WS-FLAG-TEXT " LAST POSTED " ACCT-LAST-POSTED
                   INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF.

       4000-PRINT-TOTALS.
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-READ-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "ACCOUNTS READ  . . . : " WS-DISP-COUNT
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-NEAR-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "NEAR THEIR LIMIT . . : " WS-DISP-COUNT
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-OVER-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "OVER THEIR LIMIT . . : " WS-DISP-COUNT
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           IF WS-OVER-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

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
           MOVE 2 TO WS-RPT-LINES-ON-PAGE
           PERFORM 8960-COLUMN-HEADS.

       8960-COLUMN-HEADS.
           MOVE SPACES TO PRINT-LINE
           STRING "     ID            BALANCE"
               "         CREDIT LIMIT            HEADROOM"
               INTO PRINT-LINE
           IF WS-RPT-WIDTH < 132
               MOVE SPACES TO PRINT-LINE(WS-RPT-WIDTH + 1:)
           END-IF
           WRITE PRINT-LINE
           ADD 1 TO WS-RPT-LINES-ON-PAGE.

       9999-FINISH-EXIT.
           IF WS-MASTER-STATUS = "00" OR WS-MASTER-STATUS = "10"
               CLOSE ACCT-MASTER
           END-IF
           IF WS-PRINT-STATUS = "00"
               CLOSE PRINT-FILE
               IF NOT WS-ABORT-RUN
                   MOVE RETURN-CODE TO WS-SAVE-RC
                   CALL "RPTARCHV" USING WS-ARCHIVE-REPORT
                   MOVE WS-SAVE-RC TO RETURN-CODE
               END-IF
           END-IF
           IF WS-ABORT-RUN
               DISPLAY "*** LIMITCHK RUN ABORTED - SEE DIAGNOSTICS"
                   " ABOVE ***"
           ELSE
               DISPLAY "CREDIT LIMIT EXCEPTIONS WRITTEN TO LIMRPT"
           END-IF
           MOVE WS-READ-COUNT TO WS-AUDIT-RECORDS-IN
           COMPUTE WS-AUDIT-RECORDS-OUT = WS-NEAR-COUNT + WS-OVER-COUNT
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-RECORDS-IN
               WS-AUDIT-RECORDS-OUT WS-RUN-TICKET
           MOVE WS-SAVE-RC TO RETURN-CODE
           GOBACK.
