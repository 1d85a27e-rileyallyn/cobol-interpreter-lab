      *****************************************************************
      * PROGRAM:  ACCTCONV
      *
      * PURPOSE:  ONE-TIME CONVERSION OF THE ACCTMAST ACCOUNT MASTER
      *           FROM ITS OLD 29-BYTE RECORD (ID, BALANCE, LAST
      *           POSTED) TO THE CURRENT ACCTREC LAYOUT, WHICH ADDS
      *           THE ACCOUNT'S CREDIT LIMIT.  RUN ONCE, BEFORE THE
      *           NEXT POSTING, ON A SHOP WHOSE MASTER PREDATES
      *           CREDIT LIMITS - ACCTPOST REFUSES THE OLD LAYOUT AND
      *           POINTS HERE.
      *
      *           THE OLD MASTER IS FIRST COPIED ASIDE, RECORD FOR
      *           RECORD, TO THE LINE SEQUENTIAL ACCTMAST.OLD, THEN
      *           ACCTMAST IS REBUILT FROM THAT COPY WITH EVERY
      *           ACCOUNT'S CREDIT LIMIT AT ZERO (NO OVERDRAFT) UNTIL
      *           THE BRANCH SAYS OTHERWISE.  A MASTER THAT WILL NOT
      *           OPEN ON THE OLD LAYOUT IS LEFT ALONE - IT IS EITHER
      *           ALREADY CONVERTED OR NOT THERE.  THE .OLD COPY IS
      *           KEPT AS THE FALLBACK.
      *
      *           THE BEFORE AND AFTER IMAGES ALREADY ON THE ACCTJRNL
      *           JOURNAL WERE TAKEN ON THE OLD LAYOUT TOO; THEIR
      *           CREDIT-LIMIT POSITIONS ARE ZERO-FILLED SO ACCTBACK
      *           CAN STILL BACK OUT A RUN POSTED BEFORE THE
      *           CONVERSION.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15  RA   INITIAL VERSION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCONV.
       AUTHOR. R-ALLYN.
       INSTALLATION. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-ACCT-ID
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-NEW-STATUS.
           SELECT SAVE-FILE ASSIGN TO "ACCTMAST.OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAVE-STATUS.
           SELECT JRNL-FILE ASSIGN TO "ACCTJRNL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *--------------------------------------------------------------*
      * THE MASTER AS IT WAS BEFORE CREDIT LIMITS.
      *--------------------------------------------------------------*
       FD  OLD-MASTER.
       01  OLD-ACCT-REC.
           02  OLD-ACCT-ID            PIC 9(05).
           COPY NUMREC REPLACING ==:LEVEL:== BY ==02==
               ==:NAME:== BY ==OLD-ACCT-BALANCE==.
           02  OLD-ACCT-LAST-POSTED   PIC 9(06).

       FD  NEW-MASTER.
           COPY ACCTREC.

       FD  SAVE-FILE.
       01  SAVE-LINE               PIC X(29).

       FD  JRNL-FILE.
           COPY ACCTJREC.

       WORKING-STORAGE SECTION.
       77  WS-OLD-STATUS           PIC X(02).
       77  WS-NEW-STATUS           PIC X(02).
       77  WS-SAVE-STATUS          PIC X(02).
       77  WS-JRNL-STATUS          PIC X(02).
       77  FEOF                    PIC X(01).
       77  WS-SAVE-RC              PIC S9(09) COMP.
       77  WS-CONVERT-SW           PIC X(01).
           88  WS-CONVERT-MASTER    VALUE 'Y'.

      *--------------------------------------------------------------*
      * COUNTERS.  THE OLD IMAGE ENDS AT BYTE 29; THE CREDIT LIMIT
      * SITS IN BYTES 30-47 OF THE NEW ONE.
      *--------------------------------------------------------------*
       77  WS-READ-COUNT           PIC 9(07) COMP VALUE 0.
       77  WS-WRITTEN-COUNT        PIC 9(07) COMP VALUE 0.
       77  WS-JRNL-FIXED-COUNT     PIC 9(07) COMP VALUE 0.
       77  WS-JRNL-FIX-SW          PIC X(01).
       77  WS-DISP-COUNT           PIC Z(06)9.

       77  WS-AUDIT-PROGRAM       PIC X(20) VALUE "ACCTCONV".
       77  WS-AUDIT-RECORDS-IN    PIC 9(07).
       77  WS-AUDIT-RECORDS-OUT   PIC 9(07).
       77  WS-RUN-TICKET          PIC 9(09).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL "RUNTICKET" USING WS-RUN-TICKET
           CALL "AUDITBEG" USING WS-AUDIT-PROGRAM WS-RUN-TICKET
           PERFORM 2000-CONVERT-MASTER
               THRU 2000-CONVERT-MASTER-EXIT
           PERFORM 3000-CONVERT-JOURNAL
               THRU 3000-CONVERT-JOURNAL-EXIT
           PERFORM 9999-FINISH-EXIT.

      *--------------------------------------------------------------*
      * 2000-CONVERT-MASTER - COPY THE OLD MASTER ASIDE, THEN
      * REBUILD IT ON THE NEW LAYOUT FROM THE COPY.
      *--------------------------------------------------------------*
       2000-CONVERT-MASTER.
           PERFORM 2100-CHECK-OLD-LAYOUT
           IF NOT WS-CONVERT-MASTER
               GO TO 2000-CONVERT-MASTER-EXIT
           END-IF
           PERFORM 2200-COPY-ASIDE
           IF RETURN-CODE > 0
               GO TO 2000-CONVERT-MASTER-EXIT
           END-IF
           PERFORM 2300-REBUILD-MASTER
           MOVE WS-READ-COUNT TO WS-DISP-COUNT
           DISPLAY "ACCTCONV: ACCTMAST - " WS-DISP-COUNT
               " ACCOUNT(S) READ"
           MOVE WS-WRITTEN-COUNT TO WS-DISP-COUNT
           DISPLAY "          " WS-DISP-COUNT " ACCOUNT(S) WRITTEN ON"
               " THE NEW LAYOUT; OLD COPY KEPT AS ACCTMAST.OLD".
       2000-CONVERT-MASTER-EXIT.
           EXIT.

      *--------------------------------------------------------------*
      * 2100-CHECK-OLD-LAYOUT - THE MASTER MUST OPEN ON THE OLD
      * RECORD LENGTH.  A CONVERTED MASTER FAILS THAT OPEN (STATUS
      * 39, RECORD LENGTH CONFLICT), WHICH IS EXACTLY THE GUARD
      * AGAINST CONVERTING TWICE.
      *--------------------------------------------------------------*
       2100-CHECK-OLD-LAYOUT.
           MOVE 'N' TO WS-CONVERT-SW
           OPEN INPUT OLD-MASTER
           EVALUATE WS-OLD-STATUS
               WHEN "00"
                   MOVE 'Y' TO WS-CONVERT-SW
                   CLOSE OLD-MASTER
               WHEN "35"
                   DISPLAY "ACCTCONV: ACCTMAST NOT PRESENT - NOTHING"
                       " TO CONVERT"
               WHEN "39"
                   DISPLAY "ACCTCONV: ACCTMAST IS NOT ON THE OLD"
                       " LAYOUT - ALREADY CONVERTED? LEFT ALONE"
               WHEN OTHER
                   DISPLAY "*** ACCTCONV: UNABLE TO OPEN ACCTMAST -"
                       " FILE STATUS " WS-OLD-STATUS " ***"
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

      *--------------------------------------------------------------*
      * 2200-COPY-ASIDE - RECORD-FOR-RECORD COPY OF THE OLD MASTER
      * TO ACCTMAST.OLD.  NOTHING IS REBUILT UNLESS THE COPY IS
      * WHOLE.
      *--------------------------------------------------------------*
       2200-COPY-ASIDE.
           OPEN INPUT OLD-MASTER
           OPEN OUTPUT SAVE-FILE
           IF WS-SAVE-STATUS NOT = "00"
               DISPLAY "*** ACCTCONV: UNABLE TO CREATE ACCTMAST.OLD -"
                   " FILE STATUS " WS-SAVE-STATUS " - NOT CONVERTED"
                   " ***"
               MOVE 16 TO RETURN-CODE
               CLOSE OLD-MASTER
           ELSE
               MOVE 'N' TO FEOF
               PERFORM UNTIL FEOF = 'Y'
                   READ OLD-MASTER NEXT
                       AT END
                           MOVE 'Y' TO FEOF
                       NOT AT END
                           MOVE OLD-ACCT-REC TO SAVE-LINE
                           WRITE SAVE-LINE
                           IF WS-SAVE-STATUS NOT = "00"
                               DISPLAY "*** ACCTCONV: WRITE TO"
                                   " ACCTMAST.OLD FAILED - FILE"
                                   " STATUS " WS-SAVE-STATUS
                                   " - NOT CONVERTED ***"
                               MOVE 16 TO RETURN-CODE
                               MOVE 'Y' TO FEOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OLD-MASTER
               CLOSE SAVE-FILE
           END-IF.

      *--------------------------------------------------------------*
      * 2300-REBUILD-MASTER - OPENING OUTPUT RECREATES ACCTMAST ON
      * THE NEW LAYOUT; EVERY SAVED ACCOUNT IS WRITTEN BACK WITH A
      * ZERO CREDIT LIMIT.
      *--------------------------------------------------------------*
       2300-REBUILD-MASTER.
           OPEN OUTPUT NEW-MASTER
           IF WS-NEW-STATUS NOT = "00"
               DISPLAY "*** ACCTCONV: UNABLE TO CREATE THE NEW"
                   " ACCTMAST - FILE STATUS " WS-NEW-STATUS
                   " - OLD DATA IS IN ACCTMAST.OLD ***"
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT SAVE-FILE
               MOVE 'N' TO FEOF
               PERFORM UNTIL FEOF = 'Y'
                   READ SAVE-FILE
                       AT END
                           MOVE 'Y' TO FEOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           MOVE SAVE-LINE TO OLD-ACCT-REC
                           MOVE OLD-ACCT-ID TO ACCT-ID
                           MOVE OLD-ACCT-BALANCE TO ACCT-BALANCE
                           MOVE OLD-ACCT-LAST-POSTED
                               TO ACCT-LAST-POSTED
                           MOVE 0 TO ACCT-CREDIT-LIMIT
                           WRITE ACCT-REC
                           IF WS-NEW-STATUS = "00"
                               ADD 1 TO WS-WRITTEN-COUNT
                           ELSE
                               DISPLAY "*** ACCTCONV: ACCOUNT "
                                   OLD-ACCT-ID " NOT WRITTEN - FILE"
                                   " STATUS " WS-NEW-STATUS " ***"
                               MOVE 16 TO RETURN-CODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SAVE-FILE
               CLOSE NEW-MASTER
           END-IF.

      *--------------------------------------------------------------*
      * 3000-CONVERT-JOURNAL - ZERO-FILL THE CREDIT-LIMIT POSITIONS
      * OF EVERY JOURNAL IMAGE TAKEN ON THE OLD LAYOUT.  AN IMAGE
      * ALREADY CARRYING A LIMIT IS LEFT AS IT IS, SO A SECOND RUN
      * CHANGES NOTHING.
      *--------------------------------------------------------------*
       3000-CONVERT-JOURNAL.
           OPEN I-O JRNL-FILE
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "ACCTCONV: NO BEFORE-IMAGE JOURNAL (ACCTJRNL) -"
                   " NOTHING TO CONVERT"
               GO TO 3000-CONVERT-JOURNAL-EXIT
           END-IF
           MOVE 'N' TO FEOF
           PERFORM UNTIL FEOF = 'Y'
               READ JRNL-FILE NEXT
                   AT END
                       MOVE 'Y' TO FEOF
                   NOT AT END
                       PERFORM 3100-FIX-ONE-ENTRY
               END-READ
           END-PERFORM
           CLOSE JRNL-FILE
           MOVE WS-JRNL-FIXED-COUNT TO WS-DISP-COUNT
           DISPLAY "ACCTCONV: ACCTJRNL - " WS-DISP-COUNT
               " JOURNAL ENTRY(IES) BROUGHT TO THE NEW LAYOUT".
       3000-CONVERT-JOURNAL-EXIT.
           EXIT.

       3100-FIX-ONE-ENTRY.
           MOVE 'N' TO WS-JRNL-FIX-SW
           IF JRNL-HAD-BEFORE AND JRNL-BEFORE-IMAGE(30:18) = SPACES
               MOVE ZEROS TO JRNL-BEFORE-IMAGE(30:18)
               MOVE 'Y' TO WS-JRNL-FIX-SW
           END-IF
           IF JRNL-HAS-AFTER AND JRNL-AFTER-IMAGE(30:18) = SPACES
               MOVE ZEROS TO JRNL-AFTER-IMAGE(30:18)
               MOVE 'Y' TO WS-JRNL-FIX-SW
           END-IF
           IF WS-JRNL-FIX-SW = 'Y'
               REWRITE JRNL-REC
               IF WS-JRNL-STATUS = "00"
                   ADD 1 TO WS-JRNL-FIXED-COUNT
               ELSE
                   DISPLAY "*** ACCTCONV: JOURNAL REWRITE FAILED -"
                       " FILE STATUS " WS-JRNL-STATUS " ***"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       9999-FINISH-EXIT.
           MOVE WS-READ-COUNT TO WS-AUDIT-RECORDS-IN
           MOVE WS-WRITTEN-COUNT TO WS-AUDIT-RECORDS-OUT
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-RECORDS-IN
               WS-AUDIT-RECORDS-OUT WS-RUN-TICKET
           MOVE WS-SAVE-RC TO RETURN-CODE
           GOBACK.
