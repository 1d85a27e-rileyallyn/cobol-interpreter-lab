      *****************************************************************
      * PROGRAM:  FILEBKUP
      *
      * PURPOSE:  GENERATION BACKUP OF THE SHOP'S MASTER AND CONTROL
      *           FILES - ACCTMAST, OPERMAST, TOOLPARM, RUNTKTCT,
      *           STATSREG, HOLIDAYS, AUDITLG (WITH ITS AUDCHAIN SEAL
      *           HEAD), STATTRND AND CATTRND (THE SET IS THE BKUPSET
      *           COPYBOOK).  EACH RUN TAKES A NEW GENERATION, NAMED
      *           FOR THE DAY AND ITS NUMBER WITHIN THE DAY (YYMMDDNN),
      *           AND COPIES EVERY FILE IN THE SET TO ITS OWN NAME
      *           SUFFIXED .G AND THE GENERATION.  AN INDEXED FILE IS
      *           COPIED AS ONE TEXT LINE PER RECORD IN KEY ORDER, SO
      *           FILEREST CAN RELOAD IT.  EACH COPY IS READ BACK AND
      *           ITS RECORD COUNT CHECKED BEFORE THE FILE IS CALLED
      *           BACKED UP, AND THE COUNTS GO INTO THE BKUPCAT
      *           CATALOG (BKUPREC) FOR FILEREST TO VERIFY AGAINST.
      *
      *           EACH FILE IS COPIED UNDER THE SAME RUN LOCK ITS OWN
      *           WRITERS TAKE, SO NO COPY CATCHES A FILE HALF
      *           UPDATED; AUDITLG AND AUDCHAIN ARE COPIED UNDER ONE
      *           HOLD OF THE AUDITLG LOCK SO THEY STILL AGREE.  A
      *           FILE THAT DOES NOT EXIST YET IS CATALOGUED AS NOT
      *           PRESENT, NOT AS A FAILURE.
      *
      *           THE NEWEST PARM-BACKUP-GENS COMPLETE GENERATIONS
      *           (ZERO OR BLANK MEANS 7) ARE KEPT; EVERY GENERATION
      *           OLDER THAN THE OLDEST ONE KEPT HAS ITS FILES REMOVED
      *           AND ITS CATALOG LINES DROPPED.  A GENERATION WITH A
      *           FAILED FILE DOES NOT COUNT TOWARD THE NUMBER KEPT, SO
      *           A RUN OF BAD NIGHTS CANNOT PUSH THE LAST GOOD COPY
      *           OUT.
      *
      *           TAKES NO PROMPTS, SO IT RUNS AS AN ORDINARY DRVSTEPS
      *           STEP - ITS CARD GOES AHEAD OF ACCTPOST'S SO EVERY
      *           POSTING STARTS FROM A FRESH GENERATION.  BKUPRPT
      *           LISTS WHAT WAS COPIED AND WHAT EXPIRED.
      *
      *           RETURN-CODE 0 WHEN EVERY FILE PRESENT WAS COPIED
      *           AND CHECKED, 8 WHEN ANY FILE FAILED (OR THE CATALOG
      *           WAS BUSY), 16 WHEN THE CATALOG OR THE REPORT CANNOT
      *           BE WRITTEN OR THE DAY HAS NO GENERATION NUMBERS LEFT.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15  RA   INITIAL VERSION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEBKUP.
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
           SELECT PRINT-FILE ASSIGN TO "BKUPRPT"
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
       77  WS-RUN-DATE             PIC 9(06).
       01  WS-RUN-TIME-FULL.
           05  WS-RUN-TIME         PIC 9(06).
           05  FILLER              PIC 9(02).

      *--------------------------------------------------------------*
      * THE FILE SET AND THE FILE BEING COPIED.
      *--------------------------------------------------------------*
           COPY BKUPSET.
       77  WS-SET-IDX              PIC 9(02) COMP.
       77  WS-LIVE-NAME            PIC X(20).
       77  WS-GEN-NAME             PIC X(20).
       77  WS-COPY-RESULT          PIC X(01).
       77  WS-COPY-COUNT           PIC 9(09).
       77  WS-CHECK-COUNT          PIC 9(09).
       77  WS-RESULT-TEXT          PIC X(50).
       77  WS-DELETE-NAME          PIC X(30).

      *--------------------------------------------------------------*
      * RUN-LOCK WORK FIELDS.  BKUPCAT IS HELD FOR THE WHOLE RUN;
      * EACH FILE'S OWN LOCK ONLY WHILE IT IS COPIED, EXCEPT THAT THE
      * AUDITLG LOCK IS KEPT THROUGH THE AUDCHAIN COPY THAT FOLLOWS.
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

      *--------------------------------------------------------------*
      * THE CATALOG, HELD WHOLE WHILE THE RUN ADDS ITS OWN LINES AND
      * DROPS THOSE OF EXPIRED GENERATIONS.  THE TABLE ALWAYS LEAVES
      * ROOM FOR ONE MORE GENERATION'S LINES.
      *--------------------------------------------------------------*
           COPY BKUPREC REPLACING LEADING ==BKUP== BY ==CATW==.
       77  WS-CAT-LIMIT            PIC 9(04) COMP VALUE 1200.
       77  WS-CAT-COUNT            PIC 9(04) COMP VALUE 0.
       77  WS-CAT-IDX              PIC 9(04) COMP.
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY OCCURS 1200 TIMES.
               10  WS-CAT-LINE     PIC X(74).
               10  WS-CAT-DROP-SW  PIC X(01).
       77  WS-TODAY-LAST-NO        PIC 9(02) VALUE 0.
       77  WS-GEN-NO               PIC 9(02).
       01  WS-GEN-ID.
           05  WS-GEN-ID-DATE      PIC 9(06).
           05  WS-GEN-ID-NO        PIC 9(02).

      *--------------------------------------------------------------*
      * GENERATION LIST - EVERY GENERATION IN THE CATALOG, OLDEST
      * FIRST, WITH WHETHER IT IS COMPLETE AND WHETHER IT EXPIRES.
      *--------------------------------------------------------------*
       77  WS-KEEP-GENS            PIC 9(02) VALUE 7.
       77  WS-GEN-LIMIT            PIC 9(03) COMP VALUE 200.
       77  WS-GEN-COUNT            PIC 9(03) COMP VALUE 0.
       77  WS-GEN-IDX              PIC 9(03) COMP.
       77  WS-GEN-FOUND-IDX        PIC 9(03) COMP.
       77  WS-COMPLETE-SEEN        PIC 9(03) COMP.
       01  WS-GEN-TABLE.
           05  WS-GEN-ENTRY OCCURS 200 TIMES.
               10  WS-GL-ID        PIC X(08).
               10  WS-GL-COMPLETE-SW PIC X(01).
               10  WS-GL-EXPIRE-SW PIC X(01).
               10  WS-GL-REMOVED   PIC 9(03) COMP.

      *--------------------------------------------------------------*
      * RESULT COUNTERS
      *--------------------------------------------------------------*
       77  WS-COPIED-COUNT         PIC 9(03) COMP VALUE 0.
       77  WS-ABSENT-COUNT         PIC 9(03) COMP VALUE 0.
       77  WS-FAILED-COUNT         PIC 9(03) COMP VALUE 0.
       77  WS-EXPIRED-COUNT        PIC 9(03) COMP VALUE 0.
       77  WS-RECORDS-COPIED       PIC 9(09) VALUE 0.
       77  WS-DISP-COUNT           PIC Z(08)9.
       77  WS-DISP-SMALL           PIC ZZ9.
       77  WS-DISP-SMALL-2         PIC ZZ9.
       77  WS-NOTE-TEXT            PIC X(80).

      *--------------------------------------------------------------*
      * REPORT WORK FIELDS
      *--------------------------------------------------------------*
       01  WS-RPT-PROGRAM          PIC X(20) VALUE "FILEBKUP".
       01  WS-RPT-TITLE            PIC X(40)
           VALUE "MASTER FILE GENERATION BACKUP".
       77  WS-RPT-PAGE-NO          PIC 9(04) VALUE 1.
       77  WS-RPT-LINES-ON-PAGE    PIC 9(04) COMP VALUE 0.
       77  WS-RPT-MAX-LINES        PIC 9(04) COMP VALUE 60.
       77  WS-RPT-WIDTH            PIC 9(03) VALUE 132.
       01  WS-HEADING-1            PIC X(132).

       77  WS-AUDIT-PROGRAM       PIC X(20) VALUE "FILEBKUP".
       77  WS-AUDIT-RECORDS-IN    PIC 9(07).
       77  WS-AUDIT-RECORDS-OUT   PIC 9(07).
       77  WS-RUN-TICKET          PIC 9(09).
       77  WS-ARCHIVE-REPORT      PIC X(30) VALUE "BKUPRPT".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL "RUNTICKET" USING WS-RUN-TICKET
           CALL "AUDITBEG" USING WS-AUDIT-PROGRAM WS-RUN-TICKET
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               PERFORM 2000-LOAD-CATALOG
                   THRU 2000-LOAD-CATALOG-EXIT
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 3000-BACKUP-ONE-FILE
                   VARYING WS-SET-IDX FROM 1 BY 1
                   UNTIL WS-SET-IDX > BKUP-SET-COUNT
               PERFORM 4000-MARK-EXPIRED
               PERFORM 5000-REWRITE-CATALOG
               IF NOT WS-ABORT-RUN
                   PERFORM 5500-REMOVE-EXPIRED
               END-IF
               PERFORM 6000-PRINT-TOTALS
           END-IF
           PERFORM 9999-FINISH-EXIT.

      *--------------------------------------------------------------*
      * 1000-INITIALIZE - RESET, READ THE PRINT WIDTH AND THE NUMBER
      * OF GENERATIONS TO KEEP, AND OPEN THE REPORT.
      *--------------------------------------------------------------*
       1000-INITIALIZE.
           MOVE 'N' TO WS-ABORT-SW
           MOVE 'N' TO WS-CAT-LOCK-SW
           MOVE 'N' TO WS-FILE-LOCK-SW
           MOVE 'N' TO WS-AUDIT-LOCK-SW
           MOVE 0 TO WS-CAT-COUNT
           MOVE 0 TO WS-GEN-COUNT
           MOVE 0 TO WS-TODAY-LAST-NO
           MOVE 0 TO WS-COPIED-COUNT
           MOVE 0 TO WS-ABSENT-COUNT
           MOVE 0 TO WS-FAILED-COUNT
           MOVE 0 TO WS-EXPIRED-COUNT
           MOVE 0 TO WS-RECORDS-COPIED
           MOVE 1 TO WS-RPT-PAGE-NO
           MOVE 0 TO WS-RPT-LINES-ON-PAGE
           MOVE SPACES TO WS-PRINT-STATUS
           MOVE 132 TO WS-RPT-WIDTH
           MOVE 7 TO WS-KEEP-GENS
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME-FULL FROM TIME
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   NOT AT END
                       IF PARM-PRINT-WIDTH IS NUMERIC
                               AND PARM-PRINT-WIDTH >= 40
                               AND PARM-PRINT-WIDTH <= 132
                           MOVE PARM-PRINT-WIDTH TO WS-RPT-WIDTH
                       END-IF
                       IF PARM-BACKUP-GENS IS NUMERIC
                               AND PARM-BACKUP-GENS > 0
                           MOVE PARM-BACKUP-GENS TO WS-KEEP-GENS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "*** FILEBKUP: UNABLE TO OPEN PRINT FILE"
                   " BKUPRPT - FILE STATUS " WS-PRINT-STATUS " ***"
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
           END-IF.

      *--------------------------------------------------------------*
      * 2000-LOAD-CATALOG - TAKE THE CATALOG LOCK FOR THE RUN, READ
      * THE CATALOG, AND NUMBER THIS RUN'S GENERATION ONE PAST THE
      * DAY'S LAST.
      *--------------------------------------------------------------*
       2000-LOAD-CATALOG.
           MOVE 'G' TO WS-LOCK-ACTION
           MOVE "BKUPCAT" TO WS-LOCK-RESOURCE
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
               WS-LOCK-GRANTED-SW
           MOVE WS-SAVE-RC TO RETURN-CODE
           IF WS-LOCK-GRANTED-SW NOT = 'Y'
               DISPLAY "*** FILEBKUP: BACKUP CATALOG BUSY - ANOTHER"
                   " BACKUP OR RESTORE IS RUNNING ***"
               MOVE "*** BACKUP CATALOG BUSY - NO GENERATION TAKEN ***"
                   TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE 8 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
               GO TO 2000-LOAD-CATALOG-EXIT
           END-IF
           SET WS-CAT-LOCK-HELD TO TRUE
           OPEN INPUT CATALOG-FILE
           IF WS-CAT-STATUS NOT = "00" AND WS-CAT-STATUS NOT = "05"
               DISPLAY "*** FILEBKUP: UNABLE TO OPEN BACKUP CATALOG"
                   " BKUPCAT - FILE STATUS " WS-CAT-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
               GO TO 2000-LOAD-CATALOG-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-AT-EOF OR WS-ABORT-RUN
               READ CATALOG-FILE
                   AT END
                       SET WS-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-HOLD-CATALOG-LINE
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           IF WS-ABORT-RUN
               GO TO 2000-LOAD-CATALOG-EXIT
           END-IF
           IF WS-TODAY-LAST-NO >= 99
               DISPLAY "*** FILEBKUP: 99 GENERATIONS ALREADY TAKEN"
                   " TODAY - NO GENERATION TAKEN ***"
               MOVE "*** NO GENERATION NUMBERS LEFT TODAY ***"
                   TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
               GO TO 2000-LOAD-CATALOG-EXIT
           END-IF
           MOVE WS-RUN-DATE TO WS-GEN-ID-DATE
           COMPUTE WS-GEN-ID-NO = WS-TODAY-LAST-NO + 1
           MOVE WS-KEEP-GENS TO WS-DISP-SMALL
           MOVE SPACES TO PRINT-LINE
           STRING "TAKING GENERATION " WS-GEN-ID
               " - THE NEWEST " WS-DISP-SMALL
               " COMPLETE GENERATION(S) ARE KEPT"
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE "FILE      GENERATION COPY           RECORDS  RESULT"
               TO PRINT-LINE
           PERFORM 8900-PRINT-LINE.
       2000-LOAD-CATALOG-EXIT.
           EXIT.

       2100-HOLD-CATALOG-LINE.
           IF BKUP-REC = SPACES
               CONTINUE
           ELSE
               IF WS-CAT-COUNT + BKUP-SET-COUNT >= WS-CAT-LIMIT
                   DISPLAY "*** FILEBKUP: BACKUP CATALOG BKUPCAT IS"
                       " FULL - LOWER PARM-BACKUP-GENS ***"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               ELSE
                   ADD 1 TO WS-CAT-COUNT
                   MOVE BKUP-REC TO WS-CAT-LINE(WS-CAT-COUNT)
                   MOVE 'N' TO WS-CAT-DROP-SW(WS-CAT-COUNT)
                   IF BKUP-GEN-ID(1:6) = WS-RUN-DATE
                           AND BKUP-GEN-ID(7:2) IS NUMERIC
                       MOVE BKUP-GEN-ID(7:2) TO WS-GEN-NO
                       IF WS-GEN-NO > WS-TODAY-LAST-NO
                           MOVE WS-GEN-NO TO WS-TODAY-LAST-NO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 3000-BACKUP-ONE-FILE - COPY ONE FILE OF THE SET UNDER ITS
      * LOCK, READ THE COPY BACK, CATALOGUE AND LIST THE RESULT.
      *--------------------------------------------------------------*
       3000-BACKUP-ONE-FILE.
           MOVE BKUP-SET-NAME(WS-SET-IDX) TO WS-LIVE-NAME
           MOVE SPACES TO WS-GEN-NAME
           STRING BKUP-SET-NAME(WS-SET-IDX) DELIMITED BY SPACE
               ".G" WS-GEN-ID DELIMITED BY SIZE INTO WS-GEN-NAME
           MOVE 0 TO WS-COPY-COUNT
           MOVE SPACES TO WS-RESULT-TEXT
           PERFORM 3050-TAKE-FILE-LOCK
           IF WS-COPY-RESULT NOT = 'F'
               EVALUATE BKUP-SET-NAME(WS-SET-IDX)
                   WHEN "ACCTMAST"
                       PERFORM 3110-COPY-ACCTMAST
                   WHEN "AUDITLG"
                       PERFORM 3120-COPY-AUDITLG
                   WHEN "STATTRND"
                       PERFORM 3130-COPY-STATTRND
                   WHEN OTHER
                       PERFORM 3100-COPY-TEXT-FILE
               END-EVALUATE
           END-IF
           PERFORM 3060-DROP-FILE-LOCK
           IF WS-COPY-RESULT = 'C'
               PERFORM 3200-CHECK-GEN-COPY
           END-IF
           EVALUATE WS-COPY-RESULT
               WHEN 'C'
                   ADD 1 TO WS-COPIED-COUNT
                   ADD WS-COPY-COUNT TO WS-RECORDS-COPIED
                   MOVE "COPIED AND CHECKED" TO WS-RESULT-TEXT
               WHEN 'N'
                   ADD 1 TO WS-ABSENT-COUNT
                   MOVE "NOT PRESENT - NOTHING TO COPY"
                       TO WS-RESULT-TEXT
                   MOVE SPACES TO WS-GEN-NAME
               WHEN OTHER
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE RETURN-CODE TO WS-SAVE-RC
                   MOVE WS-GEN-NAME TO WS-DELETE-NAME
                   CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
                   MOVE WS-SAVE-RC TO RETURN-CODE
                   MOVE SPACES TO WS-GEN-NAME
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-EVALUATE
           PERFORM 3300-CATALOGUE-FILE
           MOVE WS-COPY-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING WS-LIVE-NAME(1:10) WS-GEN-NAME(1:20) " "
               WS-DISP-COUNT "  " WS-RESULT-TEXT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE.

      *--------------------------------------------------------------*
      * 3050-TAKE-FILE-LOCK - EACH FILE UNDER ITS OWN WRITERS' LOCK.
      * AUDCHAIN RIDES ON THE AUDITLG LOCK STILL HELD FROM THE
      * AUDITLG COPY, SO THE PAIR IS TAKEN AT ONE MOMENT.
      *--------------------------------------------------------------*
       3050-TAKE-FILE-LOCK.
           MOVE SPACES TO WS-COPY-RESULT
           MOVE 'N' TO WS-FILE-LOCK-SW
           IF BKUP-SET-NAME(WS-SET-IDX) = "AUDCHAIN"
               IF NOT WS-AUDIT-LOCK-HELD
                   MOVE 'F' TO WS-COPY-RESULT
                   MOVE "FAILED - AUDITLG BUSY, NOT COPIED"
                       TO WS-RESULT-TEXT
               END-IF
           ELSE
               MOVE 'G' TO WS-LOCK-ACTION
               MOVE BKUP-SET-NAME(WS-SET-IDX) TO WS-LOCK-RESOURCE
               MOVE RETURN-CODE TO WS-SAVE-RC
               CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
                   WS-LOCK-GRANTED-SW
               MOVE WS-SAVE-RC TO RETURN-CODE
               IF WS-LOCK-GRANTED-SW = 'Y'
                   IF BKUP-SET-NAME(WS-SET-IDX) = "AUDITLG"
                       SET WS-AUDIT-LOCK-HELD TO TRUE
                   ELSE
                       SET WS-FILE-LOCK-HELD TO TRUE
                   END-IF
               ELSE
                   MOVE 'F' TO WS-COPY-RESULT
                   MOVE "FAILED - FILE BUSY, NOT COPIED"
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
                   AND BKUP-SET-NAME(WS-SET-IDX) NOT = "AUDITLG"
               PERFORM 3070-DROP-AUDIT-LOCK
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
      * 3100-COPY-TEXT-FILE - A LINE SEQUENTIAL FILE, LINE FOR LINE.
      *--------------------------------------------------------------*
       3100-COPY-TEXT-FILE.
           OPEN INPUT LIVE-TEXT-FILE
           EVALUATE TRUE
               WHEN WS-LIVE-STATUS = "35"
                   MOVE 'N' TO WS-COPY-RESULT
               WHEN WS-LIVE-STATUS NOT = "00"
                   MOVE 'F' TO WS-COPY-RESULT
                   STRING "FAILED - OPEN STATUS " WS-LIVE-STATUS
                       DELIMITED BY SIZE INTO WS-RESULT-TEXT
               WHEN OTHER
                   PERFORM 3150-OPEN-GEN-COPY
                   IF WS-COPY-RESULT = 'C'
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM UNTIL WS-AT-EOF
                           READ LIVE-TEXT-FILE
                               AT END
                                   SET WS-AT-EOF TO TRUE
                               NOT AT END
                                   MOVE LIVE-TEXT-LINE TO GEN-LINE
                                   PERFORM 3160-WRITE-GEN-LINE
                           END-READ
                       END-PERFORM
                       CLOSE GEN-FILE
                   END-IF
                   CLOSE LIVE-TEXT-FILE
           END-EVALUATE.

      *--------------------------------------------------------------*
      * 3110/3120/3130 - THE INDEXED FILES, ONE LINE PER RECORD IN
      * KEY ORDER.
      *--------------------------------------------------------------*
       3110-COPY-ACCTMAST.
           OPEN INPUT ACCT-MASTER
           EVALUATE TRUE
               WHEN WS-LIVE-STATUS = "35"
                   MOVE 'N' TO WS-COPY-RESULT
               WHEN WS-LIVE-STATUS NOT = "00"
                   MOVE 'F' TO WS-COPY-RESULT
                   STRING "FAILED - OPEN STATUS " WS-LIVE-STATUS
                       DELIMITED BY SIZE INTO WS-RESULT-TEXT
               WHEN OTHER
                   PERFORM 3150-OPEN-GEN-COPY
                   IF WS-COPY-RESULT = 'C'
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM UNTIL WS-AT-EOF
                           READ ACCT-MASTER NEXT
                               AT END
                                   SET WS-AT-EOF TO TRUE
                               NOT AT END
                                   MOVE ACCT-REC TO GEN-LINE
                                   PERFORM 3160-WRITE-GEN-LINE
                           END-READ
                       END-PERFORM
                       CLOSE GEN-FILE
                   END-IF
                   CLOSE ACCT-MASTER
           END-EVALUATE.

       3120-COPY-AUDITLG.
           OPEN INPUT AUDIT-FILE
           EVALUATE TRUE
               WHEN WS-LIVE-STATUS = "35"
                   MOVE 'N' TO WS-COPY-RESULT
               WHEN WS-LIVE-STATUS NOT = "00"
                   MOVE 'F' TO WS-COPY-RESULT
                   STRING "FAILED - OPEN STATUS " WS-LIVE-STATUS
                       DELIMITED BY SIZE INTO WS-RESULT-TEXT
               WHEN OTHER
                   PERFORM 3150-OPEN-GEN-COPY
                   IF WS-COPY-RESULT = 'C'
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM UNTIL WS-AT-EOF
                           READ AUDIT-FILE NEXT
                               AT END
                                   SET WS-AT-EOF TO TRUE
                               NOT AT END
                                   MOVE AUDIT-REC TO GEN-LINE
                                   PERFORM 3160-WRITE-GEN-LINE
                           END-READ
                       END-PERFORM
                       CLOSE GEN-FILE
                   END-IF
                   CLOSE AUDIT-FILE
           END-EVALUATE.

       3130-COPY-STATTRND.
           OPEN INPUT TREND-FILE
           EVALUATE TRUE
               WHEN WS-LIVE-STATUS = "35"
                   MOVE 'N' TO WS-COPY-RESULT
               WHEN WS-LIVE-STATUS NOT = "00"
                   MOVE 'F' TO WS-COPY-RESULT
                   STRING "FAILED - OPEN STATUS " WS-LIVE-STATUS
                       DELIMITED BY SIZE INTO WS-RESULT-TEXT
               WHEN OTHER
                   PERFORM 3150-OPEN-GEN-COPY
                   IF WS-COPY-RESULT = 'C'
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM UNTIL WS-AT-EOF
                           READ TREND-FILE NEXT
                               AT END
                                   SET WS-AT-EOF TO TRUE
                               NOT AT END
                                   MOVE TREND-FREC TO GEN-LINE
                                   PERFORM 3160-WRITE-GEN-LINE
                           END-READ
                       END-PERFORM
                       CLOSE GEN-FILE
                   END-IF
                   CLOSE TREND-FILE
           END-EVALUATE.

       3150-OPEN-GEN-COPY.
           MOVE 'C' TO WS-COPY-RESULT
           OPEN OUTPUT GEN-FILE
           IF WS-GEN-STATUS NOT = "00"
               MOVE 'F' TO WS-COPY-RESULT
               STRING "FAILED - COPY OPEN STATUS " WS-GEN-STATUS
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
           END-IF.

       3160-WRITE-GEN-LINE.
           WRITE GEN-LINE
           IF WS-GEN-STATUS = "00"
               ADD 1 TO WS-COPY-COUNT
           ELSE
               IF WS-COPY-RESULT = 'C'
                   MOVE 'F' TO WS-COPY-RESULT
                   STRING "FAILED - COPY WRITE STATUS " WS-GEN-STATUS
                       DELIMITED BY SIZE INTO WS-RESULT-TEXT
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 3200-CHECK-GEN-COPY - THE COPY IS READ BACK AND MUST HOLD
      * EXACTLY THE RECORDS THE LIVE FILE GAVE UP.
      *--------------------------------------------------------------*
       3200-CHECK-GEN-COPY.
           MOVE 0 TO WS-CHECK-COUNT
           OPEN INPUT GEN-FILE
           IF WS-GEN-STATUS NOT = "00"
               MOVE 'F' TO WS-COPY-RESULT
               STRING "FAILED - COPY WILL NOT REOPEN, STATUS "
                   WS-GEN-STATUS DELIMITED BY SIZE INTO WS-RESULT-TEXT
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
               IF WS-CHECK-COUNT NOT = WS-COPY-COUNT
                   MOVE 'F' TO WS-COPY-RESULT
                   MOVE WS-CHECK-COUNT TO WS-DISP-COUNT
                   STRING "FAILED - COPY READS BACK " WS-DISP-COUNT
                       DELIMITED BY SIZE INTO WS-RESULT-TEXT
               END-IF
           END-IF.

       3300-CATALOGUE-FILE.
           MOVE SPACES TO CATW-REC
           MOVE WS-GEN-ID TO CATW-GEN-ID
           MOVE WS-LIVE-NAME TO CATW-FILE-NAME
           MOVE WS-COPY-RESULT TO CATW-STATUS
           MOVE WS-COPY-COUNT TO CATW-COUNT
           MOVE WS-RUN-DATE TO CATW-DATE
           MOVE WS-RUN-TIME TO CATW-TIME
           MOVE WS-RUN-TICKET TO CATW-TICKET
           MOVE WS-GEN-NAME TO CATW-GEN-FILE
           ADD 1 TO WS-CAT-COUNT
           MOVE CATW-REC TO WS-CAT-LINE(WS-CAT-COUNT)
           MOVE 'N' TO WS-CAT-DROP-SW(WS-CAT-COUNT).

      *--------------------------------------------------------------*
      * 4000-MARK-EXPIRED - LIST THE GENERATIONS OLDEST FIRST, THEN
      * COUNT COMPLETE ONES BACK FROM THE NEWEST; ONCE ENOUGH ARE
      * KEPT, EVERY OLDER GENERATION EXPIRES.
      *--------------------------------------------------------------*
       4000-MARK-EXPIRED.
           MOVE 0 TO WS-GEN-COUNT
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               MOVE WS-CAT-LINE(WS-CAT-IDX) TO CATW-REC
               PERFORM 4100-FIND-GENERATION
               IF WS-GEN-FOUND-IDX > 0 AND CATW-FAILED
                   MOVE 'N' TO WS-GL-COMPLETE-SW(WS-GEN-FOUND-IDX)
               END-IF
           END-PERFORM
           MOVE 0 TO WS-COMPLETE-SEEN
           PERFORM VARYING WS-GEN-IDX FROM WS-GEN-COUNT BY -1
                   UNTIL WS-GEN-IDX < 1
               IF WS-COMPLETE-SEEN >= WS-KEEP-GENS
                   MOVE 'Y' TO WS-GL-EXPIRE-SW(WS-GEN-IDX)
               ELSE
                   IF WS-GL-COMPLETE-SW(WS-GEN-IDX) = 'Y'
                       ADD 1 TO WS-COMPLETE-SEEN
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               MOVE WS-CAT-LINE(WS-CAT-IDX) TO CATW-REC
               PERFORM 4100-FIND-GENERATION
               IF WS-GEN-FOUND-IDX > 0
                   IF WS-GL-EXPIRE-SW(WS-GEN-FOUND-IDX) = 'Y'
                       MOVE 'Y' TO WS-CAT-DROP-SW(WS-CAT-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------*
      * 4100-FIND-GENERATION - THE LIST ENTRY FOR CATW-GEN-ID, ADDED
      * AT THE END THE FIRST TIME IT IS SEEN.  A CATALOG WITH MORE
      * GENERATIONS THAN THE LIST HOLDS LEAVES THE EXCESS UNLISTED,
      * WHICH ONLY MEANS THEY ARE KEPT.
      *--------------------------------------------------------------*
       4100-FIND-GENERATION.
           MOVE 0 TO WS-GEN-FOUND-IDX
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
                      OR WS-GEN-FOUND-IDX > 0
               IF WS-GL-ID(WS-GEN-IDX) = CATW-GEN-ID
                   MOVE WS-GEN-IDX TO WS-GEN-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-GEN-FOUND-IDX = 0 AND WS-GEN-COUNT < WS-GEN-LIMIT
               ADD 1 TO WS-GEN-COUNT
               MOVE WS-GEN-COUNT TO WS-GEN-FOUND-IDX
               MOVE CATW-GEN-ID TO WS-GL-ID(WS-GEN-COUNT)
               MOVE 'Y' TO WS-GL-COMPLETE-SW(WS-GEN-COUNT)
               MOVE 'N' TO WS-GL-EXPIRE-SW(WS-GEN-COUNT)
               MOVE 0 TO WS-GL-REMOVED(WS-GEN-COUNT)
           END-IF.

      *--------------------------------------------------------------*
      * 5000-REWRITE-CATALOG - EVERY LINE NOT DROPPED, THEN THE
      * CATALOG LOCK GOES.  EXPIRED FILES ARE ONLY REMOVED ONCE THE
      * CATALOG NO LONGER NAMES THEM.
      *--------------------------------------------------------------*
       5000-REWRITE-CATALOG.
           OPEN OUTPUT CATALOG-FILE
           IF WS-CAT-STATUS NOT = "00" AND WS-CAT-STATUS NOT = "05"
               DISPLAY "*** FILEBKUP: UNABLE TO REWRITE BACKUP"
                   " CATALOG BKUPCAT - FILE STATUS " WS-CAT-STATUS
                   " - THIS GENERATION IS NOT CATALOGUED ***"
               MOVE SPACES TO PRINT-LINE
               STRING "*** CATALOG NOT REWRITTEN - GENERATION NOT"
                   " CATALOGUED, NOTHING EXPIRED ***"
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           ELSE
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-CAT-COUNT
                   IF WS-CAT-DROP-SW(WS-CAT-IDX) NOT = 'Y'
                       MOVE WS-CAT-LINE(WS-CAT-IDX) TO BKUP-REC
                       WRITE BKUP-REC
                   END-IF
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF
           MOVE 'R' TO WS-LOCK-ACTION
           MOVE "BKUPCAT" TO WS-LOCK-RESOURCE
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
               WS-LOCK-GRANTED-SW
           MOVE WS-SAVE-RC TO RETURN-CODE
           MOVE 'N' TO WS-CAT-LOCK-SW.

       5500-REMOVE-EXPIRED.
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CAT-DROP-SW(WS-CAT-IDX) = 'Y'
                   MOVE WS-CAT-LINE(WS-CAT-IDX) TO CATW-REC
                   PERFORM 4100-FIND-GENERATION
                   IF CATW-COPIED
                       MOVE CATW-GEN-FILE TO WS-DELETE-NAME
                       MOVE RETURN-CODE TO WS-SAVE-RC
                       CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
                       MOVE WS-SAVE-RC TO RETURN-CODE
                       ADD 1 TO WS-GL-REMOVED(WS-GEN-FOUND-IDX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               IF WS-GL-EXPIRE-SW(WS-GEN-IDX) = 'Y'
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE WS-GL-REMOVED(WS-GEN-IDX) TO WS-DISP-SMALL
                   MOVE SPACES TO PRINT-LINE
                   STRING "GENERATION " WS-GL-ID(WS-GEN-IDX)
                       " EXPIRED - " WS-DISP-SMALL
                       " FILE COPY(IES) REMOVED"
                       DELIMITED BY SIZE INTO PRINT-LINE
                   PERFORM 8900-PRINT-LINE
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------*
      * 6000-PRINT-TOTALS - THE RUN'S COUNTS, ON THE REPORT, THE
      * CONSOLE AND AS A NOTE IN AUDITLG.
      *--------------------------------------------------------------*
       6000-PRINT-TOTALS.
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-COPIED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "     FILES COPIED AND CHECKED  " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-ABSENT-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "     FILES NOT PRESENT         " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-FAILED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "     FILES FAILED              " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-RECORDS-COPIED TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "     RECORDS COPIED            " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-EXPIRED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           STRING "     GENERATIONS EXPIRED       " WS-DISP-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           IF WS-FAILED-COUNT = 0
               STRING "GENERATION " WS-GEN-ID " COMPLETE"
                   DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING "*** GENERATION " WS-GEN-ID " INCOMPLETE - SEE"
                   " THE FAILED FILES ABOVE ***"
                   DELIMITED BY SIZE INTO PRINT-LINE
           END-IF
           PERFORM 8900-PRINT-LINE
           DISPLAY "FILEBKUP: " PRINT-LINE(1:70)
           MOVE WS-COPIED-COUNT TO WS-DISP-SMALL
           MOVE WS-FAILED-COUNT TO WS-DISP-SMALL-2
           MOVE SPACES TO WS-NOTE-TEXT
           STRING "BACKUP GEN " WS-GEN-ID " - " WS-DISP-SMALL
               " FILES COPIED, " WS-DISP-SMALL-2 " FAILED"
               DELIMITED BY SIZE INTO WS-NOTE-TEXT
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "AUDITNOTE" USING WS-AUDIT-PROGRAM WS-NOTE-TEXT
               WS-RUN-TICKET
           MOVE WS-SAVE-RC TO RETURN-CODE.

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
               DISPLAY "*** FILEBKUP: GENERATION NOT COMPLETED - SEE"
                   " DIAGNOSTICS ABOVE ***"
           END-IF
           COMPUTE WS-AUDIT-RECORDS-IN = WS-COPIED-COUNT
               + WS-ABSENT-COUNT + WS-FAILED-COUNT
           MOVE WS-COPIED-COUNT TO WS-AUDIT-RECORDS-OUT
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-RECORDS-IN
               WS-AUDIT-RECORDS-OUT WS-RUN-TICKET
           MOVE WS-SAVE-RC TO RETURN-CODE
           GOBACK.
