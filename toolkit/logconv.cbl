      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-09-02  RA   INITIAL VERSION.
      *   2026-10-15  RA   EVERY AUDITLG RECORD WRITTEN IS NOW SEALED
      *                    INTO THE AUDIT-CHAIN THROUGH THE SHARED
      *                    AUDCHECK SUBPROGRAM.  ALSO CARRIES AN
      *                    INDEXED AUDITLG IN THE OLD 150-BYTE LAYOUT
      *                    (NO AUDIT-CHAIN) OVER TO THE NEW ONE: THE
      *                    RECORDS ARE COPIED ASIDE TO AUDITLG.UNSEALED
      *                    WITH THEIR KEYS, THE FILE IS REBUILT, AND
      *                    EACH RECORD IS SEALED IN KEY ORDER.  THIS
      *                    ONLY RUNS WHILE NO AUDCHAIN HEAD EXISTS, SO
      *                    A SEALED LOG IS NEVER REBUILT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGCONV.
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUDIT-KEY
               FILE STATUS IS WS-NEW-STATUS.
           SELECT UNSEALED-AUDIT-FILE ASSIGN TO "AUDITLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UNSEALED-KEY
               FILE STATUS IS WS-UNSEALED-STATUS.
           SELECT OPTIONAL HEAD-FILE ASSIGN TO "AUDCHAIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HEAD-STATUS.
           SELECT NEW-TREND-FILE ASSIGN TO "STATTRND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD  NEW-AUDIT-FILE.
           COPY AUDFREC.

      *--------------------------------------------------------------*
      * AUDITLG AS IT WAS BEFORE THE AUDIT-CHAIN SEAL WAS ADDED.
      *--------------------------------------------------------------*
       FD  UNSEALED-AUDIT-FILE.
       01  UNSEALED-REC.
           05  UNSEALED-KEY           PIC X(18).
           05  UNSEALED-TEXT          PIC X(132).

       FD  HEAD-FILE.
           COPY AUDCHREC.

       FD  NEW-TREND-FILE.
           COPY TRNDFREC.

       77  WS-OLD-STATUS           PIC X(02).
       77  WS-SAVE-STATUS          PIC X(02).
       77  WS-NEW-STATUS           PIC X(02).
       77  WS-UNSEALED-STATUS      PIC X(02).
       77  WS-HEAD-STATUS          PIC X(02).
       77  WS-HEAD-FOUND-SW        PIC X(01).
       77  WS-OLD-NAME             PIC X(30).
       77  WS-SAVE-NAME            PIC X(30).
       77  FEOF                    PIC X(01).
       77  WS-WRITE-DONE-SW        PIC X(01).
       77  WS-FIRST-OK-SW          PIC X(01).

      *--------------------------------------------------------------*
      * AUDIT-CHAIN SEAL WORK FIELDS - SEE AUDCHECK.
      *--------------------------------------------------------------*
       77  WS-SEAL-FUNCTION        PIC X(01).
       77  WS-SEAL-PREV-CHECK      PIC 9(09).
       77  WS-SEAL-CHECK           PIC 9(09).

      *--------------------------------------------------------------*
      * PER-FILE AND RUN COUNTERS
      *--------------------------------------------------------------*
           MOVE "AUDITLG" TO WS-LOCK-RESOURCE
           PERFORM 2000-CONVERT-ONE-LOG
               THRU 2000-CONVERT-ONE-LOG-EXIT
           PERFORM 3000-SEAL-UNSEALED-LOG
               THRU 3000-SEAL-UNSEALED-LOG-EXIT
           MOVE 'T' TO WS-LOG-KIND
           MOVE "STATTRND" TO WS-OLD-NAME
           MOVE "STATTRND" TO WS-LOCK-RESOURCE
           MOVE WS-KEY-TICKET TO AUDIT-KEY-TICKET
           MOVE 0 TO AUDIT-KEY-SEQ
           MOVE SAVE-LINE(1:132) TO AUDIT-TEXT
           PERFORM 2550-SEAL-AND-WRITE.

      *--------------------------------------------------------------*
      * 2550-SEAL-AND-WRITE - SEAL THE RECORD INTO THE AUDIT-CHAIN
      * (AGAIN AFTER EVERY SEQUENCE BUMP, SINCE THE KEY IS PART OF
      * THE SEAL), WRITE IT, AND MOVE THE CHAIN HEAD ON.
      *--------------------------------------------------------------*
       2550-SEAL-AND-WRITE.
           MOVE 'N' TO WS-WRITE-DONE-SW
           PERFORM UNTIL WS-WRITE-DONE-SW = 'Y'
               MOVE 'S' TO WS-SEAL-FUNCTION
               CALL "AUDCHECK" USING WS-SEAL-FUNCTION AUDIT-REC
                   WS-SEAL-PREV-CHECK WS-SEAL-CHECK
               WRITE AUDIT-REC
                   INVALID KEY
                       IF AUDIT-KEY-SEQ < 999
                   NOT INVALID KEY
                       ADD 1 TO WS-WRITTEN-COUNT
                       MOVE 'Y' TO WS-WRITE-DONE-SW
                       MOVE 'A' TO WS-SEAL-FUNCTION
                       CALL "AUDCHECK" USING WS-SEAL-FUNCTION
                           AUDIT-REC WS-SEAL-PREV-CHECK WS-SEAL-CHECK
               END-WRITE
           END-PERFORM.

               END-WRITE
           END-PERFORM.

      *--------------------------------------------------------------*
      * 3000-SEAL-UNSEALED-LOG - AN INDEXED AUDITLG THAT STILL OPENS
      * IN THE OLD 150-BYTE LAYOUT, ON A SHOP WITH NO AUDCHAIN HEAD
      * YET, IS COPIED ASIDE WITH ITS KEYS (TEXT FIRST, KEY AFTER -
      * THE SAME SHAPE AS AN ARCHIVE LINE), REBUILT IN THE NEW
      * LAYOUT, AND SEALED RECORD BY RECORD IN KEY ORDER.  A LOG
      * ALREADY IN THE NEW LAYOUT DOES NOT OPEN HERE AND IS LEFT
      * ALONE.
      *--------------------------------------------------------------*
       3000-SEAL-UNSEALED-LOG.
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-WRITTEN-COUNT
           MOVE "AUDITLG" TO WS-OLD-NAME
           MOVE "AUDITLG" TO WS-LOCK-RESOURCE
           MOVE 'N' TO WS-HEAD-FOUND-SW
           OPEN INPUT HEAD-FILE
           IF WS-HEAD-STATUS = "00" OR WS-HEAD-STATUS = "05"
               READ HEAD-FILE
                   NOT AT END
                       MOVE 'Y' TO WS-HEAD-FOUND-SW
               END-READ
               CLOSE HEAD-FILE
           END-IF
           IF WS-HEAD-FOUND-SW = 'Y'
               GO TO 3000-SEAL-UNSEALED-LOG-EXIT
           END-IF
           MOVE 'G' TO WS-LOCK-ACTION
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
               WS-LOCK-GRANTED-SW
           IF WS-LOCK-GRANTED-SW NOT = 'Y'
               DISPLAY "*** LOGCONV: AUDITLG BUSY - NOT SEALED ***"
               MOVE 8 TO RETURN-CODE
               GO TO 3000-SEAL-UNSEALED-LOG-EXIT
           END-IF
           OPEN INPUT UNSEALED-AUDIT-FILE
           IF WS-UNSEALED-STATUS NOT = "00"
               PERFORM 8000-RELEASE-LOCK
               GO TO 3000-SEAL-UNSEALED-LOG-EXIT
           END-IF
           MOVE "AUDITLG.UNSEALED" TO WS-SAVE-NAME
           OPEN OUTPUT SAVE-FILE
           MOVE 'N' TO FEOF
           PERFORM UNTIL FEOF = 'Y'
               READ UNSEALED-AUDIT-FILE
                   AT END
                       MOVE 'Y' TO FEOF
                   NOT AT END
                       MOVE SPACES TO SAVE-LINE
                       MOVE UNSEALED-TEXT TO SAVE-LINE(1:132)
                       MOVE UNSEALED-KEY TO SAVE-LINE(133:18)
                       WRITE SAVE-LINE
               END-READ
           END-PERFORM
           CLOSE UNSEALED-AUDIT-FILE
           CLOSE SAVE-FILE
           OPEN OUTPUT NEW-AUDIT-FILE
           IF WS-NEW-STATUS NOT = "00" AND WS-NEW-STATUS NOT = "05"
               DISPLAY "*** LOGCONV: UNABLE TO REBUILD AUDITLG -"
                   " FILE STATUS " WS-NEW-STATUS " - OLD DATA IS IN "
                   WS-SAVE-NAME " ***"
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
                           MOVE SAVE-LINE(133:18) TO AUDIT-KEY
                           MOVE SAVE-LINE(1:132) TO AUDIT-TEXT
                           PERFORM 2550-SEAL-AND-WRITE
                   END-READ
               END-PERFORM
               CLOSE SAVE-FILE
               CLOSE NEW-AUDIT-FILE
           END-IF
           PERFORM 8000-RELEASE-LOCK
           MOVE WS-READ-COUNT TO WS-DISP-COUNT
           DISPLAY "LOGCONV: AUDITLG - " WS-DISP-COUNT
               " UNSEALED RECORD(S) READ"
           MOVE WS-WRITTEN-COUNT TO WS-DISP-COUNT
           DISPLAY "          " WS-DISP-COUNT " RECORD(S) SEALED;"
               " OLD COPY KEPT AS " WS-SAVE-NAME
           ADD WS-READ-COUNT TO WS-TOTAL-READ
           ADD WS-WRITTEN-COUNT TO WS-TOTAL-WRITTEN.
       3000-SEAL-UNSEALED-LOG-EXIT.
           EXIT.

       8000-RELEASE-LOCK.
           MOVE 'R' TO WS-LOCK-ACTION
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
