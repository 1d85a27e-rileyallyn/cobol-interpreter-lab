      *                    ONE-LINE ALERT THROUGH THE SHARED ALERTPUT
      *                    SUBPROGRAM, SO THE NEXT MENU SIGN-ON PUTS
      *                    IT IN FRONT OF A PERSON.
      *   2026-10-15  RA   EVERY VERDICT IS NOW ALSO NOTED IN AUDITLG
      *                    AGAINST THE FILENAME CHECKED, FOR THE
      *                    DQSCORE FEED SCORECARD.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDATE.
       77  WS-DISP-COUNT           PIC Z(05)9.

       77  WS-ALERT-TEXT           PIC X(60).
       77  WS-NOTE-TEXT            PIC X(80).

       77  WS-AUDIT-PROGRAM       PIC X(20) VALUE "VALIDATE".
       77  WS-AUDIT-RECORDS-IN    PIC 9(07).
               STRING "STRUCTURE CHECK FAILED: " WS-FNAME-INP
                   INTO WS-ALERT-TEXT
               CALL "ALERTPUT" USING WS-AUDIT-PROGRAM WS-ALERT-TEXT
               MOVE SPACES TO WS-NOTE-TEXT
               STRING "STRUCTURE CHECK FAILED: " WS-FNAME-INP
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
           ELSE
               MOVE "VERDICT: PASS" TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               DISPLAY "FILE PASSED THE STRUCTURE CHECK"
               MOVE SPACES TO WS-NOTE-TEXT
               STRING "STRUCTURE CHECK PASSED: " WS-FNAME-INP
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
           END-IF
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "AUDITNOTE" USING WS-AUDIT-PROGRAM WS-NOTE-TEXT
               WS-RUN-TICKET
           MOVE WS-SAVE-RC TO RETURN-CODE.

      *--------------------------------------------------------------*
      * 5000-FINISH-CLEANSE - CLOSE THE CORRECTED COPY WITH A FRESH
