      *                    INSTEAD OF RE-READING YEARS OF HISTORY.
      *                    THE FORMATTED LINE ITSELF IS UNCHANGED,
      *                    CARRIED IN AUDIT-TEXT.
      *   2026-10-15  RA   THE COMPLETION LINE IS SEALED INTO THE
      *                    AUDITLG CHAIN THROUGH THE SHARED AUDCHECK
      *                    SUBPROGRAM BEFORE IT IS WRITTEN, AND THE
      *                    CHAIN HEAD MOVED ON ONCE IT IS, SO AUDVRFY
      *                    CAN PROVE THE LOG HAS NOT BEEN ALTERED.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITLOG.
       01  WS-LOCK-GRANTED-SW            PIC X(01).
       01  WS-AUDIT-LINE                 PIC X(132).
       01  WS-WRITE-DONE-SW              PIC X(01).
       01  WS-SEAL-FUNCTION              PIC X(01).
       01  WS-SEAL-PREV-CHECK            PIC 9(09).
       01  WS-SEAL-CHECK                 PIC 9(09).
       01  WS-RUN-DATE                   PIC 9(06).
       01  WS-RUN-TIME                   PIC 9(08).
       01  WS-DISP-RECORDS-IN            PIC Z(06)9.
           MOVE WS-AUDIT-LINE TO AUDIT-TEXT
           MOVE 'N' TO WS-WRITE-DONE-SW
           PERFORM UNTIL WS-WRITE-DONE-SW = 'Y'
               MOVE 'S' TO WS-SEAL-FUNCTION
               CALL "AUDCHECK" USING WS-SEAL-FUNCTION AUDIT-REC
                   WS-SEAL-PREV-CHECK WS-SEAL-CHECK
               WRITE AUDIT-REC
                   INVALID KEY
                       IF AUDIT-KEY-SEQ < 999
                       END-IF
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-WRITE-DONE-SW
                       MOVE 'A' TO WS-SEAL-FUNCTION
                       CALL "AUDCHECK" USING WS-SEAL-FUNCTION
                           AUDIT-REC WS-SEAL-PREV-CHECK WS-SEAL-CHECK
               END-WRITE
           END-PERFORM.

