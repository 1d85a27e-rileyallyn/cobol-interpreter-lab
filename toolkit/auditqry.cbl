      *                    WHEN THE QUERY GIVES ONE - WHILE THE
      *                    LOGPURGE ARCHIVES STAY LINE SEQUENTIAL AND
      *                    GO THROUGH THE GENERIC SCAN AS BEFORE.
      *   2026-10-15  RA   AUDITLG ARCHIVE LINES NOW CARRY THE KEY
      *                    AND CHAIN SEAL AFTER THE TEXT; ONLY THE
      *                    TEXT IS SEARCHED, SO A TICKET QUERY CANNOT
      *                    MATCH THE SEAL'S DIGITS.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITQRY.
       DATA DIVISION.
       FILE SECTION.
       FD  SEARCH-FILE.
       01  SEARCH-LINE             PIC X(168).

       FD  LIVE-AUDIT-FILE.
           COPY AUDFREC.
                           MOVE 'Y' TO FEOF
                       NOT AT END
                           ADD 1 TO WS-LINES-READ
                           MOVE SPACES TO WS-SCAN-LINE
                           MOVE SEARCH-LINE(1:132) TO WS-SCAN-LINE
                           PERFORM 3100-CHECK-ONE-LINE
                   END-READ
               END-PERFORM
