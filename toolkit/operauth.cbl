      *           THE ID *SYSTEM* - SIGN-ON ENFORCEMENT BELONGS TO
      *           THE MENU, NOT TO THE BATCH WINDOW.
      *
      *           EVERY REFUSAL IS WRITTEN TO AUDITLG AS AN
      *           "AUTHORITY DENIED" NOTE WITH THE OPERATOR, THE LEVEL
      *           HELD AND THE LEVEL NEEDED, FOR SECVIOL'S SECURITY
      *           REVIEW - WHATEVER THE CALLER GOES ON TO DO.
      *
      * USAGE:    CALL "OPERAUTH" USING LK-REQUIRED-LEVEL LK-OPER-ID
      *               LK-ALLOWED-SW.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-09-02  RA   INITIAL VERSION.
      *   2026-10-15  RA   EACH DENIAL NOW LEAVES AN AUTHORITY DENIED
      *                    NOTE IN AUDITLG THROUGH AUDITNOTE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERAUTH.
       77  WS-SESS-OPER-ID         PIC X(08).
       77  WS-SESS-LEVEL           PIC 9(01).

      *--------------------------------------------------------------*
      * DENIAL NOTE - THE CALLER'S RETURN-CODE IS KEPT ACROSS THE
      * AUDITNOTE CALL.
      *--------------------------------------------------------------*
       77  WS-AUDIT-PROGRAM        PIC X(20) VALUE "OPERAUTH".
       77  WS-NOTE-TEXT            PIC X(80).
       77  WS-ZERO-TICKET          PIC 9(09) VALUE 0.
       77  WS-SAVE-RC              PIC S9(09) COMP.

       LINKAGE SECTION.
       01  LK-REQUIRED-LEVEL       PIC 9(01).
       01  LK-OPER-ID              PIC X(08).
                   MOVE 'Y' TO LK-ALLOWED-SW
               ELSE
                   MOVE 'N' TO LK-ALLOWED-SW
                   PERFORM 1000-NOTE-DENIAL
               END-IF
           ELSE
               MOVE "*SYSTEM*" TO LK-OPER-ID
               MOVE 'Y' TO LK-ALLOWED-SW
           END-IF
           GOBACK.

      *--------------------------------------------------------------*
      * 1000-NOTE-DENIAL - KEPT SHORT ENOUGH TO SURVIVE WHOLE IN THE
      * AUDITLG TEXT FIELD.
      *--------------------------------------------------------------*
       1000-NOTE-DENIAL.
           MOVE SPACES TO WS-NOTE-TEXT
           STRING "AUTHORITY DENIED ID=" DELIMITED BY SIZE
               WS-SESS-OPER-ID DELIMITED BY SPACE
               " LEVEL " WS-SESS-LEVEL " NEEDS " LK-REQUIRED-LEVEL
               DELIMITED BY SIZE INTO WS-NOTE-TEXT
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "AUDITNOTE" USING WS-AUDIT-PROGRAM WS-NOTE-TEXT
               WS-ZERO-TICKET
           MOVE WS-SAVE-RC TO RETURN-CODE.
