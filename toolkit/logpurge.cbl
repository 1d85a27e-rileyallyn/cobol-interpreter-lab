      *                    CANNOT OVERLAP A RUN'S APPEND.  A FILE
      *                    THAT STAYS BUSY PAST THE WAIT IS SKIPPED
      *                    WITH RETURN-CODE 8 FOR A LATER SWEEP.
      *   2026-10-15  RA   THE SWEEP NOW NEEDS A SECOND OPERATOR'S
      *                    APPROVAL.  A RUN WITH NO APPROVED SWEEP
      *                    WAITING RECORDS ONE IN THE APPRQ QUEUE
      *                    THROUGH THE SHARED DUALCTL SUBPROGRAM AND
      *                    ENDS RETURN-CODE 4 WITH NOTHING MOVED; THE
      *                    FIRST RUN AFTER ANOTHER OPERATOR APPROVES
      *                    IT FROM MENU DOES THE SWEEP.  A SHOP
      *                    WITHOUT OPERMAST SWEEPS AT ONCE AS BEFORE.
      *   2026-10-15  RA   AN AUDITLG ARCHIVE LINE NOW CARRIES THE
      *                    RECORD'S KEY AND AUDIT-CHAIN SEAL AFTER ITS
      *                    TEXT (SHARED AUDARCH COPYBOOK), SO AUDVRFY
      *                    CAN STILL PROVE THE CHAIN THROUGH RECORDS
      *                    THAT HAVE LEFT AUDITLG.  THE TEXT STILL
      *                    LEADS THE LINE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGPURGE.
           COPY TRNDFREC.

       FD  ARCH-FILE.
       01  ARCH-LINE               PIC X(168).
           COPY AUDARCH.

       FD  PARM-FILE.
           COPY TOOLPARM.
       77  WS-AUDIT-RECORDS-OUT   PIC 9(07).
       77  WS-RUN-TICKET          PIC 9(09).

      *--------------------------------------------------------------*
      * DUAL-CONTROL WORK FIELDS - SEE DUALCTL.
      *--------------------------------------------------------------*
       77  WS-DC-FUNCTION         PIC X(01).
       77  WS-DC-ACTION           PIC X(08) VALUE "LOGPURGE".
       77  WS-DC-REQ-NO           PIC 9(06).
       77  WS-DC-DESC             PIC X(50).
       77  WS-DC-DETAIL           PIC X(160).
       77  WS-DC-RESULT           PIC X(01).
       77  WS-DC-CLEARED-SW       PIC X(01).
           88  WS-DC-CLEARED       VALUE 'Y'.
       77  WS-DISP-RETENTION      PIC Z(04)9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL "RUNTICKET" USING WS-RUN-TICKET
           CALL "AUDITBEG" USING WS-AUDIT-PROGRAM WS-RUN-TICKET
           PERFORM 1000-INITIALIZE
           PERFORM 1500-CHECK-APPROVAL
           IF WS-DC-CLEARED
               PERFORM 2000-PURGE-AUDIT-LOG
                   THRU 2000-PURGE-AUDIT-LOG-EXIT
               PERFORM 2600-PURGE-TREND-LOG
                   THRU 2600-PURGE-TREND-LOG-EXIT
           END-IF
           PERFORM 9999-FINISH-EXIT.

      *--------------------------------------------------------------*
               MOVE WS-CAL-DATE-OUT TO WS-CAL-DATE-IN
           END-IF.

      *--------------------------------------------------------------*
      * 1500-CHECK-APPROVAL - SWEEP ONLY ON A SECOND OPERATOR'S
      * APPROVAL: TAKE AN APPROVED SWEEP IF ONE IS WAITING, OTHERWISE
      * ASK FOR ONE.  AN OPEN SHOP SWEEPS AS IT ALWAYS HAS.
      *--------------------------------------------------------------*
       1500-CHECK-APPROVAL.
           MOVE 'N' TO WS-DC-CLEARED-SW
           MOVE SPACES TO WS-DC-DESC
           MOVE SPACES TO WS-DC-DETAIL
           MOVE 'T' TO WS-DC-FUNCTION
           CALL "DUALCTL" USING WS-DC-FUNCTION WS-DC-ACTION
               WS-DC-REQ-NO WS-DC-DESC WS-DC-DETAIL WS-RUN-TICKET
               WS-DC-RESULT
           IF WS-DC-RESULT = 'Y'
               DISPLAY "LOGPURGE: RUNNING APPROVED REQUEST "
                   WS-DC-REQ-NO
               SET WS-DC-CLEARED TO TRUE
           ELSE
               MOVE WS-RETENTION-DAYS TO WS-DISP-RETENTION
               MOVE SPACES TO WS-DC-DESC
               MOVE SPACES TO WS-DC-DETAIL
               STRING "ARCHIVE AUDITLG/STATTRND OLDER THAN"
                   WS-DISP-RETENTION " DAY(S)" DELIMITED BY SIZE
                   INTO WS-DC-DESC
               MOVE 'R' TO WS-DC-FUNCTION
               CALL "DUALCTL" USING WS-DC-FUNCTION WS-DC-ACTION
                   WS-DC-REQ-NO WS-DC-DESC WS-DC-DETAIL WS-RUN-TICKET
                   WS-DC-RESULT
               EVALUATE WS-DC-RESULT
                   WHEN 'O'
                       SET WS-DC-CLEARED TO TRUE
                   WHEN 'P'
                       DISPLAY "LOGPURGE: SWEEP RECORDED FOR APPROVAL"
                           " AS REQUEST " WS-DC-REQ-NO " - NOTHING"
                           " ARCHIVED UNTIL ANOTHER OPERATOR"
                           " APPROVES IT"
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       DISPLAY "*** LOGPURGE: " WS-DC-DESC
                           " - NOTHING ARCHIVED ***"
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           END-IF.

      *--------------------------------------------------------------*
      * 2000-PURGE-AUDIT-LOG - WALK AUDITLG THROUGH ITS KEY; AN ENTRY
      * OLDER THAN THE CUTOFF HAS ITS TEXT COPIED TO THE DATED
                               IF WS-LINE-IS-OLD
                                   ADD 1 TO WS-ARCHIVED-COUNT
                                   MOVE SPACES TO ARCH-LINE
                                   MOVE AUDIT-TEXT TO ARCH-AUDIT-TEXT
                                   MOVE AUDIT-KEY TO ARCH-AUDIT-KEY
                                   MOVE AUDIT-CHAIN
                                       TO ARCH-AUDIT-CHAIN
                                   WRITE ARCH-AUDIT-LINE
                                   DELETE AUDIT-LOG RECORD
                                       INVALID KEY
                                           CONTINUE
