      *****************************************************************
      * PROGRAM:  LINEPUT
      *
      * PURPOSE:  SHOP-WIDE DATA LINEAGE LOG.  WHEN A FIGURE ON
      *           DASHRPT LOOKS WRONG, TRACING IT BACK USED TO MEAN
      *           READING THE AUDITLG LINE FOR THE TICKET AND THEN
      *           GUESSING WHICH INPUT FILE THE RUN WAS GIVEN.  A
      *           PROGRAM THAT KEEPS LINEAGE NOW CALLS HERE ONCE FOR
      *           EVERY INPUT FILE IT READ AND EVERY OUTPUT IT WROTE,
      *           AND ONCE WITH ROLE P FOR THE PARAMETERS IN FORCE,
      *           AND THIS PROGRAM APPENDS THE MATCHING LINES (SHARED
      *           LINREC COPYBOOK) TO THE LINEAGE FILE UNDER THE
      *           CALLER'S RUN TICKET.  LINQRY WALKS THE CHAIN.
      *
      *           ROLE I  AN INPUT  - KIND, NAME, COUNT AND VALUE
      *                   (THE TRAILER OR CONTROL HASH) AS PASSED.
      *           ROLE O  AN OUTPUT - KIND, NAME, COUNT AND VALUE
      *                   (A KEY OR HASH) AS PASSED.
      *           ROLE P  THE TOOLPARM VALUES IN FORCE - KIND, NAME,
      *                   COUNT AND VALUE ARE IGNORED; THIS PROGRAM
      *                   READS TOOLPARM ITSELF AND WRITES ONE LINE
      *                   PER FIELD, OR ONE LINE SAYING THE FILE WAS
      *                   ABSENT AND THE PROGRAM DEFAULTS APPLIED.
      *
      *           THE APPEND IS GUARDED BY THE SHARED RUNLOCK
      *           SUBPROGRAM SO CONCURRENT RUNS CANNOT INTERLEAVE.
      *
      * USAGE:    CALL "LINEPUT" USING LK-PROGRAM-NAME LK-RUN-TICKET
      *               LK-ROLE LK-KIND LK-NAME LK-COUNT LK-VALUE.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15  RA   INITIAL VERSION.
      *   2026-10-15  RA   PARM-CSV-EXPORT ADDED TO THE ROLE P LINES.
      *   2026-10-15  RA   PARM-PIN-EXPIRY-DAYS, PARM-SIGNON-MAX-FAILS,
      *                    PARM-APPROVAL-HOURS AND PARM-BACKUP-GENS
      *                    ADDED TO THE ROLE P LINES.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LINEPUT.
       AUTHOR. R-ALLYN.
       INSTALLATION. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LINEAGE-FILE ASSIGN TO "LINEAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIN-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "TOOLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LINEAGE-FILE.
           COPY LINREC.

       FD  PARM-FILE.
           COPY TOOLPARM.

       WORKING-STORAGE SECTION.
       77  WS-LIN-STATUS           PIC X(02).
       77  WS-PARM-STATUS          PIC X(02).
       77  WS-RUN-DATE             PIC 9(06).
       77  WS-RUN-TIME             PIC 9(08).
       77  WS-LOCK-ACTION          PIC X(01).
       77  WS-LOCK-RESOURCE        PIC X(08).
       77  WS-LOCK-GRANTED-SW      PIC X(01).
       77  WS-PARM-FOUND-SW        PIC X(01).
           88  WS-PARM-FOUND        VALUE 'Y'.
       77  WS-PARM-NAME            PIC X(30).
       77  WS-PARM-VALUE           PIC X(24).
       77  WS-DISP-DEMO            PIC -(3)9.99.

       LINKAGE SECTION.
       01  LK-PROGRAM-NAME         PIC X(20).
       01  LK-RUN-TICKET           PIC 9(09).
       01  LK-ROLE                 PIC X(01).
       01  LK-KIND                 PIC X(08).
       01  LK-NAME                 PIC X(30).
       01  LK-COUNT                PIC 9(07).
       01  LK-VALUE                PIC X(24).

       PROCEDURE DIVISION USING LK-PROGRAM-NAME LK-RUN-TICKET
               LK-ROLE LK-KIND LK-NAME LK-COUNT LK-VALUE.
       0000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE 'G' TO WS-LOCK-ACTION
           MOVE "LINEAGE" TO WS-LOCK-RESOURCE
           CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
               WS-LOCK-GRANTED-SW
           IF WS-LOCK-GRANTED-SW NOT = 'Y'
               DISPLAY "*** LINEPUT: LINEAGE FILE BUSY - ENTRY FROM "
                   LK-PROGRAM-NAME " NOT WRITTEN ***"
           ELSE
               OPEN EXTEND LINEAGE-FILE
               IF WS-LIN-STATUS = "35"
                   OPEN OUTPUT LINEAGE-FILE
               END-IF
               IF WS-LIN-STATUS = "00" OR WS-LIN-STATUS = "05"
                   IF LK-ROLE = 'P'
                       PERFORM 2000-WRITE-PARMS
                   ELSE
                       PERFORM 1000-BUILD-LINE
                       MOVE LK-KIND TO LIN-KIND
                       MOVE LK-NAME TO LIN-NAME
                       MOVE LK-COUNT TO LIN-COUNT
                       MOVE LK-VALUE TO LIN-VALUE
                       WRITE LIN-REC
                   END-IF
                   CLOSE LINEAGE-FILE
               ELSE
                   DISPLAY "*** LINEPUT: UNABLE TO OPEN LINEAGE FILE"
                       " - FILE STATUS " WS-LIN-STATUS " ***"
               END-IF
               MOVE 'R' TO WS-LOCK-ACTION
               CALL "RUNLOCK" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
                   WS-LOCK-GRANTED-SW
           END-IF
           GOBACK.

      *--------------------------------------------------------------*
      * 1000-BUILD-LINE - THE FIELDS EVERY LINEAGE LINE CARRIES.
      *--------------------------------------------------------------*
       1000-BUILD-LINE.
           MOVE SPACES TO LIN-REC
           MOVE LK-RUN-TICKET TO LIN-TICKET
           MOVE WS-RUN-DATE TO LIN-DATE
           MOVE WS-RUN-TIME TO LIN-TIME
           MOVE LK-PROGRAM-NAME TO LIN-PROGRAM
           MOVE LK-ROLE TO LIN-ROLE
           MOVE 0 TO LIN-COUNT.

      *--------------------------------------------------------------*
      * 2000-WRITE-PARMS - ONE PARM LINE PER TOOLPARM FIELD AS THE
      * FILE STANDS NOW, THE SAME RECORD THE CALLER READ AT START-UP.
      * A FIELD LEFT BLANK IS SHOWN AS SUCH - THE CALLER'S OWN
      * DEFAULT APPLIED TO IT.
      *--------------------------------------------------------------*
       2000-WRITE-PARMS.
           MOVE 'N' TO WS-PARM-FOUND-SW
           MOVE SPACES TO WS-PARM-VALUE
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   NOT AT END
                       MOVE 'Y' TO WS-PARM-FOUND-SW
               END-READ
               CLOSE PARM-FILE
           ELSE
               IF WS-PARM-STATUS = "05"
                   CLOSE PARM-FILE
               END-IF
           END-IF
           IF NOT WS-PARM-FOUND
               MOVE "TOOLPARM" TO WS-PARM-NAME
               MOVE "ABSENT - DEFAULTS" TO WS-PARM-VALUE
               PERFORM 2100-WRITE-PARM-LINE
           ELSE
               MOVE "PARM-STATS-CKPT-INTERVAL" TO WS-PARM-NAME
               IF PARM-STATS-CKPT-INTERVAL IS NUMERIC
                   MOVE PARM-STATS-CKPT-INTERVAL TO WS-PARM-VALUE
               END-IF
               PERFORM 2100-WRITE-PARM-LINE
               MOVE "PARM-SORT-ROW-MAX" TO WS-PARM-NAME
               IF PARM-SORT-ROW-MAX IS NUMERIC
                   MOVE PARM-SORT-ROW-MAX TO WS-PARM-VALUE
               END-IF
               PERFORM 2100-WRITE-PARM-LINE
               MOVE "PARM-QS-DEMO-A" TO WS-PARM-NAME
               IF PARM-QS-DEMO-A IS NUMERIC
                   MOVE PARM-QS-DEMO-A TO WS-DISP-DEMO
                   MOVE WS-DISP-DEMO TO WS-PARM-VALUE
               END-IF
               PERFORM 2100-WRITE-PARM-LINE
               MOVE "PARM-QS-DEMO-B" TO WS-PARM-NAME
               IF PARM-QS-DEMO-B IS NUMERIC
                   MOVE PARM-QS-DEMO-B TO WS-DISP-DEMO
                   MOVE WS-DISP-DEMO TO WS-PARM-VALUE
               END-IF
               PERFORM 2100-WRITE-PARM-LINE
               MOVE "PARM-QS-DEMO-C" TO WS-PARM-NAME
               IF PARM-QS-DEMO-C IS NUMERIC
                   MOVE PARM-QS-DEMO-C TO WS-DISP-DEMO
                   MOVE WS-DISP-DEMO TO WS-PARM-VALUE
               END-IF
               PERFORM 2100-WRITE-PARM-LINE
               MOVE "PARM-QS-COEF-MAX" TO WS-PARM-NAME
               IF PARM-QS-COEF-MAX IS NUMERIC
                   MOVE PARM-QS-COEF-MAX TO WS-PARM-VALUE
               END-IF
               PERFORM 2100-WRITE-PARM-LINE
               MOVE "PARM-RECON-PCT" TO WS-PARM-NAME
               IF PARM-RECON-PCT IS NUMERIC
                   MOVE PARM-RECON-PCT TO WS-PARM-VALUE
               END-IF
               PERFORM 2100-WRITE-PARM-LINE
               MOVE "PARM-OUTLIER-SIGMA" TO WS-PARM-NAME
               IF PARM-OUTLIER-SIGMA IS NUMERIC
                   MOVE PARM-OUTLIER-SIGMA TO WS-PARM-VALUE
               END-IF
               PERFORM 2100-WRITE-PARM-LINE
               MOVE "PARM-RETENTION-DAYS" TO WS-PARM-NAME
               IF PARM-RETENTION-DAYS IS NUMERIC
                   MOVE PARM-RETENTION-DAYS TO WS-PARM-VALUE
               END-IF
               PERFORM 2100-WRITE-PARM-LINE
               MOVE "PARM-PRINT-WIDTH" TO WS-PARM-NAME
               IF PARM-PRINT-WIDTH IS NUMERIC
                   MOVE PARM-PRINT-WIDTH TO WS-PARM-VALUE
               END-IF
               PERFORM 2100-WRITE-PARM-LINE
               MOVE "PARM-MAX-RECORDS" TO WS-PARM-NAME
               IF PARM-MAX-RECORDS IS NUMERIC
                   MOVE PARM-MAX-RECORDS TO WS-PARM-VALUE
               END-IF
               PERFORM 2100-WRITE-PARM-LINE
               MOVE "PARM-BATCH-WINDOW-MINS" TO WS-PARM-NAME
               IF PARM-BATCH-WINDOW-MINS IS NUMERIC
                   MOVE PARM-BATCH-WINDOW-MINS TO WS-PARM-VALUE
               END-IF
               PERFORM 2100-WRITE-PARM-LINE
               MOVE "PARM-RETAIN-BUSINESS" TO WS-PARM-NAME
               IF PARM-RETAIN-BUSINESS IS NUMERIC
                   MOVE PARM-RETAIN-BUSINESS TO WS-PARM-VALUE
               END-IF
               PERFORM 2100-WRITE-PARM-LINE
               MOVE "PARM-TICKET-REPORTS" TO WS-PARM-NAME
               IF PARM-TICKET-REPORTS IS NUMERIC
                   MOVE PARM-TICKET-REPORTS TO WS-PARM-VALUE
               END-IF
               PERFORM 2100-WRITE-PARM-LINE
               MOVE "PARM-LIMIT-MARGIN" TO WS-PARM-NAME
               IF PARM-LIMIT-MARGIN IS NUMERIC
                   MOVE PARM-LIMIT-MARGIN TO WS-PARM-VALUE
               END-IF
               PERFORM 2100-WRITE-PARM-LINE
               MOVE "PARM-CSV-EXPORT" TO WS-PARM-NAME
               IF PARM-CSV-EXPORT IS NUMERIC
                   MOVE PARM-CSV-EXPORT TO WS-PARM-VALUE
               END-IF
               PERFORM 2100-WRITE-PARM-LINE
               MOVE "PARM-PIN-EXPIRY-DAYS" TO WS-PARM-NAME
               IF PARM-PIN-EXPIRY-DAYS IS NUMERIC
                   MOVE PARM-PIN-EXPIRY-DAYS TO WS-PARM-VALUE
               END-IF
               PERFORM 2100-WRITE-PARM-LINE
               MOVE "PARM-SIGNON-MAX-FAILS" TO WS-PARM-NAME
               IF PARM-SIGNON-MAX-FAILS IS NUMERIC
                   MOVE PARM-SIGNON-MAX-FAILS TO WS-PARM-VALUE
               END-IF
               PERFORM 2100-WRITE-PARM-LINE
               MOVE "PARM-APPROVAL-HOURS" TO WS-PARM-NAME
               IF PARM-APPROVAL-HOURS IS NUMERIC
                   MOVE PARM-APPROVAL-HOURS TO WS-PARM-VALUE
               END-IF
               PERFORM 2100-WRITE-PARM-LINE
               MOVE "PARM-BACKUP-GENS" TO WS-PARM-NAME
               IF PARM-BACKUP-GENS IS NUMERIC
                   MOVE PARM-BACKUP-GENS TO WS-PARM-VALUE
               END-IF
               PERFORM 2100-WRITE-PARM-LINE
           END-IF.

      *--------------------------------------------------------------*
      * 2100-WRITE-PARM-LINE - WRITE ONE PARM LINE FROM WS-PARM-NAME
      * AND WS-PARM-VALUE, THEN CLEAR THE VALUE SO A BLANK FIELD IN
      * THE NEXT CALL IS REPORTED AS BLANK.
      *--------------------------------------------------------------*
       2100-WRITE-PARM-LINE.
           PERFORM 1000-BUILD-LINE
           MOVE "PARM" TO LIN-KIND
           MOVE WS-PARM-NAME TO LIN-NAME
           IF WS-PARM-VALUE = SPACES
               MOVE "(BLANK)" TO LIN-VALUE
           ELSE
               MOVE WS-PARM-VALUE TO LIN-VALUE
           END-IF
           WRITE LIN-REC
           MOVE SPACES TO WS-PARM-VALUE.
