      *                    A RUN THAT ABENDS STILL LEAVES A TRACE;
      *                    AUDITLOG'S COMPLETION LINE IS THE PAIRED
      *                    EVENT=END.
      *   2026-10-15  RA   ADDED THE ACCTBACK AND ACCTSTMT REPORTS
      *                    (ACBRPT, STMTRPT) TO THE KNOWN-FILE TABLE.
      *   2026-10-15  RA   ADDED THE ACCRUAL REGISTER (ACRRPT) TO THE
      *                    KNOWN-FILE TABLE.
      *   2026-10-15  RA   ADDED THE CREDIT-LIMIT EXCEPTION LISTING
      *                    (LIMRPT) TO THE KNOWN-FILE TABLE.
      *   2026-10-15  RA   ADDED SNAPDIFF'S SNAPSHOT CHANGE REPORT
      *                    (SNPRPT) TO THE KNOWN-FILE TABLE.
      *   2026-10-15  RA   ADDED THE CUSTODIAN RECONCILIATION REPORT
      *                    (RCNRPT) TO THE KNOWN-FILE TABLE.
      *   2026-10-15  RA   ADDED THE BUDGET VARIANCE REPORT (BUDRPT)
      *                    TO THE KNOWN-FILE TABLE.
      *   2026-10-15  RA   ADDED THE RULE CHECK REPORT (RULRPT) TO THE
      *                    KNOWN-FILE TABLE.
      *   2026-10-15  RA   ADDED THE JOB-STREAM SCHEDULE (SCHRPT) TO
      *                    THE KNOWN-FILE TABLE.
      *   2026-10-15  RA   ADDED THE INBOUND FEED ARRIVALS REPORT
      *                    (FEEDRPT) TO THE KNOWN-FILE TABLE.
      *   2026-10-15  RA   ADDED THE END-OF-DAY CLOSE CHECKLIST
      *                    (CLSRPT) TO THE KNOWN-FILE TABLE.
      *   2026-10-15  RA   ADDED THE DATA LINEAGE QUERY (LINRPT) TO
      *                    THE KNOWN-FILE TABLE.
      *   2026-10-15  RA   ADDED THE REPORT DISTRIBUTION MANIFEST
      *                    (DISTRPT) TO THE KNOWN-FILE TABLE.
      *   2026-10-15  RA   ADDED THE OPERATOR MASTER MAINTENANCE LISTING
      *                    (OPERRPT) TO THE KNOWN-FILE TABLE.
      *   2026-10-15  RA   ADDED THE SECURITY VIOLATIONS REVIEW
      *                    (SECRPT) TO THE KNOWN-FILE TABLE.
      *   2026-10-15  RA   ADDED THE AUDIT-CHAIN VERIFICATION
      *                    (AUDVRPT) TO THE KNOWN-FILE TABLE.
      *   2026-10-15  RA   ADDED THE BACKUP GENERATION AND FILE RESTORE
      *                    REPORTS BKUPRPT AND RSTRPT.
      *   2026-10-15  RA   ADDED THE INCIDENT LOG REPORT INCRPT.
      *   2026-10-15  RA   ADDED THE RERUN REPORT RERRPT.
      *   2026-10-15  RA   ADDED THE DQSCORE FEED DATA-QUALITY
      *                    SCORECARD REPORT DQSRPT.
      *   2026-10-15  RA   ADDED THE CAPPLAN BATCH-WINDOW CAPACITY
      *                    REPORT CAPRPT.
      *   2026-10-15  RA   ADDED THE RPTCOMP REPORT COMPARISON CMPRPT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTINDEX.
           05  FILLER             PIC X(30) VALUE "REJRPT".
           05  FILLER             PIC X(30) VALUE "STATXTR".
           05  FILLER             PIC X(30) VALUE "VALREJ".
           05  FILLER             PIC X(30) VALUE "ACBRPT".
           05  FILLER             PIC X(30) VALUE "STMTRPT".
           05  FILLER             PIC X(30) VALUE "ACRRPT".
           05  FILLER             PIC X(30) VALUE "LIMRPT".
           05  FILLER             PIC X(30) VALUE "SNPRPT".
           05  FILLER             PIC X(30) VALUE "RCNRPT".
           05  FILLER             PIC X(30) VALUE "BUDRPT".
           05  FILLER             PIC X(30) VALUE "RULRPT".
           05  FILLER             PIC X(30) VALUE "SCHRPT".
           05  FILLER             PIC X(30) VALUE "FEEDRPT".
           05  FILLER             PIC X(30) VALUE "CLSRPT".
           05  FILLER             PIC X(30) VALUE "LINRPT".
           05  FILLER             PIC X(30) VALUE "DISTRPT".
           05  FILLER             PIC X(30) VALUE "OPERRPT".
           05  FILLER             PIC X(30) VALUE "SECRPT".
           05  FILLER             PIC X(30) VALUE "AUDVRPT".
           05  FILLER             PIC X(30) VALUE "BKUPRPT".
           05  FILLER             PIC X(30) VALUE "RSTRPT".
           05  FILLER             PIC X(30) VALUE "INCRPT".
           05  FILLER             PIC X(30) VALUE "RERRPT".
           05  FILLER             PIC X(30) VALUE "DQSRPT".
           05  FILLER             PIC X(30) VALUE "CAPRPT".
           05  FILLER             PIC X(30) VALUE "CMPRPT".
       01  WS-KNOWN-TABLE REDEFINES WS-KNOWN-FILES.
           05  WS-KNOWN-NAME OCCURS 46 TIMES
               PIC X(30).
       77  WS-FILE-COUNT           PIC 9(02) COMP VALUE 46.
       77  WS-FILE-IDX             PIC 9(02) COMP.
       77  WS-FOUND-COUNT          PIC 9(02) COMP VALUE 0.

