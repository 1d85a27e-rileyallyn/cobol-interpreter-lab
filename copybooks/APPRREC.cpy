      *> COPYBOOK:  APPRREC
      *>
      *> PURPOSE:   ONE LINE OF THE APPRQ DUAL-CONTROL APPROVAL
      *>            QUEUE.  A DESTRUCTIVE ACTION (LOGPURGE'S SWEEP, A
      *>            CHKSTAT CLEAR, A PARMEDIT REWRITE, A DRIVER RESUME)
      *>            IS RECORDED HERE BY THE SHARED DUALCTL SUBPROGRAM
      *>            INSTEAD OF BEING CARRIED OUT.  A SECOND OPERATOR
      *>            OF AT LEAST APPR-LEVEL APPROVES OR REJECTS IT FROM
      *>            MENU THROUGH APPROVE, AND THE NEXT RUN OF THE
      *>            OWNING PROGRAM TAKES THE APPROVED LINE AND DOES
      *>            THE WORK.  A LINE NOT APPROVED, OR APPROVED BUT NOT
      *>            RUN, WITHIN THE SHOP'S APPROVAL WINDOW EXPIRES.
      *>
      *>            APPR-DESC IS THE ONE-LINE SUMMARY THE APPROVER
      *>            SEES; APPR-DETAIL IS WHATEVER THE OWNING PROGRAM
      *>            NEEDS TO CARRY THE ACTION OUT LATER (THE FILE TO
      *>            CLEAR, THE BEFORE AND AFTER TOOLPARM RECORDS).
      *>
      *> USE:       COPY INTO THE FD OF THE LINE SEQUENTIAL APPRQ
      *>            FILE.  ONLY DUALCTL REWRITES IT, UNDER THE APPRQ
      *>            RUN LOCK; LINES ARE NEVER REMOVED, SO THE FILE IS
      *>            ALSO THE HISTORY OF EVERY REQUEST.
      *>
      *> MODIFICATION HISTORY
      *>   DATE       INIT  DESCRIPTION
      *>   2026-10-15  RA   INITIAL VERSION.
       01  APPR-REC.
           05  APPR-REQ-NO            PIC 9(06).
           05  FILLER                 PIC X(01).
           05  APPR-STATUS            PIC X(01).
               88  APPR-PENDING       VALUE 'P'.
               88  APPR-APPROVED      VALUE 'A'.
               88  APPR-REJECTED      VALUE 'R'.
               88  APPR-EXPIRED       VALUE 'E'.
               88  APPR-DONE          VALUE 'U'.
           05  FILLER                 PIC X(01).
           05  APPR-ACTION            PIC X(08).
           05  FILLER                 PIC X(01).
           05  APPR-LEVEL             PIC 9(01).
           05  FILLER                 PIC X(01).
           05  APPR-REQ-BY            PIC X(08).
           05  FILLER                 PIC X(01).
           05  APPR-REQ-DATE          PIC 9(06).
           05  FILLER                 PIC X(01).
           05  APPR-REQ-TIME          PIC 9(06).
           05  FILLER                 PIC X(01).
           05  APPR-APPR-BY           PIC X(08).
           05  FILLER                 PIC X(01).
           05  APPR-APPR-DATE         PIC 9(06).
           05  FILLER                 PIC X(01).
           05  APPR-APPR-TIME         PIC 9(06).
           05  FILLER                 PIC X(01).
           05  APPR-RUN-BY            PIC X(08).
           05  FILLER                 PIC X(01).
           05  APPR-RUN-DATE          PIC 9(06).
           05  FILLER                 PIC X(01).
           05  APPR-RUN-TIME          PIC 9(06).
           05  FILLER                 PIC X(01).
           05  APPR-DESC              PIC X(50).
           05  FILLER                 PIC X(01).
           05  APPR-DETAIL            PIC X(160).
