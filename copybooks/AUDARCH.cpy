      *> COPYBOOK:  AUDARCH
      *>
      *> PURPOSE:   ONE LINE OF A LOGPURGE AUDITLG ARCHIVE
      *>            (AUDITLG.ARC.YYMMDD).  THE TEXT LEADS THE LINE
      *>            EXACTLY AS IT ALWAYS HAS, SO AUDITQRY AND ANYONE
      *>            BROWSING THE ARCHIVE SEE THE SAME LOG LINE; THE
      *>            RECORD'S KEY AND ITS AUDIT-CHAIN SEAL FOLLOW IT, SO
      *>            AUDVRFY CAN CARRY THE CHAIN ON THROUGH RECORDS
      *>            THAT NO LONGER LIVE IN AUDITLG.  AN ARCHIVE LINE
      *>            WRITTEN BEFORE THE SEAL EXISTED HAS SPACES AFTER
      *>            THE TEXT.
      *>
      *> USE:       COPY INTO THE FD OF THE LINE SEQUENTIAL ARCHIVE.
      *>
      *> MODIFICATION HISTORY
      *>   DATE       INIT  DESCRIPTION
      *>   2026-10-15  RA   INITIAL VERSION.
       01  ARCH-AUDIT-LINE.
           05  ARCH-AUDIT-TEXT        PIC X(132).
           05  ARCH-AUDIT-KEY.
               10  ARCH-AUDIT-KEY-DATE   PIC 9(06).
               10  ARCH-AUDIT-KEY-TICKET PIC 9(09).
               10  ARCH-AUDIT-KEY-SEQ    PIC 9(03).
           05  ARCH-AUDIT-CHAIN.
               10  ARCH-AUDIT-CHAIN-SEQ   PIC 9(09).
               10  ARCH-AUDIT-CHAIN-CHECK PIC 9(09).
