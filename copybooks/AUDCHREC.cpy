      *> COPYBOOK:  AUDCHREC
      *>
      *> PURPOSE:   THE ONE-LINE AUDCHAIN CONTROL FILE - THE HEAD OF
      *>            THE AUDITLG SEAL CHAIN.  IT HOLDS THE CHAIN NUMBER,
      *>            CHECK VALUE AND KEY OF THE LAST RECORD WRITTEN TO
      *>            AUDITLG, SO THE NEXT WRITER CAN LINK ON FROM IT
      *>            WITHOUT HUNTING FOR THE NEWEST RECORD, AND SO
      *>            AUDVRFY CAN TELL WHEN THE NEWEST RECORDS THEMSELVES
      *>            HAVE BEEN REMOVED.
      *>
      *> USE:       COPY INTO THE FD.  ONLY AUDCHECK WRITES IT, UNDER
      *>            THE AUDITLG RUN LOCK ITS CALLERS ALREADY HOLD.
      *>
      *> MODIFICATION HISTORY
      *>   DATE       INIT  DESCRIPTION
      *>   2026-10-15  RA   INITIAL VERSION.
       01  CHAIN-HEAD-REC.
           05  CHAIN-LAST-SEQ         PIC 9(09).
           05  FILLER                 PIC X(01).
           05  CHAIN-LAST-CHECK       PIC 9(09).
           05  FILLER                 PIC X(01).
           05  CHAIN-LAST-KEY         PIC X(18).
