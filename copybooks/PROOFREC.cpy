      *> COPYBOOK:  PROOFREC
      *>
      *> PURPOSE:   ONE LINE OF THE PROOFCTL POSTING-PROOF CONTROL
      *>            FILE.  ACCTPOST APPENDS ONE AFTER EVERY POSTING
      *>            RUN, RECORDING WHETHER ITS TRIAL BALANCE PROVED
      *>            (OPENING TOTAL PLUS NET APPLIED POSTINGS EQUAL TO
      *>            THE CLOSING TOTAL, SHOP-WIDE AND IN EVERY
      *>            BRANCH), SO A LATER STEP CAN ASK WHETHER THE DAY'S
      *>            POSTINGS PROVED WITHOUT READING ACPRPT.
      *>
      *> USE:       COPY INTO THE FD OF THE LINE SEQUENTIAL PROOFCTL
      *>            FILE.  WRITERS OPEN IT EXTEND.
      *>
      *> MODIFICATION HISTORY
      *>   DATE       INIT  DESCRIPTION
      *>   2026-10-15  RA   INITIAL VERSION.
       01  PROOF-REC.
           05  PROOF-DATE             PIC 9(06).
           05  FILLER                 PIC X(01).
           05  PROOF-TICKET           PIC 9(09).
           05  FILLER                 PIC X(01).
           05  PROOF-STATUS           PIC X(01).
               88  PROOF-BALANCED      VALUE 'B'.
               88  PROOF-OUT           VALUE 'O'.
           05  FILLER                 PIC X(01).
           05  PROOF-ACCT-COUNT       PIC 9(07).
           05  FILLER                 PIC X(01).
           COPY NUMREC REPLACING ==:LEVEL:== BY ==05==
               ==:NAME:== BY ==PROOF-CLOSING-TOTAL==.
