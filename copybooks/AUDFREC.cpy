      *> MODIFICATION HISTORY
      *>   DATE       INIT  DESCRIPTION
      *>   2026-09-02  RA   INITIAL VERSION.
      *>   2026-10-15  RA   ADDED AUDIT-CHAIN.  EVERY WRITER SEALS THE
      *>                    RECORD THROUGH THE SHARED AUDCHECK
      *>                    SUBPROGRAM: AUDIT-CHAIN-SEQ NUMBERS THE
      *>                    RECORDS IN THE ORDER THEY WERE WRITTEN, AND
      *>                    AUDIT-CHAIN-CHECK IS COMPUTED FROM THE KEY,
      *>                    THE TEXT, THAT NUMBER AND THE PREVIOUS
      *>                    RECORD'S CHECK, SO A RECORD CHANGED OR
      *>                    REMOVED AFTERWARDS BREAKS THE CHAIN AUDVRFY
      *>                    WALKS.  A FILE IN THE OLD 150-BYTE LAYOUT
      *>                    IS CARRIED OVER BY LOGCONV.
       01  AUDIT-REC.
           05  AUDIT-KEY.
               10  AUDIT-KEY-DATE     PIC 9(06).
               10  AUDIT-KEY-TICKET   PIC 9(09).
               10  AUDIT-KEY-SEQ      PIC 9(03).
           05  AUDIT-TEXT             PIC X(132).
           05  AUDIT-CHAIN.
               10  AUDIT-CHAIN-SEQ    PIC 9(09).
               10  AUDIT-CHAIN-CHECK  PIC 9(09).
