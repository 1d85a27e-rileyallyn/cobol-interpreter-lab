      *> COPYBOOK:  GLREC
      *>
      *> PURPOSE:   RECORD LAYOUT OF THE GLJRNL GENERAL-LEDGER JOURNAL
      *>            INTERFACE FILE WRITTEN BY ACCTPOST.  EACH POSTING
      *>            RUN PRODUCES ONE BALANCED ENTRY - A DEBIT LINE AND
      *>            A CREDIT LINE FOR THE SAME AMOUNT - PER BRANCH AND
      *>            TRANSACTION TYPE (A/C/D) THAT MOVED MONEY, SO
      *>            FINANCE LOADS THE FILE INSTEAD OF RE-KEYING ACPRPT.
      *>
      *>            GL ACCOUNTS:  1100 ACCOUNT POSTING CLEARING
      *>                          2100 CUSTOMER ACCOUNT BALANCES
      *>            MONEY INTO THE ACCOUNTS DEBITS 1100 AND CREDITS
      *>            2100; MONEY OUT DEBITS 2100 AND CREDITS 1100.
      *>
      *>            THE FILE ENDS WITH A TRAILER MARKED WITH A LEADING
      *>            "T" (THE SAME CONVENTION AS THE STATS INPUT
      *>            TRAILER) CARRYING THE DETAIL RECORD COUNT AND THE
      *>            DEBIT AND CREDIT HASH TOTALS.
      *>
      *> USE:       COPY INTO THE FD OF THE LINE SEQUENTIAL GLJRNL FILE.
      *>
      *> MODIFICATION HISTORY
      *>   DATE       INIT  DESCRIPTION
      *>   2026-10-15  RA   INITIAL VERSION.
       01  GL-REC.
           05  GL-REC-TYPE            PIC X(01).
               88  GL-DETAIL           VALUE 'D'.
               88  GL-TRAILER          VALUE 'T'.
           05  GL-POST-DATE           PIC 9(06).
           05  GL-TICKET              PIC 9(09).
           05  GL-BRANCH              PIC 9(02).
           05  GL-TRAN-TYPE           PIC X(01).
           05  GL-ACCOUNT             PIC X(04).
           05  GL-DR-CR               PIC X(01).
               88  GL-DEBIT            VALUE 'D'.
               88  GL-CREDIT           VALUE 'C'.
           05  GL-AMOUNT              PIC 9(14)V9(4).
           05  GL-ITEM-COUNT          PIC 9(06).
           05  GL-DESC                PIC X(30).
       01  GL-TRAILER-REC REDEFINES GL-REC.
           05  GL-TRL-MARKER          PIC X(01).
           05  GL-TRL-COUNT           PIC 9(06).
           05  GL-TRL-DEBIT-HASH      PIC 9(14)V9(4).
           05  GL-TRL-CREDIT-HASH     PIC 9(14)V9(4).
           05  FILLER                 PIC X(35).
