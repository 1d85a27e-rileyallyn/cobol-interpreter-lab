      *> COPYBOOK:  FLOGREC
      *>
      *> PURPOSE:   ONE RECORD OF THE FEEDLOG ARRIVAL LOG WRITTEN BY
      *>            FEEDMON.  AN "A" RECORD IS WRITTEN THE FIRST TIME
      *>            A FEED IS SEEN ON ITS DUE DATE - ITS LAST-WRITTEN
      *>            TIME IS ITS ARRIVAL TIME - WITH ITS SIZE IN BYTES,
      *>            ITS RECORD COUNT AND THE DETAIL COUNT ITS TRAILER
      *>            CLAIMS.  AN "M" RECORD MARKS A FEED ALREADY
      *>            ALERTED AS MISSING PAST ITS CUT-OFF THAT DAY, SO A
      *>            LATER CHECK DOES NOT ALERT IT AGAIN.
      *>
      *> USE:       COPY INTO THE FD OF THE LINE SEQUENTIAL FEEDLOG
      *>            FILE, WHICH FEEDMON EXTENDS.
      *>
      *> MODIFICATION HISTORY
      *>   DATE       INIT  DESCRIPTION
      *>   2026-10-15  RA   INITIAL VERSION.
      *>   2026-10-15  RA   ARRIVAL TIME DESCRIBED AS THE FEED'S
      *>                    LAST-WRITTEN TIME.
       01  FLOG-REC.
           05  FLOG-DATE              PIC 9(06).
           05  FILLER                 PIC X(01).
           05  FLOG-FEED              PIC X(30).
           05  FILLER                 PIC X(01).
           05  FLOG-TYPE              PIC X(01).
               88  FLOG-ARRIVAL       VALUE 'A'.
               88  FLOG-MISSING-ALERT VALUE 'M'.
           05  FILLER                 PIC X(01).
           05  FLOG-TIME              PIC 9(06).
           05  FILLER                 PIC X(01).
           05  FLOG-BYTES             PIC 9(10).
           05  FILLER                 PIC X(01).
           05  FLOG-RECORDS           PIC 9(07).
           05  FILLER                 PIC X(01).
           05  FLOG-TRAILER-SW        PIC X(01).
               88  FLOG-TRAILER-FOUND VALUE 'Y'.
           05  FILLER                 PIC X(01).
           05  FLOG-TRAILER-COUNT     PIC 9(07).
           05  FILLER                 PIC X(01).
           05  FLOG-STATUS            PIC X(16).
           05  FILLER                 PIC X(01).
           05  FLOG-TICKET            PIC 9(09).
