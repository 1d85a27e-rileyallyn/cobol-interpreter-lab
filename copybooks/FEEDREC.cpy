      *> COPYBOOK:  FEEDREC
      *>
      *> PURPOSE:   ONE CARD OF THE FEEDREG FEED REGISTER - AN INBOUND
      *>            FILE AN UPSTREAM PARTNER DELIVERS FOR STATS,
      *>            SORTING OR ACCTPOST, THE WEEKDAYS IT IS DUE AND
      *>            THE TIME IT MUST BE IN BY.  FEEDMON CHECKS THE
      *>            REGISTER AGAINST WHAT HAS ARRIVED.  A FEED IS ONLY
      *>            EVER DUE ON A BUSINESS DAY (SHARED DATECALC
      *>            CALENDAR), SO A HOLIDAY NEEDS NO CARD CHANGE.
      *>
      *> USE:       COPY INTO THE FD OF THE LINE SEQUENTIAL FEEDREG
      *>            CARD FILE, WHICH IS MAINTAINED WITH THE EDITOR
      *>            LIKE HOLIDAYS, DRVSTEPS AND RATETBL.  A CARD WITH
      *>            AN ASTERISK IN COLUMN 1 IS A COMMENT.  COLUMNS:
      *>              1-30   FEED FILE NAME, AS THE RECEIVING STEP
      *>                     OPENS IT
      *>             32-36   DUE DAYS, MONDAY THROUGH FRIDAY - Y IF
      *>                     DUE THAT WEEKDAY, N IF NOT (ALL BLANK
      *>                     MEANS EVERY BUSINESS DAY)
      *>             38-41   CUT-OFF TIME, HHMM (24-HOUR CLOCK)
      *>             43      TRAILER EXPECTED - Y IF THE FILE ENDS
      *>                     WITH THE SHOP "T" TRAILER (MARKER IN
      *>                     COLUMN 1, DETAIL COUNT IN COLUMNS 2-7)
      *>             45-52   PARTNER
      *>             54-83   DESCRIPTION
      *>
      *> MODIFICATION HISTORY
      *>   DATE       INIT  DESCRIPTION
      *>   2026-10-15  RA   INITIAL VERSION.
       01  FEED-REC.
           05  FEED-NAME              PIC X(30).
           05  FILLER                 PIC X(01).
           05  FEED-DUE-DAYS.
               10  FEED-DUE-DAY       PIC X(01) OCCURS 5 TIMES.
           05  FILLER                 PIC X(01).
           05  FEED-CUTOFF            PIC 9(04).
           05  FEED-CUTOFF-X REDEFINES FEED-CUTOFF.
               10  FEED-CUTOFF-HH     PIC 9(02).
               10  FEED-CUTOFF-MM     PIC 9(02).
           05  FILLER                 PIC X(01).
           05  FEED-TRAILER-SW        PIC X(01).
               88  FEED-TRAILER-EXPECTED VALUE 'Y'.
           05  FILLER                 PIC X(01).
           05  FEED-PARTNER           PIC X(08).
           05  FILLER                 PIC X(01).
           05  FEED-DESC              PIC X(30).
       01  FEED-CARD-X REDEFINES FEED-REC.
           05  FEED-CARD-COL1         PIC X(01).
           05  FILLER                 PIC X(82).
