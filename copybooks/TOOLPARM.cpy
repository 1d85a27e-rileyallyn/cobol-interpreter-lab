      *>                    DATECALC CALENDAR), 0 OR BLANK MEANS
      *>                    CALENDAR DAYS AS ALWAYS.  CARVED FROM THE
      *>                    TRAILING FILLER.
      *>   2026-10-15  RA   ADDED PARM-LIMIT-MARGIN - LIMITCHK LISTS
      *>                    EVERY ACCOUNT WHOSE BALANCE SITS WITHIN
      *>                    THIS AMOUNT (WHOLE UNITS) OF ITS CREDIT
      *>                    LIMIT.  ZERO OR BLANK MEANS LIMITCHK'S OWN
      *>                    DEFAULT OF 100.  CARVED FROM THE TRAILING
      *>                    FILLER.
      *>   2026-10-15  RA   ADDED PARM-CSV-EXPORT - 1 MEANS DASHBOARD,
      *>                    RECONCILE, TRENDROLL AND FORECAST ALSO
      *>                    WRITE A COMMA-DELIMITED DATA FILE (DASHCSV,
      *>                    RECCSV, TRNDCSV, FCSTCSV) ALONGSIDE THEIR
      *>                    PRINT REPORTS FOR LOADING INTO A
      *>                    SPREADSHEET; 0 OR BLANK MEANS THE PRINT
      *>                    REPORT ONLY.  CARVED FROM THE TRAILING
      *>                    FILLER.
      *>   2026-10-15  RA   ADDED PARM-PIN-EXPIRY-DAYS, THE AGE IN
      *>                    DAYS AT WHICH MENU'S SIGN-ON MAKES AN
      *>                    OPERATOR CHOOSE A NEW PIN (ZERO OR BLANK
      *>                    MEANS 90), AND PARM-SIGNON-MAX-FAILS, THE
      *>                    RUN OF BAD PINS THAT LOCKS AN OPERATOR
      *>                    OUT (ZERO OR BLANK MEANS 3).  CARVED FROM
      *>                    THE TRAILING FILLER.
      *>   2026-10-15  RA   ADDED PARM-APPROVAL-HOURS, HOW LONG A
      *>                    DUAL-CONTROL REQUEST IN APPRQ MAY WAIT FOR
      *>                    ITS APPROVAL, AND AN APPROVED ONE FOR ITS
      *>                    RUN, BEFORE IT EXPIRES.  ZERO OR BLANK
      *>                    MEANS 24 HOURS.  CARVED FROM THE TRAILING
      *>                    FILLER.
      *>   2026-10-15  RA   ADDED PARM-BACKUP-GENS, HOW MANY COMPLETE
      *>                    BACKUP GENERATIONS FILEBKUP KEEPS BEFORE
      *>                    REMOVING THE OLDEST.  ZERO OR BLANK MEANS
      *>                    7.  CARVED FROM THE TRAILING FILLER.
       01  TOOLKIT-PARMS.
           05  PARM-STATS-CKPT-INTERVAL   PIC 9(06).
           05  PARM-SORT-ROW-MAX          PIC 9(03).
           05  PARM-BATCH-WINDOW-MINS     PIC 9(04).
           05  PARM-RETAIN-BUSINESS       PIC 9(01).
           05  PARM-TICKET-REPORTS        PIC 9(01).
           05  PARM-LIMIT-MARGIN          PIC 9(07).
           05  PARM-CSV-EXPORT            PIC 9(01).
           05  PARM-PIN-EXPIRY-DAYS       PIC 9(03).
           05  PARM-SIGNON-MAX-FAILS      PIC 9(01).
           05  PARM-APPROVAL-HOURS        PIC 9(03).
           05  PARM-BACKUP-GENS           PIC 9(02).
           05  FILLER                     PIC X(02).
