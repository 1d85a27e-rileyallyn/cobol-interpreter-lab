      *> COPYBOOK:  INCREC
      *>
      *> PURPOSE:   ONE LINE OF THE INCLOG INCIDENT LOG.  INCIDENT
      *>            APPENDS AN "O" LINE WHEN AN INCIDENT IS OPENED,
      *>            THEN A LINE FOR EVERY RUN TICKET ("T") AND ALERTQ
      *>            ALERT ("A") LINKED TO IT, EVERY CAUSE ("C") AND
      *>            ACTION TAKEN ("N") RECORDED, AND EVERY CHANGE OF
      *>            STATUS, OWNER OR SEVERITY ("S").  THE LAST "C" LINE
      *>            IS THE CAUSE; EVERY "N" LINE IS KEPT; THE LAST "O"
      *>            OR "S" LINE IS THE INCIDENT'S STANDING.
      *>
      *> USE:       COPY INTO THE FD OF THE LINE SEQUENTIAL INCLOG
      *>            FILE.  WRITERS OPEN IT EXTEND UNDER THE RUNLOCK ON
      *>            RESOURCE INCLOG; LINES ARE NEVER CHANGED OR
      *>            REMOVED, SO THE FILE IS ALSO EACH INCIDENT'S
      *>            HISTORY.
      *>
      *> MODIFICATION HISTORY
      *>   DATE       INIT  DESCRIPTION
      *>   2026-10-15  RA   INITIAL VERSION.
       01  INC-REC.
           05  INC-ID                 PIC 9(06).
           05  FILLER                 PIC X(01).
           05  INC-LINE-TYPE          PIC X(01).
               88  INC-OPEN-LINE      VALUE 'O'.
               88  INC-STATUS-LINE    VALUE 'S'.
               88  INC-TICKET-LINE    VALUE 'T'.
               88  INC-ALERT-LINE     VALUE 'A'.
               88  INC-CAUSE-LINE     VALUE 'C'.
               88  INC-ACTION-LINE    VALUE 'N'.
           05  FILLER                 PIC X(01).
           05  INC-STAMP-DATE         PIC 9(06).
           05  FILLER                 PIC X(01).
           05  INC-STAMP-TIME         PIC 9(06).
           05  FILLER                 PIC X(01).
           05  INC-OPER-ID            PIC X(08).
           05  FILLER                 PIC X(01).
           05  INC-DETAIL             PIC X(60).
      *>   "O" AND "S" LINES - SEVERITY 1 (HIGHEST) TO 3, STATUS
      *>   O (OPEN), P (IN PROGRESS) OR C (CLOSED), AND THE OWNER.
      *>   THE TITLE IS GIVEN ONCE, ON THE "O" LINE.
           05  INC-STANDING REDEFINES INC-DETAIL.
               10  INC-SEVERITY       PIC X(01).
               10  FILLER             PIC X(01).
               10  INC-STATUS         PIC X(01).
                   88  INC-IS-OPEN        VALUE 'O'.
                   88  INC-IN-PROGRESS    VALUE 'P'.
                   88  INC-IS-CLOSED      VALUE 'C'.
               10  FILLER             PIC X(01).
               10  INC-OWNER          PIC X(08).
               10  FILLER             PIC X(01).
               10  INC-TITLE          PIC X(47).
      *>   "T" LINES - THE RUN TICKET THE INCIDENT CONCERNS.
           05  INC-TICKET-LINK REDEFINES INC-DETAIL.
               10  INC-LINK-TICKET    PIC 9(09).
               10  FILLER             PIC X(51).
      *>   "A" LINES - THE ALERTQ LINE, BY ITS DATE, TIME AND
      *>   RAISING PROGRAM.
           05  INC-ALERT-LINK REDEFINES INC-DETAIL.
               10  INC-ALERT-DATE     PIC 9(06).
               10  FILLER             PIC X(01).
               10  INC-ALERT-TIME     PIC 9(08).
               10  FILLER             PIC X(01).
               10  INC-ALERT-PROGRAM  PIC X(20).
               10  FILLER             PIC X(24).
