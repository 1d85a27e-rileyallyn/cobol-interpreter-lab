      *> COPYBOOK:  DLVREC
      *>
      *> PURPOSE:   ONE LINE OF THE DISTLOG REPORT DELIVERY LOG.
      *>            DISTRIB APPENDS AN "M" LINE FOR EACH REPORT AND
      *>            RECIPIENT PUT ON A BUSINESS DATE'S MANIFEST, AND A
      *>            "D" LINE WHEN AN OPERATOR MARKS THAT DELIVERY DONE.
      *>            THE LAST LINE FOR A DATE, REPORT AND RECIPIENT IS
      *>            ITS STANDING; ONE LEFT AT "M" IS STILL UNDELIVERED
      *>            AND IS LISTED ON DASHBOARD.
      *>
      *> USE:       COPY INTO THE FD OF THE LINE SEQUENTIAL DISTLOG
      *>            FILE.  WRITERS OPEN IT EXTEND; LINES ARE NEVER
      *>            CHANGED OR REMOVED, SO THE FILE IS ALSO THE
      *>            HISTORY OF EVERY MANIFEST AND DELIVERY.
      *>
      *> MODIFICATION HISTORY
      *>   DATE       INIT  DESCRIPTION
      *>   2026-10-15  RA   INITIAL VERSION.
       01  DLV-REC.
           05  DLV-DATE               PIC 9(06).
           05  FILLER                 PIC X(01).
           05  DLV-ACTION             PIC X(01).
               88  DLV-MANIFESTED     VALUE 'M'.
               88  DLV-DELIVERED      VALUE 'D'.
           05  FILLER                 PIC X(01).
           05  DLV-REPORT             PIC X(08).
           05  FILLER                 PIC X(01).
           05  DLV-RECIPIENT          PIC X(08).
           05  FILLER                 PIC X(01).
           05  DLV-CLASS              PIC X(01).
           05  FILLER                 PIC X(01).
           05  DLV-COPIES             PIC 9(02).
           05  FILLER                 PIC X(01).
           05  DLV-STAMP-DATE         PIC 9(06).
           05  FILLER                 PIC X(01).
           05  DLV-STAMP-TIME         PIC 9(06).
           05  FILLER                 PIC X(01).
           05  DLV-OPER-ID            PIC X(08).
           05  FILLER                 PIC X(01).
           05  DLV-TICKET             PIC 9(09).
           05  FILLER                 PIC X(01).
           05  DLV-FILE-NAME          PIC X(30).
