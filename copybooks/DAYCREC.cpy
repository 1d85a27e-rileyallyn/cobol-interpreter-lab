      *> COPYBOOK:  DAYCREC
      *>
      *> PURPOSE:   ONE LINE OF THE DAYCTL BUSINESS-DATE CONTROL FILE.
      *>            DAYCLOSE APPENDS A "C" LINE WHEN A BUSINESS DATE
      *>            PASSES ITS CLOSE CHECKLIST AND AN "R" LINE WHEN A
      *>            LEVEL-3 OPERATOR REOPENS IT.  THE LAST LINE FOR A
      *>            DATE IS ITS STANDING; A DATE WITH NO LINE HAS
      *>            NEVER BEEN CLOSED.  THE SHARED DAYCHK SUBPROGRAM
      *>            ANSWERS THE QUESTION FOR THE POSTING PROGRAMS.
      *>
      *> USE:       COPY INTO THE FD OF THE LINE SEQUENTIAL DAYCTL
      *>            FILE.  WRITERS OPEN IT EXTEND; LINES ARE NEVER
      *>            CHANGED OR REMOVED, SO THE FILE IS ALSO THE
      *>            HISTORY OF EVERY CLOSE AND REOPEN.
      *>
      *> MODIFICATION HISTORY
      *>   DATE       INIT  DESCRIPTION
      *>   2026-10-15  RA   INITIAL VERSION.
       01  DAYC-REC.
           05  DAYC-DATE              PIC 9(06).
           05  FILLER                 PIC X(01).
           05  DAYC-ACTION            PIC X(01).
               88  DAYC-CLOSED        VALUE 'C'.
               88  DAYC-REOPENED      VALUE 'R'.
           05  FILLER                 PIC X(01).
           05  DAYC-STAMP-DATE        PIC 9(06).
           05  FILLER                 PIC X(01).
           05  DAYC-STAMP-TIME        PIC 9(06).
           05  FILLER                 PIC X(01).
           05  DAYC-OPER-ID           PIC X(08).
           05  FILLER                 PIC X(01).
           05  DAYC-TICKET            PIC 9(09).
           05  FILLER                 PIC X(01).
           05  DAYC-REASON            PIC X(40).
