      *> COPYBOOK:  RETNREC
      *>
      *> PURPOSE:   ONE LINE OF THE RETNCAT INPUT-RETENTION CATALOG.
      *>            STATS, SORTING, ACCTPOST AND QUADRATICSOLVER HAND
      *>            EVERY INPUT FILE THEY CONSUME - INCLUDING EACH FILE
      *>            A LIST OR STATSCTL CONTROL FILE NAMES, AND THE LIST
      *>            OR CONTROL FILE ITSELF - TO THE SHARED RETAIN
      *>            SUBPROGRAM, WHICH COPIES IT LINE FOR LINE TO A
      *>            COPY STAMPED WITH THE RUN TICKET AND WRITES A LINE
      *>            HERE.  AT THE END OF THE RUN THE TOOLPARM RECORD IN
      *>            FORCE, THE OPERATOR'S ANSWERS AND THE REPORT NAME
      *>            ARE RECORDED THE SAME WAY, SO RERUN CAN REPLAY THE
      *>            TICKET EXACTLY.
      *>
      *>            A COPY IS NAMED RT, THE TICKET, A POINT AND THE
      *>            LINE'S SEQUENCE WITHIN THE TICKET (RT000001234.003);
      *>            THE TOOLPARM COPY ENDS .PM AND THE ANSWER LOG .AN.
      *>
      *> USE:       COPY INTO THE FD OF THE LINE SEQUENTIAL RETNCAT
      *>            FILE.  ONLY RETAIN WRITES IT, OPEN EXTEND UNDER THE
      *>            RETNCAT RUN LOCK; LINES ARE NEVER CHANGED.
      *>
      *> MODIFICATION HISTORY
      *>   DATE       INIT  DESCRIPTION
      *>   2026-10-15  RA   INITIAL VERSION.
       01  RTN-REC.
           05  RTN-TICKET             PIC 9(09).
           05  FILLER                 PIC X(01).
           05  RTN-SEQ                PIC 9(03).
           05  FILLER                 PIC X(01).
           05  RTN-DATE               PIC 9(06).
           05  FILLER                 PIC X(01).
           05  RTN-TIME               PIC 9(06).
           05  FILLER                 PIC X(01).
           05  RTN-PROGRAM            PIC X(20).
           05  FILLER                 PIC X(01).
      *>   INPUT, LIST, CONTROL, EXCLUDE OR COMPARE FOR A FILE THE
      *>   PROGRAM READ; PARMS, ANSWERS OR REPORT FOR THE END-OF-RUN
      *>   LINES.
           05  RTN-KIND               PIC X(08).
               88  RTN-PARMS-LINE     VALUE "PARMS".
               88  RTN-ANSWERS-LINE   VALUE "ANSWERS".
               88  RTN-REPORT-LINE    VALUE "REPORT".
           05  FILLER                 PIC X(01).
           05  RTN-STATE              PIC X(01).
               88  RTN-COPIED         VALUE 'C'.
               88  RTN-NOT-PRESENT    VALUE 'N'.
               88  RTN-FAILED         VALUE 'F'.
               88  RTN-OUTPUT-ONLY    VALUE 'O'.
           05  FILLER                 PIC X(01).
           05  RTN-ORIG-NAME          PIC X(30).
           05  FILLER                 PIC X(01).
           05  RTN-COPY-NAME          PIC X(16).
           05  FILLER                 PIC X(01).
      *>   RTN-LINES IS WHAT RETAIN COPIED AND READ BACK; RTN-RECORDS
      *>   AND RTN-VALUE ARE THE PROGRAM'S OWN RECORD COUNT AND
      *>   TRAILER OR CONTROL HASH FOR THE FILE, AS IT PASSED THEM.
           05  RTN-LINES              PIC 9(07).
           05  FILLER                 PIC X(01).
           05  RTN-RECORDS            PIC 9(07).
           05  FILLER                 PIC X(01).
           05  RTN-VALUE              PIC X(24).
