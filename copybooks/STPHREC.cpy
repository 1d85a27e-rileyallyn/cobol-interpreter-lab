      *> COPYBOOK:  STPHREC
      *>
      *> PURPOSE:   ONE LINE OF THE STEPHIST STEP-TIMING HISTORY.
      *>            DRIVER APPENDS ONE LINE FOR EVERY STEP IT EXECUTES
      *>            (NOT FOR A SKIPPED OR RESUMED STEP): WHICH DRIVER
      *>            RUN, WHICH PROGRAM, THE STEP'S OWN RUN TICKET AND
      *>            RECORDS PROCESSED AS ITS AUDITLG EVENT=END LINE
      *>            GIVES THEM, ITS RETURN-CODE AND ITS ELAPSED
      *>            SECONDS.  CAPPLAN READS IT FOR PER-STEP AVERAGES,
      *>            THE SLOWEST NIGHTS AND THE BATCH-WINDOW FORECAST.
      *>
      *> USE:       COPY INTO THE FD OF THE LINE SEQUENTIAL STEPHIST
      *>            FILE.  ONLY DRIVER WRITES IT, OPEN EXTEND; LINES
      *>            ARE NEVER CHANGED.  ONE DRIVER RUN (A "NIGHT") IS
      *>            EVERY LINE SHARING SH-RUN-DATE AND SH-RUN-TIME.  A
      *>            STEP THAT WROTE NO EVENT=END LINE CARRIES TICKET
      *>            AND RECORDS ZERO.
      *>
      *> MODIFICATION HISTORY
      *>   DATE       INIT  DESCRIPTION
      *>   2026-10-15  RA   INITIAL VERSION.
       01  SH-REC.
      *>   DATE AND HHMMSS THE DRIVER RUN STARTED.
           05  SH-RUN-DATE            PIC 9(06).
           05  FILLER                 PIC X(01).
           05  SH-RUN-TIME            PIC 9(06).
           05  FILLER                 PIC X(01).
           05  SH-STEP-NO             PIC 9(02).
           05  FILLER                 PIC X(01).
           05  SH-PROGRAM             PIC X(20).
           05  FILLER                 PIC X(01).
           05  SH-TICKET              PIC 9(09).
           05  FILLER                 PIC X(01).
           05  SH-RECORDS             PIC 9(07).
           05  FILLER                 PIC X(01).
      *>   HHMMSS THE STEP STARTED, AND ITS ELAPSED SECONDS.
           05  SH-START-TIME          PIC 9(06).
           05  FILLER                 PIC X(01).
           05  SH-SECS                PIC 9(06).
           05  FILLER                 PIC X(01).
      *>   9999 FOR A NEGATIVE RETURN-CODE, AS IN DRVCHKP.
           05  SH-RC                  PIC 9(04).
