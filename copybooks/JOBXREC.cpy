      *> COPYBOOK:  JOBXREC
      *>
      *> PURPOSE:   ONE LINE OF THE JOBEXPCT EXPECTED-JOBS LIST -
      *>            A PROGRAM THE DAY'S SCHEDULE EXPECTS TO RUN ON A
      *>            BUSINESS DATE.  JOBSCHED REWRITES THE LIST EVERY
      *>            TIME IT BUILDS DRVSTEPS; DAYCLOSE CHECKS EACH
      *>            PROGRAM ON IT FOR AN EVENT=END LINE IN AUDITLG
      *>            BEFORE IT WILL CLOSE THE DATE.
      *>
      *> USE:       COPY INTO THE FD OF THE LINE SEQUENTIAL JOBEXPCT
      *>            FILE.
      *>
      *> MODIFICATION HISTORY
      *>   DATE       INIT  DESCRIPTION
      *>   2026-10-15  RA   INITIAL VERSION.
       01  JOBX-REC.
           05  JOBX-DATE              PIC 9(06).
           05  FILLER                 PIC X(01).
           05  JOBX-PROGRAM           PIC X(20).
           05  FILLER                 PIC X(01).
           05  JOBX-STREAM            PIC X(08).
