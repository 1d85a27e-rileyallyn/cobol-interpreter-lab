      *> COPYBOOK:  STRMREC
      *>
      *> PURPOSE:   ONE CARD OF THE STREAMS FILE - THE JOB-STREAM
      *>            SCHEDULE JOBSCHED READS TO BUILD EACH BUSINESS
      *>            DAY'S DRVSTEPS LIST.  A STREAM CARD ("S") NAMES A
      *>            STREAM AND THE CALENDAR RULE THAT MAKES IT DUE; THE
      *>            STEP CARDS ("T") THAT NAME THE SAME STREAM LIST ITS
      *>            PROGRAMS, RUN IN CARD ORDER.  STREAMS DUE THE SAME
      *>            DAY ARE RUN IN THE ORDER THEIR STREAM CARDS APPEAR.
      *>
      *> USE:       COPY INTO THE FD OF THE LINE SEQUENTIAL STREAMS
      *>            CARD FILE, WHICH IS MAINTAINED WITH THE EDITOR
      *>            LIKE HOLIDAYS, DRVSTEPS AND RATETBL.  A CARD WITH
      *>            AN ASTERISK IN COLUMN 1 IS A COMMENT.  COLUMNS:
      *>              1      CARD TYPE - S STREAM OR T STEP
      *>              3-10   STREAM NAME
      *>            STREAM CARD:
      *>             12-13   RULE - BD EVERY BUSINESS DAY
      *>                            FB FIRST BUSINESS DAY OF THE MONTH
      *>                            LB LAST BUSINESS DAY OF THE MONTH
      *>                            WD ONE WEEKDAY (COLUMN 15)
      *>                            AH FIRST BUSINESS DAY AFTER A
      *>                               HOLIDAY
      *>             15      WEEKDAY FOR WD, 1 (MONDAY) THROUGH 7
      *>             17-46   DESCRIPTION
      *>            STEP CARD:
      *>             12-31   PROGRAM NAME, AS ON A DRVSTEPS CARD
      *>             33-34   HIGHEST ACCEPTABLE PRIOR RETURN-CODE,
      *>                     AS DRVSTEPS COLUMNS 22-23 (BLANK FOR
      *>                     SKIP-ON-ANY-FAILURE)
      *>
      *> MODIFICATION HISTORY
      *>   DATE       INIT  DESCRIPTION
      *>   2026-10-15  RA   INITIAL VERSION.
       01  STRM-REC.
           05  STRM-CARD-TYPE         PIC X(01).
               88  STRM-STREAM-CARD   VALUE 'S'.
               88  STRM-STEP-CARD     VALUE 'T'.
           05  FILLER                 PIC X(01).
           05  STRM-NAME              PIC X(08).
           05  FILLER                 PIC X(01).
           05  STRM-BODY              PIC X(35).
           05  STRM-STREAM-BODY REDEFINES STRM-BODY.
               10  STRM-RULE          PIC X(02).
                   88  STRM-VALID-RULE VALUE "BD" "FB" "LB" "WD" "AH".
               10  FILLER             PIC X(01).
               10  STRM-WEEKDAY       PIC X(01).
               10  FILLER             PIC X(01).
               10  STRM-DESC          PIC X(30).
           05  STRM-STEP-BODY REDEFINES STRM-BODY.
               10  STRM-PROGRAM       PIC X(20).
               10  FILLER             PIC X(01).
               10  STRM-MAX-COND      PIC X(02).
               10  FILLER             PIC X(12).
       01  STRM-CARD-X REDEFINES STRM-REC.
           05  STRM-CARD-COL1         PIC X(01).
           05  FILLER                 PIC X(45).
