      *> COPYBOOK:  LINREC
      *>
      *> PURPOSE:   ONE LINE OF THE LINEAGE FILE - WHICH INPUT FILES
      *>            PRODUCED WHICH OUTPUTS, RECORDED PER RUN TICKET.
      *>            EACH RUN OF A LINEAGE-KEEPING PROGRAM APPENDS ONE
      *>            LINE PER INPUT FILE IT READ (ROLE I), ONE PER
      *>            OUTPUT IT WROTE (ROLE O) AND ONE PER TOOLPARM
      *>            VALUE IN FORCE FOR THE RUN (ROLE P), ALL UNDER THE
      *>            RUN'S TICKET, SO LINQRY CAN WALK FROM AN OUTPUT
      *>            BACK TO ITS INPUTS AND FROM AN INPUT FORWARD TO
      *>            EVERYTHING BUILT FROM IT.
      *>
      *> USE:       COPY INTO THE FD OF THE LINE SEQUENTIAL LINEAGE
      *>            FILE.  LINES ARE APPENDED ONLY THROUGH THE SHARED
      *>            LINEPUT SUBPROGRAM.  KINDS IN USE:
      *>              FILE      AN INPUT DATA FILE (COUNT = RECORDS
      *>                        READ, VALUE = TRAILER OR CONTROL HASH)
      *>              COMPARE   A SECOND FILE READ FOR COMPARISON
      *>              REPORT    A PRINTED REPORT
      *>              TRENDKEY  THE STATTRND KEY WRITTEN (VALUE = DATE,
      *>                        TICKET AND SEQUENCE)
      *>              CATTRND   CATEGORY TREND LINES APPENDED
      *>              EXTRACT   STATXTR SUMMARY RECORDS APPENDED
      *>              SORTXTR   A SORTED DATA EXTRACT (VALUE = HASH)
      *>              CONSOL    CONSOLIDATED SORTING OUTPUT (COUNT =
      *>                        ROWS, VALUE = SUMMED AMOUNT)
      *>              REJECTS   A REJECT OR SUSPENSE FILE
      *>              PARM      A TOOLPARM FIELD (NAME = FIELD, VALUE
      *>                        = ITS SETTING FOR THE RUN)
      *>
      *> MODIFICATION HISTORY
      *>   DATE       INIT  DESCRIPTION
      *>   2026-10-15  RA   INITIAL VERSION.
      *>   2026-10-15  RA   CONSOL KIND LISTED.
       01  LIN-REC.
           05  LIN-TICKET             PIC 9(09).
           05  FILLER                 PIC X(01).
           05  LIN-DATE               PIC 9(06).
           05  FILLER                 PIC X(01).
           05  LIN-TIME               PIC 9(08).
           05  FILLER                 PIC X(01).
           05  LIN-PROGRAM            PIC X(20).
           05  FILLER                 PIC X(01).
           05  LIN-ROLE               PIC X(01).
               88  LIN-INPUT          VALUE 'I'.
               88  LIN-OUTPUT         VALUE 'O'.
               88  LIN-PARM           VALUE 'P'.
           05  FILLER                 PIC X(01).
           05  LIN-KIND               PIC X(08).
           05  FILLER                 PIC X(01).
           05  LIN-NAME               PIC X(30).
           05  FILLER                 PIC X(01).
           05  LIN-COUNT              PIC 9(07).
           05  FILLER                 PIC X(01).
           05  LIN-VALUE              PIC X(24).
