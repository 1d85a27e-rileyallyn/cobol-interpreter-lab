      *> COPYBOOK:  DISTREC
      *>
      *> PURPOSE:   ONE CARD OF THE DISTLIST REPORT DISTRIBUTION LIST -
      *>            A REPORT FAMILY (THE LIVE REPORT NAME RPTARCHV
      *>            ARCHIVES UNDER, SUCH AS RPTOUT, SRTRPT OR DASHRPT),
      *>            ONE RECIPIENT OF IT, THE PRINT CLASS IT GOES OUT
      *>            ON AND THE NUMBER OF COPIES.  A REPORT WITH SEVERAL
      *>            RECIPIENTS HAS ONE CARD PER RECIPIENT.  DISTRIB
      *>            BUILDS THE DAY'S MANIFEST FROM THESE CARDS.
      *>
      *> USE:       COPY INTO THE FD OF THE LINE SEQUENTIAL DISTLIST
      *>            CARD FILE, WHICH IS MAINTAINED WITH THE EDITOR
      *>            LIKE HOLIDAYS, DRVSTEPS AND FEEDREG.  A CARD WITH
      *>            AN ASTERISK IN COLUMN 1 IS A COMMENT.  COLUMNS:
      *>              1-8    REPORT FAMILY
      *>             10-17   RECIPIENT ID
      *>             19      PRINT CLASS
      *>             21-22   COPIES (BLANK OR ZERO MEANS ONE)
      *>             24-53   RECIPIENT NAME OR DELIVERY POINT
      *>
      *> MODIFICATION HISTORY
      *>   DATE       INIT  DESCRIPTION
      *>   2026-10-15  RA   INITIAL VERSION.
       01  DIST-REC.
           05  DIST-REPORT            PIC X(08).
           05  FILLER                 PIC X(01).
           05  DIST-RECIPIENT         PIC X(08).
           05  FILLER                 PIC X(01).
           05  DIST-CLASS             PIC X(01).
           05  FILLER                 PIC X(01).
           05  DIST-COPIES            PIC 9(02).
           05  DIST-COPIES-X REDEFINES DIST-COPIES
                                      PIC X(02).
           05  FILLER                 PIC X(01).
           05  DIST-RECIP-NAME        PIC X(30).
       01  DIST-CARD-X REDEFINES DIST-REC.
           05  DIST-CARD-COL1         PIC X(01).
           05  FILLER                 PIC X(52).
