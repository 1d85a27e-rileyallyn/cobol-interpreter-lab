      *> COPYBOOK:  RCMPREC
      *>
      *> PURPOSE:   ONE CARD OF THE RPTCMPP REPORT-COMPARISON IGNORE
      *>            PROFILE.  EACH CARD NAMES A REPORT FAMILY (THE
      *>            REPORT'S LIVE NAME - RPTOUT, SRTRPT, QSRPT, DRVRPT
      *>            AND SO ON - WHICH ITS ARCHIVED .YYMMDD, TICKETED
      *>            .T<TICKET> AND REPLAYED .R<TICKET> COPIES SHARE)
      *>            AND ONE THING RPTCOMP IS TO TREAT AS RUN-SPECIFIC
      *>            NOISE WHEN IT COMPARES TWO COPIES:
      *>              H  RPTHEADER HEADING LINES, AND THE BLANK LINE
      *>                 THAT FOLLOWS ONE
      *>              L  EVERY LINE CONTAINING RCMP-TEXT
      *>              M  COLUMNS RCMP-FROM-COL THROUGH RCMP-TO-COL,
      *>                 ON LINES CONTAINING RCMP-TEXT (BLANK TEXT IS
      *>                 EVERY LINE) - DATES, TIMES, TICKETS
      *>            TRAILING SPACES IN RCMP-TEXT ARE NOT SIGNIFICANT.
      *>
      *> USE:       EDITOR-MAINTAINED CARD FILE; AN ASTERISK IN
      *>            COLUMN 1 MAKES A COMMENT CARD.  READ INTO THIS
      *>            LAYOUT.  A FAMILY WITH ANY CARDS HERE USES THOSE
      *>            CARDS ONLY, IN PLACE OF RPTCOMP'S BUILT-IN RULES.
      *>
      *> MODIFICATION HISTORY
      *>   DATE       INIT  DESCRIPTION
      *>   2026-10-15  RA   INITIAL VERSION.
       01  RCMP-CARD.
           05  RCMP-FAMILY            PIC X(08).
           05  FILLER                 PIC X(01).
           05  RCMP-RULE              PIC X(01).
               88  RCMP-HEADING-RULE   VALUE 'H'.
               88  RCMP-LINE-RULE      VALUE 'L'.
               88  RCMP-MASK-RULE      VALUE 'M'.
           05  FILLER                 PIC X(01).
           05  RCMP-FROM-COL          PIC 9(03).
           05  FILLER                 PIC X(01).
           05  RCMP-TO-COL            PIC 9(03).
           05  FILLER                 PIC X(01).
           05  RCMP-TEXT              PIC X(40).
           05  FILLER                 PIC X(21).
      *>   ALTERNATE VIEW FOR SPOTTING A COMMENT CARD.
       01  RCMP-CARD-X REDEFINES RCMP-CARD.
           05  RCMP-CARD-COL1         PIC X(01).
           05  FILLER                 PIC X(79).
