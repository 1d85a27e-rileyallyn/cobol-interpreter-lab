      *> COPYBOOK:  FXRTREC
      *>
      *> PURPOSE:   ONE CARD OF THE FXRATES EXCHANGE-RATE TABLE.  EACH
      *>            CARD GIVES ONE CURRENCY'S RATE TO THE SHOP'S BASE
      *>            CURRENCY (BASE UNITS PER ONE UNIT OF THE CURRENCY)
      *>            FROM ITS EFFECTIVE DATE ONWARD, UNTIL A LATER CARD
      *>            FOR THE SAME CURRENCY TAKES OVER.  A RATE IS IN
      *>            EFFECT FOR A RUN DATE WHEN IT IS THE LATEST CARD
      *>            FOR ITS CURRENCY DATED ON OR BEFORE THAT DATE; A
      *>            CURRENCY WITH NO SUCH CARD HAS NO RATE THAT DAY.
      *>            AN AMOUNT WITH A BLANK CURRENCY CODE IS ALREADY IN
      *>            THE BASE CURRENCY AND NEEDS NO CARD; A FEED THAT
      *>            SPELLS THE BASE CURRENCY OUT NEEDS A CARD FOR IT
      *>            AT A RATE OF 1.
      *>
      *> USE:       COPY INTO THE FD OF THE LINE SEQUENTIAL FXRATES
      *>            CARD FILE, WHICH IS MAINTAINED WITH THE EDITOR
      *>            LIKE RATETBL AND HOLIDAYS - A NEW RATE IS A NEW
      *>            CARD, SO THE HISTORY STAYS ON FILE.  A CARD WITH
      *>            AN ASTERISK IN COLUMN 1 IS A COMMENT.  ONLY THE
      *>            SHARED FXRATE SUBPROGRAM READS IT.  COLUMNS:
      *>              1-3    CURRENCY CODE (E.G. EUR)
      *>              5-10   EFFECTIVE DATE, YYMMDD
      *>             12-24   RATE TO BASE, EIGHT IMPLIED DECIMALS
      *>                     (0000108500000 = 1.085)
      *>             26-55   DESCRIPTION
      *>
      *> MODIFICATION HISTORY
      *>   DATE       INIT  DESCRIPTION
      *>   2026-10-15  RA   INITIAL VERSION.
       01  FXRT-REC.
           05  FXRT-CURRENCY          PIC X(03).
           05  FILLER                 PIC X(01).
           05  FXRT-EFF-DATE          PIC 9(06).
           05  FILLER                 PIC X(01).
           05  FXRT-RATE              PIC 9(05)V9(08).
           05  FILLER                 PIC X(01).
           05  FXRT-DESC              PIC X(30).
       01  FXRT-CARD-X REDEFINES FXRT-REC.
           05  FXRT-CARD-COL1         PIC X(01).
           05  FILLER                 PIC X(54).
