      *> COPYBOOK:  BUDREC
      *>
      *> PURPOSE:   ONE CARD OF THE BUDGET FILE - MANAGEMENT'S EXPECTED
      *>            FIGURES FOR ONE MONTH, EITHER FOR ONE CATEGORY (AS
      *>            STATS WRITES IT TO CATTRND) OR, WITH THE CATEGORY
      *>            LEFT BLANK, FOR THE WHOLE FILE (STATTRND).  THE
      *>            EXPECTED COUNT IS THE MONTH'S TOTAL OF RECORDS
      *>            OVER ALL RUNS; THE EXPECTED AVERAGE IS COMPARED
      *>            WITH THE AVERAGE OF THE RUNS' AVERAGES, THE SAME
      *>            FIGURE TRENDROLL PRINTS.  A VARIANCE WIDER THAN
      *>            THE TOLERANCE PERCENT (EITHER WAY) IS FLAGGED.
      *>
      *> USE:       COPY INTO THE FD OF THE LINE SEQUENTIAL BUDGET
      *>            CARD FILE, WHICH IS MAINTAINED WITH THE EDITOR
      *>            LIKE HOLIDAYS, DRVSTEPS AND RATETBL.  A CARD WITH
      *>            AN ASTERISK IN COLUMN 1 IS A COMMENT.  COLUMNS:
      *>              1-4    PERIOD (YYMM)
      *>              6-9    CATEGORY CODE, BLANK FOR THE WHOLE FILE
      *>             11-17   EXPECTED COUNT FOR THE MONTH
      *>             19-36   EXPECTED AVERAGE, SIGN LEADING, FOUR
      *>                     IMPLIED DECIMALS
      *>                     (+00000000001250000 = 125.0000)
      *>             38-42   TOLERANCE PERCENT, TWO IMPLIED DECIMALS
      *>                     (00500 = 5.00 PERCENT)
      *>             44-73   DESCRIPTION
      *>
      *> MODIFICATION HISTORY
      *>   DATE       INIT  DESCRIPTION
      *>   2026-10-15  RA   INITIAL VERSION.
       01  BUD-REC.
           05  BUD-PERIOD             PIC 9(04).
           05  FILLER                 PIC X(01).
           05  BUD-CAT                PIC X(04).
           05  FILLER                 PIC X(01).
           05  BUD-EXP-COUNT          PIC 9(07).
           05  FILLER                 PIC X(01).
           05  BUD-EXP-AVG            PIC S9(13)V9(04)
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(01).
           05  BUD-TOL-PCT            PIC 9(03)V9(02).
           05  FILLER                 PIC X(01).
           05  BUD-DESC               PIC X(30).
       01  BUD-CARD-X REDEFINES BUD-REC.
           05  BUD-CARD-COL1          PIC X(01).
           05  FILLER                 PIC X(72).
