      *> COPYBOOK:  RULEREC
      *>
      *> PURPOSE:   ONE CARD OF THE RULES FILE - A SHOP-SPECIFIC
      *>            THRESHOLD CHECK ON ONE FIGURE OF THE STATXTR
      *>            SUMMARY EXTRACT (SHARED STATXREC LAYOUT), RUN BY
      *>            RULECHK AFTER STATS.  THE COMPARISON STATES WHAT
      *>            MUST HOLD: "MAX LE +...1000" PASSES WHILE THE
      *>            MAXIMUM IS AT MOST 1000 AND FAILS WHEN IT IS NOT.
      *>
      *> USE:       COPY INTO THE FD OF THE LINE SEQUENTIAL RULES CARD
      *>            FILE, WHICH IS MAINTAINED WITH THE EDITOR LIKE
      *>            HOLIDAYS, DRVSTEPS AND RATETBL.  A CARD WITH AN
      *>            ASTERISK IN COLUMN 1 IS A COMMENT.  COLUMNS:
      *>              1-8    RULE ID
      *>             10-19   FIELD - COUNT, REJECTS, EXCLUDED, MIN,
      *>                     MAX, SUM, AVERAGE, VARIANCE, STD-DEV,
      *>                     MEDIAN, Q1, Q3, NEG-COUNT, NEG-SUM,
      *>                     POS-COUNT, POS-SUM OR ZERO-COUNT
      *>             21-24   CATEGORY CODE, BLANK FOR THE HEADER
      *>                     (WHOLE-FILE) RECORD.  A CATEGORY RULE
      *>                     MAY ONLY NAME COUNT, MIN, MAX, SUM OR
      *>                     AVERAGE - THE FIGURES A "C" RECORD HAS
      *>             26-27   COMPARISON - GT, GE, LT, LE, EQ OR NE
      *>             29-48   LIMIT, SIGN LEADING, FOUR IMPLIED
      *>                     DECIMALS (+0000000000010000000 = 1000)
      *>             50      SEVERITY - 1 LOW, 2 MEDIUM, 3 HIGH
      *>             52-81   DESCRIPTION
      *>
      *> MODIFICATION HISTORY
      *>   DATE       INIT  DESCRIPTION
      *>   2026-10-15  RA   INITIAL VERSION.
       01  RULE-REC.
           05  RULE-ID                PIC X(08).
           05  FILLER                 PIC X(01).
           05  RULE-FIELD             PIC X(10).
               88  RULE-HEADER-FIELD  VALUE "COUNT" "REJECTS"
                   "EXCLUDED" "MIN" "MAX" "SUM" "AVERAGE" "VARIANCE"
                   "STD-DEV" "MEDIAN" "Q1" "Q3" "NEG-COUNT" "NEG-SUM"
                   "POS-COUNT" "POS-SUM" "ZERO-COUNT".
               88  RULE-CATEGORY-FIELD VALUE "COUNT" "MIN" "MAX" "SUM"
                   "AVERAGE".
           05  FILLER                 PIC X(01).
           05  RULE-CAT               PIC X(04).
           05  FILLER                 PIC X(01).
           05  RULE-COMPARE           PIC X(02).
               88  RULE-VALID-COMPARE VALUE "GT" "GE" "LT" "LE" "EQ"
                   "NE".
           05  FILLER                 PIC X(01).
           05  RULE-LIMIT             PIC S9(15)V9(04)
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(01).
           05  RULE-SEVERITY          PIC 9(01).
               88  RULE-VALID-SEVERITY VALUE 1 THRU 3.
           05  FILLER                 PIC X(01).
           05  RULE-DESC              PIC X(30).
       01  RULE-CARD-X REDEFINES RULE-REC.
           05  RULE-CARD-COL1         PIC X(01).
           05  FILLER                 PIC X(80).
