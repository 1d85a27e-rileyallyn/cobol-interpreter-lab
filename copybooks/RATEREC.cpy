      *> COPYBOOK:  RATEREC
      *>
      *> PURPOSE:   ONE CARD OF THE RATETBL MONTH-END RATE AND FEE
      *>            TIER TABLE.  EACH TIER STARTS AT A FLOOR BALANCE
      *>            AND CARRIES AN ANNUAL INTEREST RATE (PERCENT) AND
      *>            A FLAT MONTHLY SERVICE FEE.  AN ACCOUNT FALLS IN
      *>            THE TIER WITH THE HIGHEST FLOOR NOT ABOVE ITS
      *>            BALANCE; A NEGATIVE FLOOR COVERS OVERDRAWN
      *>            BALANCES, WHERE A POSITIVE RATE ON A NEGATIVE
      *>            BALANCE COMES OUT AS A CHARGE.
      *>
      *> USE:       COPY INTO THE FD OF THE LINE SEQUENTIAL RATETBL
      *>            CARD FILE, WHICH IS MAINTAINED WITH THE EDITOR
      *>            LIKE HOLIDAYS AND DRVSTEPS.  A CARD WITH AN
      *>            ASTERISK IN COLUMN 1 IS A COMMENT.  COLUMNS:
      *>              1-14   FLOOR BALANCE, SIGN LEADING, TWO IMPLIED
      *>                     DECIMALS (+0000000100000 = 1000.00)
      *>             16-22   ANNUAL RATE PERCENT, SIGN LEADING, FOUR
      *>                     IMPLIED DECIMALS (+025000 = 2.5 PERCENT)
      *>             24-30   MONTHLY FEE, TWO IMPLIED DECIMALS
      *>                     (0000500 = 5.00)
      *>             32-61   DESCRIPTION
      *>
      *> MODIFICATION HISTORY
      *>   DATE       INIT  DESCRIPTION
      *>   2026-10-15  RA   INITIAL VERSION.
       01  RATE-REC.
           05  RATE-FLOOR             PIC S9(11)V9(02)
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(01).
           05  RATE-ANNUAL-PCT        PIC S9(02)V9(04)
                                      SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(01).
           05  RATE-MONTHLY-FEE       PIC 9(05)V9(02).
           05  FILLER                 PIC X(01).
           05  RATE-DESC              PIC X(30).
       01  RATE-CARD-X REDEFINES RATE-REC.
           05  RATE-CARD-COL1         PIC X(01).
           05  FILLER                 PIC X(60).
