      *> COPYBOOK:  OPERREC
      *>
      *> PURPOSE:   ONE LINE OF THE OPERMAST OPERATOR MASTER - AN
      *>            OPERATOR ID, NAME AND AUTHORITY LEVEL (1 TO 3),
      *>            WHETHER THE OPERATOR IS ACTIVE OR SUSPENDED, AND
      *>            WHO LAST CHANGED THE LINE AND WHEN.  OPERMNT
      *>            MAINTAINS IT; MENU'S SIGN-ON READS IT AND KEEPS
      *>            THE PIN FIELDS BELOW.  A LINE WITH A BLANK STATUS
      *>            PREDATES THE STATUS FIELD AND IS ACTIVE.
      *>
      *>            THE SIGN-ON PIN IS NEVER HELD AS TYPED - ONLY THE
      *>            ONE-WAY SCRAMBLE THE SHARED PINSCRAM SUBPROGRAM
      *>            MAKES OF IT WITH THE OPERATOR ID.  A BLANK
      *>            SCRAMBLE MEANS NO PIN HAS BEEN ISSUED; A ZERO PIN
      *>            DATE MEANS THE PIN WAS ISSUED BY A SUPERVISOR AND
      *>            MUST BE CHANGED AT THE NEXT SIGN-ON.  THE FAILURE
      *>            COUNT IS THE RUN OF BAD PINS SINCE THE LAST GOOD
      *>            ONE; REACHING THE SHOP LIMIT LOCKS THE OPERATOR.
      *>
      *> USE:       COPY INTO THE FD OF THE LINE SEQUENTIAL OPERMAST
      *>            FILE.
      *>
      *> MODIFICATION HISTORY
      *>   DATE       INIT  DESCRIPTION
      *>   2026-10-15  RA   INITIAL VERSION, TAKEN FROM MENU'S FD AND
      *>                    EXTENDED WITH THE STATUS AND LAST-CHANGE
      *>                    FIELDS.
      *>   2026-10-15  RA   ADDED THE PIN SCRAMBLE, PIN DATE AND
      *>                    FAILED-PIN COUNT, AND THE LOCKED STATUS.
      *>                    MENU'S SIGN-ON NOW ALSO WRITES THE LINE
      *>                    (FAILURE COUNT, LOCKOUT, PIN CHANGE).
       01  OPER-REC.
           05  OPER-ID                PIC X(08).
           05  FILLER                 PIC X(01).
           05  OPER-NAME              PIC X(20).
           05  FILLER                 PIC X(01).
           05  OPER-LEVEL             PIC 9(01).
           05  OPER-LEVEL-X REDEFINES OPER-LEVEL
                                      PIC X(01).
           05  FILLER                 PIC X(01).
           05  OPER-STATUS            PIC X(01).
               88  OPER-ACTIVE        VALUE 'A' ' '.
               88  OPER-SUSPENDED     VALUE 'S'.
               88  OPER-LOCKED        VALUE 'L'.
           05  FILLER                 PIC X(01).
           05  OPER-CHANGED-DATE      PIC 9(06).
           05  FILLER                 PIC X(01).
           05  OPER-CHANGED-BY        PIC X(08).
           05  FILLER                 PIC X(01).
           05  OPER-PIN-HASH          PIC 9(09).
           05  OPER-PIN-HASH-X REDEFINES OPER-PIN-HASH
                                      PIC X(09).
           05  FILLER                 PIC X(01).
           05  OPER-PIN-DATE          PIC 9(06).
           05  FILLER                 PIC X(01).
           05  OPER-FAIL-COUNT        PIC 9(01).
