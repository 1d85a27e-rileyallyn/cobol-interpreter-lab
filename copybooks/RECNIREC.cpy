      *> COPYBOOK:  RECNIREC
      *>
      *> PURPOSE:   ONE RECONCILIATION ITEM ON THE RECNITEM FILE - A
      *>            BREAK FOUND BY ACCTRECN BETWEEN THE CUSTODIAN'S
      *>            BALANCE FILE AND ACCTMAST, KEPT FROM RUN TO RUN SO
      *>            AN UNCLEARED BREAK KEEPS ITS FIRST-SEEN DATE AND
      *>            AGES UNTIL IT IS RESOLVED AND SIGNED OFF.
      *>
      *> USE:       COPY INTO THE FD.  THE SELECT NAMES RECN-ID AS THE
      *>            RECORD KEY - ONE ITEM PER ACCOUNT ID.  A BREAK IS
      *>            OPEN WHILE IT STILL SHOWS; IT IS RESOLVED BY THE
      *>            FIRST RUN IN WHICH THE ID AGREES (OR APPEARS ON
      *>            NEITHER SIDE), AND SIGNED OFF WHEN AN OPERATOR
      *>            ACCEPTS THE RESOLUTION.  A SIGNED-OFF ID THAT
      *>            BREAKS AGAIN STARTS A NEW ITEM WITH A NEW FIRST-SEEN
      *>            DATE.  THE AMOUNTS ARE AS LAST SEEN; AN AMOUNT ON
      *>            THE MISSING SIDE IS ZERO.
      *>
      *> MODIFICATION HISTORY
      *>   DATE       INIT  DESCRIPTION
      *>   2026-10-15  RA   INITIAL VERSION.
       01  RECN-REC.
           05  RECN-ID                PIC 9(05).
           05  RECN-CLASS             PIC X(01).
               88  RECN-MISSING-OURS   VALUE 'O'.
               88  RECN-MISSING-THEIRS VALUE 'T'.
               88  RECN-AMOUNT-DIFF    VALUE 'A'.
           05  RECN-STATUS            PIC X(01).
               88  RECN-OPEN           VALUE 'O'.
               88  RECN-RESOLVED       VALUE 'R'.
               88  RECN-SIGNED-OFF     VALUE 'S'.
           05  RECN-FIRST-SEEN        PIC 9(06).
           05  RECN-LAST-SEEN         PIC 9(06).
           05  RECN-TIMES-SEEN        PIC 9(05).
           COPY NUMREC REPLACING ==:LEVEL:== BY ==05==
               ==:NAME:== BY ==RECN-OUR-AMOUNT==.
           COPY NUMREC REPLACING ==:LEVEL:== BY ==05==
               ==:NAME:== BY ==RECN-THEIR-AMOUNT==.
           05  RECN-RESOLVED-DATE     PIC 9(06).
           05  RECN-SIGNOFF-OPER      PIC X(08).
           05  RECN-SIGNOFF-DATE      PIC 9(06).
           05  RECN-TICKET            PIC 9(09).
