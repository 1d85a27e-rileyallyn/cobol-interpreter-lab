      *> COPYBOOK:  ACCTTREC
      *>
      *> PURPOSE:   RECORD LAYOUT OF AN ACCTPOST DAILY TRANSACTION
      *>            FILE - CODE (A/C/D) IN BYTE 1, THE FIVE-DIGIT
      *>            ACCOUNT ID, THEN THE AMOUNT IN THE SHARED NUMREC
      *>            LAYOUT.  ACCTPOST READS IT; THE PROGRAMS THAT
      *>            GENERATE TRANSACTIONS FOR IT (THE MONTH-END
      *>            ACCRUAL RUN AND OTHERS) WRITE IT, SO THE LAYOUT
      *>            LIVES HERE INSTEAD OF BEING HAND-CODED IN EACH.
      *>            AN ADD MAY CARRY THE NEW ACCOUNT'S CREDIT LIMIT
      *>            AFTER THE AMOUNT (BLANK MEANS ZERO - NO
      *>            OVERDRAFT); CHANGES AND DELETES LEAVE IT BLANK.
      *>            THE CURRENCY CODE AFTER THAT NAMES THE CURRENCY
      *>            OF THE AMOUNT AND LIMIT - BLANK IS THE BASE
      *>            CURRENCY.  ACCTPOST CONVERTS TO BASE AT THE
      *>            FXRATES RATE IN EFFECT ON THE POSTING DATE.
      *>
      *> USE:       COPY INTO THE FD.
      *>
      *> MODIFICATION HISTORY
      *>   DATE       INIT  DESCRIPTION
      *>   2026-10-15  RA   INITIAL VERSION, LIFTED OUT OF ACCTPOST.
      *>   2026-10-15  RA   ADDED TRAN-CREDIT-LIMIT FOR ADDS.  OLD
      *>                    TRANSACTION FILES STILL READ - THE FIELD
      *>                    IS SIMPLY BLANK ON THEM.
      *>   2026-10-15  RA   ADDED TRAN-CURRENCY.  OLD TRANSACTION FILES
      *>                    STILL READ - BLANK IS THE BASE CURRENCY.
       01  TRAN-REC.
           02  TRAN-CODE           PIC X(01).
           02  TRAN-ID             PIC 9(05).
           COPY NUMREC REPLACING ==:LEVEL:== BY ==02==
               ==:NAME:== BY ==TRAN-AMOUNT==.
           COPY NUMREC REPLACING ==:LEVEL:== BY ==02==
               ==:NAME:== BY ==TRAN-CREDIT-LIMIT==.
           02  TRAN-CURRENCY       PIC X(03).
