      *> COPYBOOK:  ACCTHREC
      *>
      *> PURPOSE:   RECORD LAYOUT OF THE ACCTHIST ACCOUNT POSTING
      *>            HISTORY - ONE RECORD FOR EVERY ADD, CHANGE AND
      *>            DELETE ACCTPOST APPLIES TO ACCTMAST, CARRYING THE
      *>            AMOUNT AND THE BALANCE BEFORE AND AFTER, SO WHY AN
      *>            ACCOUNT STANDS WHERE IT DOES CAN BE ANSWERED FROM
      *>            ONE FILE INSTEAD OF WEEKS OF ARCHIVED ACPRPT COPIES.
      *>
      *> USE:       COPY INTO THE FD.  THE SELECT NAMES ACCTH-KEY AS
      *>            THE RECORD KEY - ACCOUNT ID, POSTING DATE, RUN
      *>            TICKET AND THE TRANSACTION'S LINE NUMBER IN ITS
      *>            FILE - SO ONE ACCOUNT'S POSTINGS READ BACK
      *>            TOGETHER AND IN THE ORDER THEY WERE APPLIED.  FOR
      *>            A DELETE THE AMOUNT IS THE BALANCE REMOVED, SO THE
      *>            AMOUNTS ALWAYS SUM TO THE BALANCE MOVEMENT.
      *>
      *> MODIFICATION HISTORY
      *>   DATE       INIT  DESCRIPTION
      *>   2026-10-15  RA   INITIAL VERSION.
       01  ACCTH-REC.
           05  ACCTH-KEY.
               10  ACCTH-ID           PIC 9(05).
               10  ACCTH-DATE         PIC 9(06).
               10  ACCTH-TICKET       PIC 9(09).
               10  ACCTH-SEQ          PIC 9(06).
           05  ACCTH-CODE             PIC X(01).
           COPY NUMREC REPLACING ==:LEVEL:== BY ==05==
               ==:NAME:== BY ==ACCTH-AMOUNT==.
           COPY NUMREC REPLACING ==:LEVEL:== BY ==05==
               ==:NAME:== BY ==ACCTH-BAL-BEFORE==.
           COPY NUMREC REPLACING ==:LEVEL:== BY ==05==
               ==:NAME:== BY ==ACCTH-BAL-AFTER==.
