      *> COPYBOOK:  ACCTJREC
      *>
      *> PURPOSE:   RECORD LAYOUT OF THE ACCTJRNL BEFORE-IMAGE JOURNAL.
      *>            ACCTPOST WRITES ONE RECORD FOR EVERY MASTER RECORD
      *>            IT ADDS, CHANGES OR DELETES, CARRYING THE ACCTMAST
      *>            RECORD AS IT STOOD BEFORE THE POSTING AND AS THE
      *>            POSTING LEFT IT, KEYED BY THE RUN TICKET, SO
      *>            ACCTBACK CAN PUT EVERY ACCOUNT A TICKET TOUCHED BACK
      *>            THE WAY IT WAS.
      *>
      *> USE:       COPY INTO THE FD.  THE SELECT NAMES JRNL-KEY AS THE
      *>            RECORD KEY - RUN TICKET PLUS THE TRANSACTION'S LINE
      *>            NUMBER IN ITS FILE, SO ONE TICKET'S ENTRIES READ
      *>            BACK TOGETHER IN POSTING ORDER.  THE IMAGES ARE THE
      *>            ACCTREC RECORD MOVED AS A GROUP AND ARE SIZED WITH
      *>            ROOM FOR THE MASTER RECORD TO GROW.  A BLANK IMAGE
      *>            SWITCH MEANS THERE WAS NO RECORD (BEFORE AN ADD,
      *>            AFTER A DELETE).  THE BACKOUT TICKET IS ZERO UNTIL
      *>            ACCTBACK REVERSES THE ENTRY.
      *>
      *> MODIFICATION HISTORY
      *>   DATE       INIT  DESCRIPTION
      *>   2026-10-15  RA   INITIAL VERSION.
       01  JRNL-REC.
           05  JRNL-KEY.
               10  JRNL-TICKET        PIC 9(09).
               10  JRNL-SEQ           PIC 9(06).
           05  JRNL-DATE              PIC 9(06).
           05  JRNL-CODE              PIC X(01).
           05  JRNL-ACCT-ID           PIC 9(05).
           05  JRNL-BEFORE-SW         PIC X(01).
               88  JRNL-HAD-BEFORE     VALUE 'Y'.
           05  JRNL-BEFORE-IMAGE      PIC X(60).
           05  JRNL-AFTER-SW          PIC X(01).
               88  JRNL-HAS-AFTER      VALUE 'Y'.
           05  JRNL-AFTER-IMAGE       PIC X(60).
           05  JRNL-BACKOUT-TICKET    PIC 9(09).
