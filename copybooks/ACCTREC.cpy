      *> COPYBOOK:  ACCTREC
      *>
      *> PURPOSE:   RECORD LAYOUT OF THE ACCTMAST ACCOUNT MASTER, AN
      *>            INDEXED FILE KEYED ON THE FIVE-DIGIT ACCOUNT ID.
      *>            ACCTPOST MAINTAINS IT; THE INQUIRY, STATEMENT AND
      *>            REPORTING PROGRAMS READ IT, SO THE LAYOUT LIVES
      *>            HERE INSTEAD OF BEING HAND-CODED IN EACH ONE.
      *>
      *> USE:       COPY INTO THE FD.  THE SELECT NAMES ACCT-ID AS THE
      *>            RECORD KEY.  THE LEADING TWO DIGITS OF THE ID ARE
      *>            THE BRANCH CODE (ACCT-BRANCH).  ACCT-CREDIT-LIMIT
      *>            IS HOW FAR BELOW ZERO THE BALANCE MAY GO (ZERO
      *>            MEANS NOT AT ALL); IT IS SET WHEN THE ACCOUNT IS
      *>            ADDED.
      *>
      *> MODIFICATION HISTORY
      *>   DATE       INIT  DESCRIPTION
      *>   2026-10-15  RA   INITIAL VERSION, LIFTED OUT OF ACCTPOST.
      *>   2026-10-15  RA   ADDED ACCT-CREDIT-LIMIT.  THE RECORD GREW
      *>                    FROM 29 TO 47 BYTES - A MASTER BUILT ON
      *>                    THE OLD LAYOUT IS CONVERTED ONCE BY
      *>                    ACCTCONV.
       01  ACCT-REC.
           02  ACCT-ID                PIC 9(05).
           02  ACCT-ID-PARTS REDEFINES ACCT-ID.
               03  ACCT-BRANCH        PIC 9(02).
               03  FILLER             PIC 9(03).
           COPY NUMREC REPLACING ==:LEVEL:== BY ==02==
               ==:NAME:== BY ==ACCT-BALANCE==.
           02  ACCT-LAST-POSTED       PIC 9(06).
           COPY NUMREC REPLACING ==:LEVEL:== BY ==02==
               ==:NAME:== BY ==ACCT-CREDIT-LIMIT==.
