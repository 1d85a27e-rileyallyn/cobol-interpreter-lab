      *> COPYBOOK:  BKUPREC
      *>
      *> PURPOSE:   ONE LINE OF THE BKUPCAT BACKUP CATALOG - ONE FILE
      *>            OF ONE GENERATION.  FILEBKUP COPIES THE SHOP'S
      *>            MASTER AND CONTROL FILES TO A NEW GENERATION ON
      *>            EACH RUN AND WRITES A LINE HERE FOR EVERY FILE IN
      *>            THE SET, WITH THE RECORD COUNT IT COPIED AND
      *>            CHECKED BACK.  FILEREST RESTORES FROM A NAMED
      *>            GENERATION ONLY WHEN THE GENERATION FILE STILL
      *>            HOLDS THAT MANY RECORDS, AND CHECKS THE LIVE FILE
      *>            AGAINST THE SAME COUNT AFTERWARDS.
      *>
      *>            A GENERATION IS NAMED YYMMDDNN - THE DAY IT WAS
      *>            TAKEN AND ITS NUMBER WITHIN THAT DAY - AND EACH
      *>            FILE'S COPY IS THE FILE'S OWN NAME SUFFIXED .G
      *>            AND THE GENERATION (ACCTMAST.G26101501).
      *>
      *> USE:       COPY INTO THE FD OF THE LINE SEQUENTIAL BKUPCAT
      *>            FILE.  ONLY FILEBKUP REWRITES IT, UNDER THE BKUPCAT
      *>            RUN LOCK; THE LINES OF AN EXPIRED GENERATION ARE
      *>            DROPPED WHEN ITS FILES ARE REMOVED.
      *>
      *> MODIFICATION HISTORY
      *>   DATE       INIT  DESCRIPTION
      *>   2026-10-15  RA   INITIAL VERSION.
       01  BKUP-REC.
           05  BKUP-GEN-ID            PIC X(08).
           05  FILLER                 PIC X(01).
           05  BKUP-FILE-NAME         PIC X(08).
           05  FILLER                 PIC X(01).
           05  BKUP-STATUS            PIC X(01).
               88  BKUP-COPIED        VALUE 'C'.
               88  BKUP-NOT-PRESENT   VALUE 'N'.
               88  BKUP-FAILED        VALUE 'F'.
           05  FILLER                 PIC X(01).
           05  BKUP-COUNT             PIC 9(09).
           05  FILLER                 PIC X(01).
           05  BKUP-DATE              PIC 9(06).
           05  FILLER                 PIC X(01).
           05  BKUP-TIME              PIC 9(06).
           05  FILLER                 PIC X(01).
           05  BKUP-TICKET            PIC 9(09).
           05  FILLER                 PIC X(01).
           05  BKUP-GEN-FILE          PIC X(20).
