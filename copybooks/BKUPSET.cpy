      *> COPYBOOK:  BKUPSET
      *>
      *> PURPOSE:   THE SET OF FILES FILEBKUP COPIES TO EACH BACKUP
      *>            GENERATION AND FILEREST CAN PUT BACK, WITH HOW
      *>            EACH IS HELD: I FOR AN INDEXED FILE (COPIED AS ONE
      *>            TEXT LINE PER RECORD, IN KEY ORDER, AND RELOADED
      *>            THE SAME WAY), L FOR A LINE SEQUENTIAL FILE
      *>            (COPIED LINE FOR LINE).  AUDCHAIN, THE HEAD OF THE
      *>            AUDITLG SEAL CHAIN, TRAVELS WITH AUDITLG SO A
      *>            RESTORED LOG STILL VERIFIES.
      *>
      *> USE:       COPY INTO WORKING-STORAGE.  ADDING A FILE MEANS A
      *>            NEW FILLER PAIR, THE OCCURS AND BKUP-SET-COUNT
      *>            RAISED, AND - FOR AN INDEXED FILE - ITS OWN FD AND
      *>            COPY PARAGRAPHS IN BOTH PROGRAMS.
      *>
      *> MODIFICATION HISTORY
      *>   DATE       INIT  DESCRIPTION
      *>   2026-10-15  RA   INITIAL VERSION.
       01  BKUP-SET-FILES.
           05  FILLER                 PIC X(09) VALUE "ACCTMASTI".
           05  FILLER                 PIC X(09) VALUE "OPERMASTL".
           05  FILLER                 PIC X(09) VALUE "TOOLPARML".
           05  FILLER                 PIC X(09) VALUE "RUNTKTCTL".
           05  FILLER                 PIC X(09) VALUE "STATSREGL".
           05  FILLER                 PIC X(09) VALUE "HOLIDAYSL".
           05  FILLER                 PIC X(09) VALUE "AUDITLG I".
           05  FILLER                 PIC X(09) VALUE "AUDCHAINL".
           05  FILLER                 PIC X(09) VALUE "STATTRNDI".
           05  FILLER                 PIC X(09) VALUE "CATTRND L".
       01  BKUP-SET-TABLE REDEFINES BKUP-SET-FILES.
           05  BKUP-SET-ENTRY OCCURS 10 TIMES.
               10  BKUP-SET-NAME      PIC X(08).
               10  BKUP-SET-ORG       PIC X(01).
                   88  BKUP-SET-INDEXED  VALUE 'I'.
       77  BKUP-SET-COUNT             PIC 9(02) COMP VALUE 10.
