      *                    A RUN THAT ABENDS STILL LEAVES A TRACE;
      *                    AUDITLOG'S COMPLETION LINE IS THE PAIRED
      *                    EVENT=END.
      *   2026-10-15  RA   EVERY APPLIED ADD, CHANGE AND DELETE IS NOW
      *                    ALSO WRITTEN TO THE ACCTHIST POSTING
      *                    HISTORY (SHARED ACCTHREC COPYBOOK) WITH THE
      *                    POSTING DATE, RUN TICKET, AMOUNT AND THE
      *                    BALANCE BEFORE AND AFTER, FOR ACCTINQ AND
      *                    ANYONE ELSE ASKING WHY AN ACCOUNT STANDS
      *                    WHERE IT DOES.  THE MASTER LAYOUT MOVED TO
      *                    THE SHARED ACCTREC COPYBOOK.
      *   2026-10-15  RA   EVERY MASTER RECORD ADDED, CHANGED OR
      *                    DELETED NOW ALSO GOES TO THE ACCTJRNL
      *                    BEFORE-IMAGE JOURNAL (SHARED ACCTJREC
      *                    COPYBOOK) UNDER THE RUN TICKET, WITH THE
      *                    RECORD AS IT STOOD BEFORE AND AFTER, SO
      *                    ACCTBACK CAN BACK A WHOLE RUN OUT.
      *   2026-10-15  RA   THE TRANSACTION LAYOUT MOVED TO THE SHARED
      *                    ACCTTREC COPYBOOK, SO THE PROGRAMS THAT
      *                    GENERATE TRANSACTION FILES BUILD EXACTLY
      *                    WHAT THIS ONE READS.
      *   2026-10-15  RA   CREDIT LIMITS.  AN ADD SETS THE NEW
      *                    ACCOUNT'S ACCT-CREDIT-LIMIT FROM THE
      *                    TRANSACTION (BLANK MEANS ZERO), AND A
      *                    CHANGE THAT WOULD TAKE THE BALANCE BELOW
      *                    ZERO MINUS THE LIMIT IS REJECTED WITH ITS
      *                    PROJECTED BALANCE AND LIMIT ON ACPRPT AND
      *                    AN ALERT THROUGH THE SHARED ALERTPUT
      *                    SUBPROGRAM.  A MASTER STILL ON THE OLD
      *                    LAYOUT (STATUS 39) POINTS THE OPERATOR AT
      *                    ACCTCONV.
      *   2026-10-15  RA   POSTING PROOF.  THE MASTER IS TOTALLED BY
      *                    BRANCH BEFORE THE FIRST TRANSACTION AND
      *                    AGAIN AFTER THE LAST, AND A TRIAL BALANCE
      *                    AT THE FOOT OF ACPRPT PROVES OPENING TOTAL
      *                    PLUS NET APPLIED POSTINGS AGAINST THE
      *                    CLOSING TOTAL, WITH ACCOUNT COUNTS, FOR
      *                    EVERY BRANCH AND THE SHOP.  AN OUT-OF-
      *                    BALANCE PROOF IS BANNERED ON THE REPORT,
      *                    ALERTED, AND SETS RETURN-CODE 12; EVERY
      *                    RUN'S RESULT IS APPENDED TO PROOFCTL.
      *   2026-10-15  RA   GENERAL-LEDGER INTERFACE.  THE APPLIED
      *                    POSTINGS ARE SUMMED BY BRANCH AND
      *                    TRANSACTION TYPE AND WRITTEN TO GLJRNL
      *                    (SHARED GLREC COPYBOOK) AS ONE BALANCED
      *                    DEBIT/CREDIT ENTRY EACH, WITH THE POSTING
      *                    DATE AND RUN TICKET, CLOSED BY A "T"
      *                    TRAILER OF RECORD COUNT AND DEBIT AND
      *                    CREDIT HASH TOTALS.  A FILE WHOSE DEBITS
      *                    AND CREDITS DO NOT NET TO ZERO IS DELETED,
      *                    ALERTED, AND SETS RETURN-CODE 12.
      *   2026-10-15  RA   DRY-RUN MODE.  A NEW RUN-MODE PROMPT AFTER
      *                    THE FILENAME (BLANK OR P POSTS AS BEFORE; D
      *                    SIMULATES) OPENS ACCTMAST INPUT ONLY AND
      *                    CARRIES EACH TOUCHED ACCOUNT IN A WORKING-
      *                    STORAGE OVERLAY, SO ACPRPT SHOWS THE SAME
      *                    LISTING WITH PROJECTED BALANCES AND A
      *                    WOULD-APPLY/WOULD-REJECT SUMMARY, WITHOUT
      *                    TOUCHING THE MASTER, HISTORY, JOURNAL,
      *                    PROOFCTL OR GLJRNL.  REJECT REASONS ARE NOW
      *                    TALLIED AT THE FOOT OF EVERY LISTING.
      *   2026-10-15  RA   THE RUN'S RETURN-CODE IS NOW HELD ACROSS THE
      *                    RPTARCHV CALL, WHICH WAS RESETTING AN OUT-
      *                    OF-BALANCE 12 TO ZERO.
      *   2026-10-15  RA   A POSTING RUN UNDER A BUSINESS DATE THAT
      *                    DAYCLOSE HAS CLOSED IS REFUSED WITH
      *                    RETURN-CODE 8 BEFORE THE MASTER IS OPENED;
      *                    A DRY RUN IS STILL ALLOWED.  A LEVEL-3
      *                    REOPEN LIFTS THIS.
      *   2026-10-15  RA   AN ABORTED RUN NOW CLOSES THE TRANSACTION
      *                    FILE, SO A LATER MENU CALL CAN REOPEN IT.
      *   2026-10-15  RA   THE TRANSACTION FILE IS RETAINED UNDER THE
      *                    RUN TICKET THROUGH THE SHARED RETAIN
      *                    SUBPROGRAM, WITH ITS RECORD COUNT, AS ARE
      *                    THE ANSWERS GIVEN AND THE TOOLPARM IN FORCE.
      *                    CALLED BY RERUN, THE PROGRAM REPLAYS A
      *                    TICKET FROM THOSE COPIES AS A DRY RUN TO
      *                    ACPRPT.R<TICKET>; THE MASTER IS NEVER
      *                    POSTED TWICE.
      *   2026-10-15  RA   MULTI-CURRENCY.  A TRANSACTION MAY CARRY A
      *                    CURRENCY CODE (TRAN-CURRENCY, BLANK IS THE
      *                    BASE CURRENCY); ITS AMOUNT, AND AN ADD'S
      *                    CREDIT LIMIT, ARE CONVERTED TO BASE THROUGH
      *                    THE SHARED FXRATE SUBPROGRAM AT THE FXRATES
      *                    RATE IN EFFECT ON THE POSTING DATE BEFORE
      *                    ANYTHING IS APPLIED, SO THE MASTER, HISTORY,
      *                    PROOF AND GL STAY IN BASE.  A CURRENCY WITH
      *                    NO RATE THAT DAY IS REJECTED WITH THE
      *                    REASON, AND ACPRPT TOTALS EVERY CURRENCY
      *                    SEEN.  FXRATES IS RETAINED WITH THE RUN AND
      *                    A REPLAY CONVERTS AT THE ORIGINAL DATE'S
      *                    RATES.
      *   2026-10-15  RA   GLJRNL IS NOW PROVED FROM THE FILE ITSELF.
      *                    THE DEBIT AND CREDIT HASHES WERE TAKEN FROM
      *                    THE SAME AMOUNT AS EACH PAIR WAS WRITTEN AND
      *                    SO COULD NEVER DISAGREE.  AFTER CLOSE THE
      *                    JOURNAL IS RE-READ AND ITS DEBIT DETAILS,
      *                    CREDIT DETAILS AND RECORD COUNT MUST AGREE
      *                    WITH EACH OTHER, WITH THE TRAILER, AND WITH
      *                    THE NET POSTINGS THE ENTRIES WERE BUILT
      *                    FROM, OR THE FILE IS SUPPRESSED AS BEFORE.
      *   2026-10-15  RA   THE MASTER IS CLOSED WHENEVER IT WAS OPENED,
      *                    NOT ONLY WHEN THE LAST STATUS WAS 00.  A LIVE
      *                    RUN AFTER A DRY RUN IN THE SAME MENU SESSION
      *                    PUTS BACK THE LIVE CAPTIONS AND TITLE.
      *                    CURRENCY-TOTALS CAPTIONS LINED UP ON THEIR
      *                    FIGURES.
      *   2026-10-15  RA   ACCTHIST AND ACCTJRNL ARE LIKEWISE CLOSED
      *                    WHENEVER THEY WERE OPENED, SO A FAILED WRITE
      *                    NO LONGER LEAVES ONE OPEN FOR THE NEXT RUN.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTPOST.
       FILE-CONTROL.
           SELECT ACCT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT HIST-FILE ASSIGN TO "ACCTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCTH-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT JRNL-FILE ASSIGN TO "ACCTJRNL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT TRAN-FILE ASSIGN TO DYNAMIC WS-FNAME-TRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-RPT-FNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT PROOF-FILE ASSIGN TO "PROOFCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-STATUS.
           SELECT GL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MASTER.
           COPY ACCTREC.

       FD  HIST-FILE.
           COPY ACCTHREC.

       FD  JRNL-FILE.
           COPY ACCTJREC.

       FD  TRAN-FILE.
           COPY ACCTTREC.

       FD  PRINT-FILE.
       01  PRINT-LINE              PIC X(132).

       FD  PROOF-FILE.
           COPY PROOFREC.

       FD  GL-FILE.
           COPY GLREC.

       FD  PARM-FILE.
           COPY TOOLPARM.

       WORKING-STORAGE SECTION.
       77  WS-MASTER-STATUS        PIC X(02).
       77  WS-HIST-STATUS          PIC X(02).
       77  WS-JRNL-STATUS          PIC X(02).
       77  WS-TRAN-STATUS          PIC X(02).
       77  WS-PRINT-STATUS         PIC X(02).
       77  WS-PARM-STATUS          PIC X(02).
       77  WS-PROOF-STATUS         PIC X(02).
       77  WS-GL-STATUS            PIC X(02).
       77  WS-FNAME-TRAN           PIC X(30).
       77  WS-ABORT-SW             PIC X(01) VALUE 'N'.
           88  WS-ABORT-RUN         VALUE 'Y'.
       77  WS-SAVE-RC              PIC S9(09) COMP.
       77  FEOF                    PIC X(01).
       77  WS-RUN-DATE             PIC 9(06).
       77  WS-DATE-STATE           PIC X(01).
           88  WS-DATE-CLOSED       VALUE 'C'.
       77  WS-DATE-OPER            PIC X(08).
       77  WS-RUN-MODE-SW          PIC X(01) VALUE 'P'.
           88  WS-LIVE-RUN          VALUE 'P'.
           88  WS-DRY-RUN           VALUE 'D'.
       77  WS-MASTER-EMPTY-SW      PIC X(01) VALUE 'N'.
           88  WS-MASTER-EMPTY      VALUE 'Y'.
       77  WS-MASTER-OPEN-SW       PIC X(01) VALUE 'N'.
           88  WS-MASTER-OPEN       VALUE 'Y'.
       77  WS-HIST-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-HIST-OPEN         VALUE 'Y'.
       77  WS-JRNL-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-JRNL-OPEN         VALUE 'Y'.

      *--------------------------------------------------------------*
      * OPERATOR-PROMPT WORK FIELDS - EVERY QUESTION GOES THROUGH THE
       77  WS-DISP-AMOUNT          PIC -(14)9.9999.
       77  WS-DISP-BALANCE         PIC -(14)9.9999.
       77  WS-DISP-COUNT           PIC Z(05)9.
       77  WS-BAL-BEFORE           PIC S9(14)V9(4).
       77  WS-HIST-FAIL-COUNT      PIC 9(06) COMP VALUE 0.
       77  WS-JRNL-FAIL-COUNT      PIC 9(06) COMP VALUE 0.
       77  WS-BEFORE-SW            PIC X(01).
       77  WS-BEFORE-IMAGE         PIC X(60).

      *--------------------------------------------------------------*
      * CREDIT-LIMIT WORK FIELDS - THE BALANCE A CHANGE WOULD LEAVE,
      * THE LOWEST BALANCE THE ACCOUNT'S LIMIT ALLOWS, AND THE ALERT
      * RAISED FOR EACH BREACH REFUSED.
      *--------------------------------------------------------------*
       77  WS-PROJECTED-BAL        PIC S9(14)V9(4).
       77  WS-LIMIT-FLOOR          PIC S9(14)V9(4).
       77  WS-LIMIT-REJECT-COUNT   PIC 9(06) COMP VALUE 0.
       77  WS-DISP-LIMIT           PIC -(14)9.9999.
       77  WS-ALERT-TEXT           PIC X(60).

      *--------------------------------------------------------------*
      * POSTING-PROOF FIELDS - ONE ENTRY PER BRANCH (SUBSCRIPT IS THE
      * BRANCH CODE PLUS ONE).  OPENING FIGURES COME FROM THE MASTER
      * BEFORE POSTING, NET MOVEMENT FROM THE TRANSACTIONS APPLIED,
      * CLOSING FIGURES FROM THE MASTER AFTER POSTING.
      *--------------------------------------------------------------*
       01  WS-PROOF-TABLE.
           05  WS-PRF-BRANCH OCCURS 100 TIMES.
               10  WS-PRF-OPEN-COUNT   PIC 9(07) COMP.
               10  WS-PRF-OPEN-BAL     PIC S9(14)V9(4).
               10  WS-PRF-ADD-COUNT    PIC 9(07) COMP.
               10  WS-PRF-DEL-COUNT    PIC 9(07) COMP.
               10  WS-PRF-NET          PIC S9(14)V9(4).
               10  WS-PRF-CLOSE-COUNT  PIC 9(07) COMP.
               10  WS-PRF-CLOSE-BAL    PIC S9(14)V9(4).
       77  WS-PRF-SUB              PIC 9(03) COMP.
       77  WS-PRF-SHOP-OPEN-COUNT  PIC 9(07) COMP.
       77  WS-PRF-SHOP-OPEN-BAL    PIC S9(14)V9(4).
       77  WS-PRF-SHOP-ADD-COUNT   PIC 9(07) COMP.
       77  WS-PRF-SHOP-DEL-COUNT   PIC 9(07) COMP.
       77  WS-PRF-SHOP-NET         PIC S9(14)V9(4).
       77  WS-PRF-SHOP-CLOSE-COUNT PIC 9(07) COMP.
       77  WS-PRF-SHOP-CLOSE-BAL   PIC S9(14)V9(4).
       77  WS-PRF-EXPECT-COUNT     PIC S9(08) COMP.
       77  WS-PRF-EXPECT-BAL       PIC S9(14)V9(4).
       77  WS-PRF-OUT-COUNT        PIC 9(03) COMP.
       77  WS-SCAN-PASS            PIC X(01).
           88  WS-SCAN-OPENING      VALUE 'O'.
           88  WS-SCAN-CLOSING      VALUE 'C'.
       77  WS-SCAN-EOF             PIC X(01).
       77  WS-DISP-BRANCH          PIC 9(02).
       77  WS-DISP-PRF-OPEN-CNT    PIC Z(06)9.
       77  WS-DISP-PRF-OPEN-BAL    PIC -(13)9.99.
       77  WS-DISP-PRF-ADDS        PIC Z(05)9.
       77  WS-DISP-PRF-DELS        PIC Z(05)9.
       77  WS-DISP-PRF-NET         PIC -(13)9.99.
       77  WS-DISP-PRF-CLOSE-CNT   PIC Z(06)9.
       77  WS-DISP-PRF-CLOSE-BAL   PIC -(13)9.99.
       77  WS-PRF-LINE-FLAG        PIC X(16).

      *--------------------------------------------------------------*
      * GENERAL-LEDGER INTERFACE FIELDS - NET APPLIED AMOUNT AND ITEM
      * COUNT BY BRANCH (CODE PLUS ONE) AND TRANSACTION TYPE (1 ADD,
      * 2 CHANGE, 3 DELETE).  THE HASHES ARE TAKEN FROM THE RECORDS
      * AS WRITTEN, SO THE BALANCE CHECK PROVES THE FILE ITSELF.
      *--------------------------------------------------------------*
       01  WS-GL-TABLE.
           05  WS-GL-BRANCH OCCURS 100 TIMES.
               10  WS-GL-TYPE OCCURS 3 TIMES.
                   15  WS-GL-NET       PIC S9(14)V9(4).
                   15  WS-GL-ITEMS     PIC 9(06) COMP.
       01  WS-GL-TYPE-CODES        PIC X(03) VALUE "ACD".
       77  WS-GL-TYPE-SUB          PIC 9(01) COMP.
       77  WS-GL-ENTRY-AMT         PIC S9(14)V9(4).
       77  WS-GL-REC-COUNT         PIC 9(06) COMP.
       77  WS-GL-DEBIT-HASH        PIC 9(14)V9(4).
       77  WS-GL-CREDIT-HASH       PIC 9(14)V9(4).
       77  WS-GL-DR-ACCOUNT        PIC X(04).
       77  WS-GL-CR-ACCOUNT        PIC X(04).
       77  WS-GL-FILE-NAME         PIC X(30) VALUE "GLJRNL".
       77  WS-DISP-GL-HASH         PIC Z(13)9.99.

      *--------------------------------------------------------------*
      * GLJRNL PROOF - WHAT THE POSTINGS CALL FOR, WHAT WAS READ BACK
      * FROM THE CLOSED FILE, AND ITS TRAILER.
      *--------------------------------------------------------------*
       77  WS-GL-EXPECTED          PIC 9(14)V9(4).
       77  WS-GL-READ-COUNT        PIC 9(06) COMP.
       77  WS-GL-READ-DEBIT        PIC 9(14)V9(4).
       77  WS-GL-READ-CREDIT       PIC 9(14)V9(4).
       77  WS-GL-TRL-COUNT         PIC 9(06).
       77  WS-GL-TRL-DEBIT         PIC 9(14)V9(4).
       77  WS-GL-TRL-CREDIT        PIC 9(14)V9(4).
       77  WS-GL-TRL-SW            PIC X(01).
           88  WS-GL-TRL-SEEN       VALUE 'Y'.
       77  WS-GL-PROOF-SW          PIC X(01).
           88  WS-GL-PROVED         VALUE 'Y'.

      *--------------------------------------------------------------*
      * DRY-RUN OVERLAY - ONE SLOT PER POSSIBLE ACCOUNT ID (ID PLUS
      * ONE).  A SLOT THE RUN HAS NOT TOUCHED IS BLANK AND THE MASTER
      * IS READ INSTEAD; A TOUCHED SLOT HOLDS THE ACCOUNT AS THE RUN
      * WOULD HAVE LEFT IT, OR MARKS IT GONE.  ONLY INITIALIZED (AND
      * ONLY USED) IN A DRY RUN.
      *--------------------------------------------------------------*
       01  WS-SIM-TABLE.
           05  WS-SIM-ENTRY OCCURS 100000 TIMES.
               10  WS-SIM-STATE        PIC X(01).
                   88  WS-SIM-LIVE      VALUE 'L'.
                   88  WS-SIM-GONE      VALUE 'G'.
               10  WS-SIM-BALANCE      PIC S9(14)V9(4) COMP-3.
               10  WS-SIM-CRLIMIT      PIC S9(14)V9(4) COMP-3.
               10  WS-SIM-POSTED       PIC 9(06).
       77  WS-SIM-SUB              PIC 9(06) COMP.
       77  WS-SIM-FOUND-SW         PIC X(01).
           88  WS-SIM-FOUND         VALUE 'Y'.
       01  WS-LBL-APPLIED          PIC X(11) VALUE "APPLIED".
       01  WS-LBL-REJECTED         PIC X(12) VALUE "REJECTED".
       01  WS-LBL-BALANCE          PIC X(17) VALUE "NEW BALANCE".

      *--------------------------------------------------------------*
      * REJECT-REASON TALLY - EACH DISTINCT REASON AND HOW MANY
      * TRANSACTIONS IT TURNED AWAY, FOR THE SUMMARY.
      *--------------------------------------------------------------*
       77  WS-RSN-LIMIT            PIC 9(02) COMP VALUE 20.
       77  WS-RSN-USED             PIC 9(02) COMP VALUE 0.
       77  WS-RSN-IDX              PIC 9(02) COMP.
       01  WS-RSN-TABLE.
           05  WS-RSN-ENTRY OCCURS 20 TIMES.
               10  WS-RSN-TEXT         PIC X(44).
               10  WS-RSN-COUNT        PIC 9(06) COMP.

      *--------------------------------------------------------------*
      * REPORT WORK FIELDS
       77  WS-AUDIT-RECORDS-OUT   PIC 9(07).
       77  WS-RUN-TICKET          PIC 9(09).
       77  WS-ARCHIVE-REPORT      PIC X(30) VALUE "ACPRPT".
       77  WS-RPT-FNAME           PIC X(30) VALUE "ACPRPT".

      *--------------------------------------------------------------*
      * INPUT RETENTION AND REPLAY WORK FIELDS - THE TRANSACTION FILE
      * AND EVERY ANSWER GIVEN GO TO THE SHARED RETAIN SUBPROGRAM.
      * WHEN RERUN HAS PUT RETAIN INTO REPLAY MODE, THE FILE IS OPENED
      * UNDER THE NAME OF ITS RETAINED COPY (WS-RTN-HOLD-NAME KEEPS
      * THE ORIGINAL NAME FOR THE LISTING) AND EACH ANSWER COMES FROM
      * THE RETAINED ANSWERS.
      *--------------------------------------------------------------*
       77  WS-RTN-ACTION          PIC X(01).
       77  WS-RTN-TICKET          PIC 9(09).
       77  WS-RTN-KIND            PIC X(08).
       77  WS-RTN-NAME            PIC X(60).
       77  WS-RTN-TEXT            PIC X(60).
       77  WS-RTN-COUNT           PIC 9(07).
       77  WS-RTN-VALUE           PIC X(24).
       77  WS-RTN-HOLD-NAME       PIC X(30).
       77  WS-RERUN-SW            PIC X(01) VALUE 'N'.
           88  WS-RERUN-MODE       VALUE 'Y'.
       77  WS-RERUN-TICKET        PIC 9(09) VALUE 0.
       77  WS-PARM-FNAME          PIC X(30) VALUE "TOOLPARM".

      *--------------------------------------------------------------*
      * CURRENCY FIELDS - THE SHARED FXRATE SUBPROGRAM CONVERTS EACH
      * AMOUNT AT THE FXRATES RATE IN EFFECT ON WS-FX-RUN-DATE (THE
      * POSTING DATE, OR THE REPLAYED TICKET'S DATE) AND KEEPS THE
      * TOTALS PER CURRENCY FOR THE FOOT OF ACPRPT.  CONVERTED TOTALS
      * COVER EVERY TRANSACTION CONVERTED, INCLUDING ANY LATER
      * REJECTED AGAINST THE MASTER.
      *--------------------------------------------------------------*
           COPY FXLINK.
       77  WS-FX-FNAME            PIC X(30) VALUE "FXRATES".
       77  WS-FX-RUN-DATE         PIC 9(06) VALUE 0.
       77  WS-FX-LABEL            PIC X(04).
       77  WS-DISP-FX-RATE        PIC Z(04)9.9(08).
       77  WS-DISP-FX-COUNT       PIC Z(06)9.
       77  WS-DISP-FX-REJECTS     PIC Z(05)9.
       77  WS-DISP-FX-ORIG        PIC -(15)9.9999.
       77  WS-DISP-FX-CONV        PIC -(15)9.9999.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL "RUNTICKET" USING WS-RUN-TICKET
           CALL "AUDITBEG" USING WS-AUDIT-PROGRAM WS-RUN-TICKET
           PERFORM 9700-CHECK-RERUN
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               PERFORM 2000-POST-TRANSACTIONS
           MOVE 0 TO WS-ADD-COUNT
           MOVE 0 TO WS-CHG-COUNT
           MOVE 0 TO WS-DEL-COUNT
           MOVE 0 TO WS-HIST-FAIL-COUNT
           MOVE 0 TO WS-JRNL-FAIL-COUNT
           MOVE 0 TO WS-LIMIT-REJECT-COUNT
           INITIALIZE WS-PROOF-TABLE
           INITIALIZE WS-GL-TABLE
           MOVE 0 TO WS-PRF-OUT-COUNT
           MOVE 1 TO WS-RPT-PAGE-NO
           MOVE 0 TO WS-RPT-LINES-ON-PAGE
           MOVE 'N' TO WS-ABORT-SW
           MOVE 'N' TO WS-MASTER-EMPTY-SW
           MOVE 'N' TO WS-MASTER-OPEN-SW
           MOVE 'N' TO WS-HIST-OPEN-SW
           MOVE 'N' TO WS-JRNL-OPEN-SW
           MOVE 0 TO WS-RSN-USED
           MOVE 132 TO WS-RPT-WIDTH
           ACCEPT WS-RUN-DATE FROM DATE
           IF WS-FX-RUN-DATE = 0
               MOVE WS-RUN-DATE TO WS-FX-RUN-DATE
           END-IF
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
           MOVE "TRANSACTION FILENAME?" TO WS-PROMPT
           PERFORM 8800-GET-ANSWER
           MOVE WS-ANSWER TO WS-FNAME-TRAN
           MOVE WS-FNAME-TRAN TO WS-RTN-HOLD-NAME
           IF WS-RERUN-MODE
               MOVE WS-FNAME-TRAN TO WS-RTN-NAME
               MOVE 'M' TO WS-RTN-ACTION
               PERFORM 9730-CALL-RETAIN
               MOVE WS-RTN-NAME TO WS-FNAME-TRAN
           END-IF
           OPEN INPUT TRAN-FILE
           MOVE WS-RTN-HOLD-NAME TO WS-FNAME-TRAN
           IF WS-TRAN-STATUS NOT = "00"
               DISPLAY "*** ACCTPOST: UNABLE TO OPEN TRANSACTION"
                   " FILE " WS-FNAME-TRAN " - FILE STATUS "
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF
           MOVE "RUN MODE - P)OST OR D)RY RUN (NO UPDATES)?"
               TO WS-PROMPT
           PERFORM 8800-GET-ANSWER
           IF WS-RERUN-MODE
                   AND WS-ANSWER(1:1) NOT = 'D'
                   AND WS-ANSWER(1:1) NOT = 'd'
               DISPLAY "ACCTPOST: A REPLAY IS ALWAYS A DRY RUN -"
                   " ACCTMAST IS NOT UPDATED"
               MOVE 'D' TO WS-ANSWER
           END-IF
           IF WS-ANSWER(1:1) = 'D' OR WS-ANSWER(1:1) = 'd'
               SET WS-DRY-RUN TO TRUE
               MOVE "WOULD APPLY" TO WS-LBL-APPLIED
               MOVE "WOULD REJECT" TO WS-LBL-REJECTED
               MOVE "PROJECTED BALANCE" TO WS-LBL-BALANCE
               MOVE "ACCOUNT MASTER POSTING - DRY RUN" TO WS-RPT-TITLE
               INITIALIZE WS-SIM-TABLE
               PERFORM 1100-OPEN-MASTER-DRY
           ELSE
               SET WS-LIVE-RUN TO TRUE
               MOVE "APPLIED" TO WS-LBL-APPLIED
               MOVE "REJECTED" TO WS-LBL-REJECTED
               MOVE "NEW BALANCE" TO WS-LBL-BALANCE
               MOVE "ACCOUNT MASTER POSTING" TO WS-RPT-TITLE
               PERFORM 1150-CHECK-DATE-OPEN
               IF NOT WS-ABORT-RUN
                   PERFORM 1200-OPEN-FILES-LIVE
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 1300-LOAD-FX-RATES
           END-IF
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "*** ACCTPOST: UNABLE TO OPEN PRINT FILE"
                   " " WS-RPT-FNAME " - FILE STATUS "
                   WS-PRINT-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF
               STRING "TRANSACTION FILE: " WS-FNAME-TRAN
                   INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               IF WS-DRY-RUN
                   MOVE SPACES TO PRINT-LINE
                   STRING "*** DRY RUN - ACCTMAST IS NOT UPDATED;"
                       " BALANCES SHOWN ARE PROJECTED ***"
                       DELIMITED BY SIZE INTO PRINT-LINE
                   PERFORM 8900-PRINT-LINE
               END-IF
               IF WS-RERUN-MODE
                   MOVE SPACES TO PRINT-LINE
                   STRING "*** RERUN OF TICKET " WS-RERUN-TICKET
                       " FROM ITS RETAINED INPUT ***"
                       DELIMITED BY SIZE INTO PRINT-LINE
                   PERFORM 8900-PRINT-LINE
               END-IF
               MOVE SPACES TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               IF NOT WS-MASTER-EMPTY
                   SET WS-SCAN-OPENING TO TRUE
                   PERFORM 7000-SCAN-MASTER
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 1100-OPEN-MASTER-DRY - A DRY RUN READS THE MASTER AND NOTHING
      * ELSE.  A MASTER THAT DOES NOT EXIST YET IS SIMULATED AS EMPTY
      * RATHER THAN CREATED.
      *--------------------------------------------------------------*
       1100-OPEN-MASTER-DRY.
           OPEN INPUT ACCT-MASTER
           IF WS-MASTER-STATUS = "00"
               SET WS-MASTER-OPEN TO TRUE
           END-IF
           IF WS-MASTER-STATUS = "35"
               SET WS-MASTER-EMPTY TO TRUE
               DISPLAY "ACCTPOST: NO ACCOUNT MASTER YET - DRY RUN"
                   " TREATS IT AS EMPTY"
           ELSE
               IF WS-MASTER-STATUS = "39"
                   DISPLAY "*** ACCTPOST: ACCTMAST IS ON THE OLD RECORD"
                       " LAYOUT - RUN ACCTCONV ONCE TO CONVERT IT ***"
               END-IF
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "*** ACCTPOST: UNABLE TO OPEN ACCOUNT MASTER"
                       " ACCTMAST - FILE STATUS " WS-MASTER-STATUS
                       " ***"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 1150-CHECK-DATE-OPEN - POSTINGS, HISTORY, JOURNAL AND PROOF
      * ARE ALL DATED TODAY.  ONCE DAYCLOSE HAS CLOSED TODAY NO
      * POSTING RUN MAY ADD TO IT UNTIL A LEVEL-3 OPERATOR REOPENS
      * THE DATE.
      *--------------------------------------------------------------*
       1150-CHECK-DATE-OPEN.
           CALL "DAYCHK" USING WS-RUN-DATE WS-DATE-STATE WS-DATE-OPER
           IF WS-DATE-CLOSED
               DISPLAY "*** ACCTPOST: BUSINESS DATE " WS-RUN-DATE
                   " WAS CLOSED BY " WS-DATE-OPER " - NO POSTING RUN"
                   " UNLESS A LEVEL-3 OPERATOR REOPENS IT (DAYCLOSE)"
                   " ***"
               MOVE 8 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF.

      *--------------------------------------------------------------*
      * 1200-OPEN-FILES-LIVE - A POSTING RUN OPENS THE MASTER, HISTORY
      * AND JOURNAL FOR UPDATE, CREATING ANY THAT DO NOT EXIST YET.
      *--------------------------------------------------------------*
       1200-OPEN-FILES-LIVE.
           OPEN I-O ACCT-MASTER
           IF WS-MASTER-STATUS = "35"
               OPEN OUTPUT ACCT-MASTER
               CLOSE ACCT-MASTER
               OPEN I-O ACCT-MASTER
               DISPLAY "ACCTPOST: NO ACCOUNT MASTER YET - ACCTMAST"
                   " CREATED EMPTY"
           END-IF
           IF WS-MASTER-STATUS = "39"
               DISPLAY "*** ACCTPOST: ACCTMAST IS ON THE OLD RECORD"
                   " LAYOUT - RUN ACCTCONV ONCE TO CONVERT IT ***"
           END-IF
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "*** ACCTPOST: UNABLE TO OPEN ACCOUNT MASTER"
                   " ACCTMAST - FILE STATUS " WS-MASTER-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           ELSE
               SET WS-MASTER-OPEN TO TRUE
           END-IF
           OPEN I-O HIST-FILE
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT HIST-FILE
               CLOSE HIST-FILE
               OPEN I-O HIST-FILE
               DISPLAY "ACCTPOST: NO POSTING HISTORY YET - ACCTHIST"
                   " CREATED EMPTY"
           END-IF
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "*** ACCTPOST: UNABLE TO OPEN POSTING HISTORY"
                   " ACCTHIST - FILE STATUS " WS-HIST-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           ELSE
               SET WS-HIST-OPEN TO TRUE
           END-IF
           OPEN I-O JRNL-FILE
           IF WS-JRNL-STATUS = "35"
               OPEN OUTPUT JRNL-FILE
               CLOSE JRNL-FILE
               OPEN I-O JRNL-FILE
               DISPLAY "ACCTPOST: NO BEFORE-IMAGE JOURNAL YET -"
                   " ACCTJRNL CREATED EMPTY"
           END-IF
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "*** ACCTPOST: UNABLE TO OPEN BEFORE-IMAGE"
                   " JOURNAL ACCTJRNL - FILE STATUS " WS-JRNL-STATUS
                   " ***"
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           ELSE
               SET WS-JRNL-OPEN TO TRUE
           END-IF.

      *--------------------------------------------------------------*
      * 1300-LOAD-FX-RATES - THE RATES IN EFFECT ON THE POSTING DATE,
      * FROM FXRATES OR A REPLAY'S RETAINED COPY OF IT.  THE RATE FILE
      * IS RETAINED WITH THE RUN LIKE THE TRANSACTION FILE.  A MISSING
      * FXRATES LOADS NO RATES - BASE-CURRENCY POSTING IS UNAFFECTED.
      *--------------------------------------------------------------*
       1300-LOAD-FX-RATES.
           MOVE WS-FX-FNAME TO FX-RATE-FNAME
           IF WS-RERUN-MODE
               MOVE WS-FX-FNAME TO WS-RTN-NAME
               MOVE 'M' TO WS-RTN-ACTION
               PERFORM 9730-CALL-RETAIN
               MOVE WS-RTN-NAME TO FX-RATE-FNAME
           END-IF
           MOVE 'L' TO FX-ACTION
           MOVE WS-FX-RUN-DATE TO FX-RUN-DATE
           CALL "FXRATE" USING FX-CALL-AREA
           IF FX-BAD-CARDS > 0
               DISPLAY "*** ACCTPOST: " FX-BAD-CARDS " CARD(S) IN "
                   WS-FX-FNAME " WOULD NOT EDIT AND WERE IGNORED ***"
           END-IF
           MOVE 'F' TO WS-RTN-ACTION
           MOVE WS-RUN-TICKET TO WS-RTN-TICKET
           MOVE "RATES" TO WS-RTN-KIND
           MOVE WS-FX-FNAME TO WS-RTN-NAME
           MOVE FX-CARDS TO WS-RTN-COUNT
           MOVE "NO TRAILER" TO WS-RTN-VALUE
           PERFORM 9730-CALL-RETAIN.

      *--------------------------------------------------------------*
      * 2000-POST-TRANSACTIONS - APPLY EVERY TRANSACTION IN FILE
      * ORDER.  A REJECTED TRANSACTION NEVER STOPS THE RUN - IT IS
                       PERFORM 2100-POST-ONE-TRAN
               END-READ
           END-PERFORM
           CLOSE TRAN-FILE
           PERFORM 9720-RETAIN-TRAN-FILE.

      *--------------------------------------------------------------*
      * 2100-POST-ONE-TRAN - VALIDATE THE RECORD, THEN ROUTE IT BY
                       MOVE "AMOUNT IS NOT NUMERIC"
                           TO WS-REJECT-REASON
                   END-IF
                   IF TRAN-CODE = 'A'
                           AND WS-REJECT-REASON = SPACES
                       PERFORM 2150-CHECK-ADD-LIMIT
                   END-IF
                   IF TRAN-CODE NOT = 'D'
                           AND WS-REJECT-REASON = SPACES
                       PERFORM 2170-CONVERT-AMOUNT
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               END-EVALUATE
           END-IF.

      *--------------------------------------------------------------*
      * 2150-CHECK-ADD-LIMIT - A BLANK LIMIT ON AN ADD IS ZERO (NO
      * OVERDRAFT).  A NEGATIVE LIMIT MEANS NOTHING, AND AN OPENING
      * AMOUNT ALREADY BELOW THE LIMIT IS REFUSED LIKE ANY OTHER
      * BREACH.
      *--------------------------------------------------------------*
       2150-CHECK-ADD-LIMIT.
           IF TRAN-CREDIT-LIMIT = SPACES
               MOVE 0 TO TRAN-CREDIT-LIMIT
           END-IF
           IF TRAN-CREDIT-LIMIT IS NOT NUMERIC
               MOVE "CREDIT LIMIT IS NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
               IF TRAN-CREDIT-LIMIT < 0
                   MOVE "CREDIT LIMIT IS NEGATIVE" TO WS-REJECT-REASON
               ELSE
                   COMPUTE WS-LIMIT-FLOOR = 0 - TRAN-CREDIT-LIMIT
                   IF TRAN-AMOUNT < WS-LIMIT-FLOOR
                       MOVE "OPENING AMOUNT IS BELOW THE CREDIT LIMIT"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 2170-CONVERT-AMOUNT - THE AMOUNT, AND AN ADD'S CREDIT LIMIT,
      * TO THE BASE CURRENCY AT THE SAME RATE.  THE LIMIT CHECK ABOVE
      * HOLDS EITHER SIDE OF THE CONVERSION.  A CURRENCY WITH NO RATE
      * IN EFFECT IS REJECTED WITH THE DATE LOOKED UP.
      *--------------------------------------------------------------*
       2170-CONVERT-AMOUNT.
           MOVE 'C' TO FX-ACTION
           MOVE TRAN-CURRENCY TO FX-CURRENCY
           MOVE TRAN-AMOUNT TO FX-AMOUNT
           CALL "FXRATE" USING FX-CALL-AREA
           IF FX-OK
               MOVE FX-CONVERTED TO TRAN-AMOUNT
               IF TRAN-CODE = 'A'
                   COMPUTE TRAN-CREDIT-LIMIT ROUNDED
                       = TRAN-CREDIT-LIMIT * FX-RATE
               END-IF
           ELSE
               MOVE SPACES TO WS-REJECT-REASON
               STRING "NO " TRAN-CURRENCY " RATE IN EFFECT "
                   WS-FX-RUN-DATE DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
           END-IF.

       2200-APPLY-ADD.
           MOVE 0 TO WS-BAL-BEFORE
           MOVE 'N' TO WS-BEFORE-SW
           MOVE SPACES TO WS-BEFORE-IMAGE
           IF WS-DRY-RUN
               PERFORM 2900-SIM-READ
               IF WS-SIM-FOUND
                   MOVE "ACCOUNT ALREADY ON MASTER"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           MOVE TRAN-ID TO ACCT-ID
           MOVE TRAN-AMOUNT TO ACCT-BALANCE
           MOVE WS-RUN-DATE TO ACCT-LAST-POSTED
           MOVE TRAN-CREDIT-LIMIT TO ACCT-CREDIT-LIMIT
           IF WS-DRY-RUN
               IF WS-REJECT-REASON = SPACES
                   PERFORM 2910-SIM-WRITE
               END-IF
           ELSE
               WRITE ACCT-REC
                   INVALID KEY
                       MOVE "ACCOUNT ALREADY ON MASTER"
                           TO WS-REJECT-REASON
               END-WRITE
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2500-LIST-REJECTED
           ELSE
               PERFORM 2600-LIST-APPLIED
           END-IF.

      *--------------------------------------------------------------*
      * 2300-APPLY-CHANGE - A CHANGE THAT TAKES MONEY OUT MAY NOT
      * LEAVE THE BALANCE BELOW ZERO MINUS THE ACCOUNT'S CREDIT
      * LIMIT.  A CREDIT IS ALWAYS TAKEN, EVEN TO AN ACCOUNT ALREADY
      * PAST ITS LIMIT, SINCE IT CAN ONLY HELP.
      *--------------------------------------------------------------*
       2300-APPLY-CHANGE.
           PERFORM 2850-READ-ACCOUNT
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2500-LIST-REJECTED
           ELSE
               COMPUTE WS-PROJECTED-BAL = ACCT-BALANCE + TRAN-AMOUNT
               COMPUTE WS-LIMIT-FLOOR = 0 - ACCT-CREDIT-LIMIT
               IF TRAN-AMOUNT < 0
                       AND WS-PROJECTED-BAL < WS-LIMIT-FLOOR
                   MOVE "CHANGE WOULD TAKE BALANCE PAST CREDIT LIMIT"
                       TO WS-REJECT-REASON
                   PERFORM 2500-LIST-REJECTED
                   PERFORM 2550-LIST-LIMIT-BREACH
               ELSE
                   MOVE ACCT-BALANCE TO WS-BAL-BEFORE
                   MOVE 'Y' TO WS-BEFORE-SW
                   MOVE ACCT-REC TO WS-BEFORE-IMAGE
                   ADD TRAN-AMOUNT TO ACCT-BALANCE
                   MOVE WS-RUN-DATE TO ACCT-LAST-POSTED
                   IF WS-DRY-RUN
                       PERFORM 2910-SIM-WRITE
                   ELSE
                       REWRITE ACCT-REC
                           INVALID KEY
                               MOVE "MASTER REWRITE FAILED"
                                   TO WS-REJECT-REASON
                       END-REWRITE
                   END-IF
                   IF WS-REJECT-REASON NOT = SPACES
                       PERFORM 2500-LIST-REJECTED
                   ELSE
                       ADD 1 TO WS-CHG-COUNT
                       PERFORM 2600-LIST-APPLIED
                   END-IF
               END-IF
           END-IF.

       2400-APPLY-DELETE.
           PERFORM 2850-READ-ACCOUNT
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2500-LIST-REJECTED
           ELSE
               MOVE ACCT-BALANCE TO WS-BAL-BEFORE
               MOVE 'Y' TO WS-BEFORE-SW
               MOVE ACCT-REC TO WS-BEFORE-IMAGE
               IF WS-DRY-RUN
                   MOVE 'G' TO WS-SIM-STATE(WS-SIM-SUB)
               ELSE
                   DELETE ACCT-MASTER
                       INVALID KEY
                           MOVE "MASTER DELETE FAILED"
                               TO WS-REJECT-REASON
                   END-DELETE
               END-IF
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM 2500-LIST-REJECTED
               ELSE

       2500-LIST-REJECTED.
           ADD 1 TO WS-REJECT-COUNT
           PERFORM 2510-TALLY-REASON
           MOVE TRAN-ID TO WS-DISP-ID
           MOVE SPACES TO PRINT-LINE
           STRING WS-LBL-REJECTED " " TRAN-CODE " ID " WS-DISP-ID
               " - " WS-REJECT-REASON DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE.

      *--------------------------------------------------------------*
      * 2510-TALLY-REASON - COUNT THE REJECT UNDER ITS REASON.  PAST
      * THE TABLE'S SIZE A NEW REASON IS COUNTED UNDER THE LAST SLOT.
      *--------------------------------------------------------------*
       2510-TALLY-REASON.
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > WS-RSN-USED
                   OR WS-RSN-TEXT(WS-RSN-IDX) = WS-REJECT-REASON
               CONTINUE
           END-PERFORM
           IF WS-RSN-IDX > WS-RSN-USED
               IF WS-RSN-USED < WS-RSN-LIMIT
                   ADD 1 TO WS-RSN-USED
                   MOVE WS-RSN-USED TO WS-RSN-IDX
                   MOVE WS-REJECT-REASON TO WS-RSN-TEXT(WS-RSN-IDX)
                   MOVE 0 TO WS-RSN-COUNT(WS-RSN-IDX)
               ELSE
                   MOVE WS-RSN-LIMIT TO WS-RSN-IDX
                   MOVE "OTHER REASONS" TO WS-RSN-TEXT(WS-RSN-IDX)
               END-IF
           END-IF
           ADD 1 TO WS-RSN-COUNT(WS-RSN-IDX).

      *--------------------------------------------------------------*
      * 2550-LIST-LIMIT-BREACH - THE FIGURES BEHIND A CREDIT-LIMIT
      * REJECT, UNDER ITS REJECT LINE, AND AN ALERT SO THE BRANCH
      * HEARS ABOUT IT BEFORE THE CUSTOMER DOES.
      *--------------------------------------------------------------*
       2550-LIST-LIMIT-BREACH.
           ADD 1 TO WS-LIMIT-REJECT-COUNT
           MOVE WS-PROJECTED-BAL TO WS-DISP-BALANCE
           MOVE ACCT-CREDIT-LIMIT TO WS-DISP-LIMIT
           MOVE SPACES TO PRINT-LINE
           STRING "         BALANCE WOULD BE " WS-DISP-BALANCE
               "  CREDIT LIMIT " WS-DISP-LIMIT INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE TRAN-ID TO WS-DISP-ID
           MOVE SPACES TO WS-ALERT-TEXT
           STRING "ID " WS-DISP-ID " CHANGE REJECTED - WOULD PASS"
               " ITS CREDIT LIMIT" INTO WS-ALERT-TEXT
           IF WS-LIVE-RUN
               CALL "ALERTPUT" USING WS-AUDIT-PROGRAM WS-ALERT-TEXT
           END-IF.

      *--------------------------------------------------------------*
      * 2600-LIST-APPLIED - ONE LINE PER APPLIED TRANSACTION SHOWING
      * THE BALANCE THE ACCOUNT NOW CARRIES (ZERO AND GONE FOR A
      * DELETE).  EVERY APPLIED TRANSACTION ALSO GOES TO THE POSTING
      * HISTORY AND THE BEFORE-IMAGE JOURNAL FROM HERE.
      *--------------------------------------------------------------*
       2600-LIST-APPLIED.
           ADD 1 TO WS-APPLIED-COUNT
           IF WS-LIVE-RUN
               PERFORM 2700-WRITE-HISTORY
               PERFORM 2750-WRITE-JOURNAL
           END-IF
           PERFORM 2800-ACCUMULATE-PROOF
           MOVE TRAN-ID TO WS-DISP-ID
           MOVE TRAN-AMOUNT TO WS-DISP-AMOUNT
           MOVE ACCT-BALANCE TO WS-DISP-BALANCE
           MOVE SPACES TO PRINT-LINE
           IF TRAN-CODE = 'D'
               STRING WS-LBL-APPLIED "  " TRAN-CODE " ID " WS-DISP-ID
                   " - ACCOUNT DELETED" DELIMITED BY SIZE
                   INTO PRINT-LINE
           ELSE
               STRING WS-LBL-APPLIED "  " TRAN-CODE " ID " WS-DISP-ID
                   " AMT " WS-DISP-AMOUNT " "
                   WS-LBL-BALANCE " " WS-DISP-BALANCE
                   DELIMITED BY SIZE INTO PRINT-LINE
           END-IF
           PERFORM 8900-PRINT-LINE.

      *--------------------------------------------------------------*
      * 2700-WRITE-HISTORY - THE ACCTHIST RECORD FOR THE TRANSACTION
      * JUST APPLIED.  THE SEQUENCE IS THE TRANSACTION'S LINE NUMBER
      * IN ITS FILE, SO THE KEY IS UNIQUE WITHIN THE TICKET.  A
      * DELETE CARRIES THE BALANCE IT REMOVED AS ITS AMOUNT.  A
      * FAILED HISTORY WRITE DOES NOT UNDO THE POSTING - IT IS LISTED
      * AND COUNTED SO THE GAP IS VISIBLE.
      *--------------------------------------------------------------*
       2700-WRITE-HISTORY.
           MOVE TRAN-ID TO ACCTH-ID
           MOVE WS-RUN-DATE TO ACCTH-DATE
           MOVE WS-RUN-TICKET TO ACCTH-TICKET
           MOVE WS-TRAN-COUNT TO ACCTH-SEQ
           MOVE TRAN-CODE TO ACCTH-CODE
           MOVE WS-BAL-BEFORE TO ACCTH-BAL-BEFORE
           IF TRAN-CODE = 'D'
               COMPUTE ACCTH-AMOUNT = 0 - WS-BAL-BEFORE
               MOVE 0 TO ACCTH-BAL-AFTER
           ELSE
               MOVE TRAN-AMOUNT TO ACCTH-AMOUNT
               MOVE ACCT-BALANCE TO ACCTH-BAL-AFTER
           END-IF
           WRITE ACCTH-REC
               INVALID KEY
                   ADD 1 TO WS-HIST-FAIL-COUNT
                   MOVE TRAN-ID TO WS-DISP-ID
                   MOVE SPACES TO PRINT-LINE
                   STRING "*** HISTORY WRITE FAILED FOR ID " WS-DISP-ID
                       " - FILE STATUS " WS-HIST-STATUS " ***"
                       INTO PRINT-LINE
                   PERFORM 8900-PRINT-LINE
           END-WRITE.

      *--------------------------------------------------------------*
      * 2750-WRITE-JOURNAL - THE ACCTJRNL ENTRY FOR THE MASTER RECORD
      * JUST TOUCHED: ITS IMAGE BEFORE THE POSTING (NONE FOR AN ADD)
      * AND AFTER IT (NONE FOR A DELETE), KEYED BY THIS RUN'S TICKET
      * AND THE TRANSACTION'S LINE NUMBER.  A FAILED JOURNAL WRITE IS
      * LISTED AND COUNTED - THAT POSTING CANNOT BE BACKED OUT BY
      * ACCTBACK AND THE LISTING HAS TO SAY SO.
      *--------------------------------------------------------------*
       2750-WRITE-JOURNAL.
           MOVE WS-RUN-TICKET TO JRNL-TICKET
           MOVE WS-TRAN-COUNT TO JRNL-SEQ
           MOVE WS-RUN-DATE TO JRNL-DATE
           MOVE TRAN-CODE TO JRNL-CODE
           MOVE TRAN-ID TO JRNL-ACCT-ID
           MOVE WS-BEFORE-SW TO JRNL-BEFORE-SW
           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE
           IF TRAN-CODE = 'D'
               MOVE 'N' TO JRNL-AFTER-SW
               MOVE SPACES TO JRNL-AFTER-IMAGE
           ELSE
               MOVE 'Y' TO JRNL-AFTER-SW
               MOVE ACCT-REC TO JRNL-AFTER-IMAGE
           END-IF
           MOVE 0 TO JRNL-BACKOUT-TICKET
           WRITE JRNL-REC
               INVALID KEY
                   ADD 1 TO WS-JRNL-FAIL-COUNT
                   MOVE TRAN-ID TO WS-DISP-ID
                   MOVE SPACES TO PRINT-LINE
                   STRING "*** JOURNAL WRITE FAILED FOR ID " WS-DISP-ID
                       " - FILE STATUS " WS-JRNL-STATUS
                       " - NOT REVERSIBLE BY ACCTBACK ***"
                       INTO PRINT-LINE
                   PERFORM 8900-PRINT-LINE
           END-WRITE.

      *--------------------------------------------------------------*
      * 2850-READ-ACCOUNT - THE ACCOUNT A CHANGE OR DELETE IS AGAINST,
      * FROM THE MASTER, OR IN A DRY RUN AS THE RUN HAS LEFT IT SO FAR.
      *--------------------------------------------------------------*
       2850-READ-ACCOUNT.
           IF WS-DRY-RUN
               PERFORM 2900-SIM-READ
               IF NOT WS-SIM-FOUND
                   MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
               END-IF
           ELSE
               MOVE TRAN-ID TO ACCT-ID
               READ ACCT-MASTER
                   INVALID KEY
                       MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
               END-READ
           END-IF.

      *--------------------------------------------------------------*
      * 2900-SIM-READ - DRY-RUN LOOKUP.  AN ACCOUNT THE RUN HAS
      * ALREADY TOUCHED COMES FROM THE OVERLAY (OR IS GONE); ANY OTHER
      * IS READ FROM THE MASTER.
      *--------------------------------------------------------------*
       2900-SIM-READ.
           COMPUTE WS-SIM-SUB = TRAN-ID + 1
           MOVE 'N' TO WS-SIM-FOUND-SW
           EVALUATE TRUE
               WHEN WS-SIM-LIVE(WS-SIM-SUB)
                   MOVE TRAN-ID TO ACCT-ID
                   MOVE WS-SIM-BALANCE(WS-SIM-SUB) TO ACCT-BALANCE
                   MOVE WS-SIM-CRLIMIT(WS-SIM-SUB) TO ACCT-CREDIT-LIMIT
                   MOVE WS-SIM-POSTED(WS-SIM-SUB) TO ACCT-LAST-POSTED
                   SET WS-SIM-FOUND TO TRUE
               WHEN WS-SIM-GONE(WS-SIM-SUB)
                   CONTINUE
               WHEN WS-MASTER-EMPTY
                   CONTINUE
               WHEN OTHER
                   MOVE TRAN-ID TO ACCT-ID
                   READ ACCT-MASTER
                       NOT INVALID KEY
                           SET WS-SIM-FOUND TO TRUE
                   END-READ
           END-EVALUATE.

       2910-SIM-WRITE.
           COMPUTE WS-SIM-SUB = TRAN-ID + 1
           MOVE 'L' TO WS-SIM-STATE(WS-SIM-SUB)
           MOVE ACCT-BALANCE TO WS-SIM-BALANCE(WS-SIM-SUB)
           MOVE ACCT-CREDIT-LIMIT TO WS-SIM-CRLIMIT(WS-SIM-SUB)
           MOVE ACCT-LAST-POSTED TO WS-SIM-POSTED(WS-SIM-SUB).

      *--------------------------------------------------------------*
      * 2800-ACCUMULATE-PROOF - FOLD THE APPLIED TRANSACTION INTO ITS
      * BRANCH'S NET MOVEMENT.  A DELETE MOVES THE BRANCH BY MINUS THE
      * BALANCE IT TOOK OFF THE MASTER.
      *--------------------------------------------------------------*
       2800-ACCUMULATE-PROOF.
           COMPUTE WS-PRF-SUB = ACCT-BRANCH + 1
           EVALUATE TRAN-CODE
               WHEN 'A'
                   ADD 1 TO WS-PRF-ADD-COUNT(WS-PRF-SUB)
                   ADD TRAN-AMOUNT TO WS-PRF-NET(WS-PRF-SUB)
                   MOVE 1 TO WS-GL-TYPE-SUB
                   MOVE TRAN-AMOUNT TO WS-GL-ENTRY-AMT
               WHEN 'C'
                   ADD TRAN-AMOUNT TO WS-PRF-NET(WS-PRF-SUB)
                   MOVE 2 TO WS-GL-TYPE-SUB
                   MOVE TRAN-AMOUNT TO WS-GL-ENTRY-AMT
               WHEN 'D'
                   ADD 1 TO WS-PRF-DEL-COUNT(WS-PRF-SUB)
                   SUBTRACT WS-BAL-BEFORE FROM WS-PRF-NET(WS-PRF-SUB)
                   MOVE 3 TO WS-GL-TYPE-SUB
                   COMPUTE WS-GL-ENTRY-AMT = 0 - WS-BAL-BEFORE
           END-EVALUATE
           ADD 1 TO WS-GL-ITEMS(WS-PRF-SUB, WS-GL-TYPE-SUB)
           ADD WS-GL-ENTRY-AMT TO WS-GL-NET(WS-PRF-SUB, WS-GL-TYPE-SUB).

      *--------------------------------------------------------------*
      * 4000-PRINT-TOTALS - CLOSING COUNTS FOR THE POSTING RUN.  ANY
      * REJECT LEAVES RETURN-CODE 4 SO A WRAPPING SCHEDULER KNOWS THE
       4000-PRINT-TOTALS.
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           IF WS-DRY-RUN
               MOVE "===== DRY-RUN SUMMARY - NOTHING WAS POSTED ====="
                   TO PRINT-LINE
           ELSE
               MOVE "===== POSTING TOTALS =====" TO PRINT-LINE
           END-IF
           PERFORM 8900-PRINT-LINE
           MOVE WS-TRAN-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-APPLIED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           IF WS-DRY-RUN
               STRING "WOULD APPLY  . . . . : " WS-DISP-COUNT
                   INTO PRINT-LINE
           ELSE
               STRING "APPLIED  . . . . . . : " WS-DISP-COUNT
                   INTO PRINT-LINE
           END-IF
           PERFORM 8900-PRINT-LINE
           MOVE WS-ADD-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE WS-REJECT-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO PRINT-LINE
           IF WS-DRY-RUN
               STRING "WOULD REJECT . . . . : " WS-DISP-COUNT
                   INTO PRINT-LINE
           ELSE
               STRING "REJECTED . . . . . . : " WS-DISP-COUNT
                   INTO PRINT-LINE
           END-IF
           PERFORM 8900-PRINT-LINE
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > WS-RSN-USED
               MOVE WS-RSN-COUNT(WS-RSN-IDX) TO WS-DISP-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING "  " WS-DISP-COUNT "  " WS-RSN-TEXT(WS-RSN-IDX)
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-PERFORM
           IF WS-LIMIT-REJECT-COUNT > 0
               MOVE WS-LIMIT-REJECT-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING "  OVER CREDIT LIMIT  : " WS-DISP-COUNT
                   INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF
           IF FX-FOREIGN-SEEN
               PERFORM 4050-PRINT-CURRENCY-TOTALS
           END-IF
           IF WS-HIST-FAIL-COUNT > 0
               MOVE WS-HIST-FAIL-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING "HISTORY WRITES FAILED: " WS-DISP-COUNT
                   INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF
           IF WS-JRNL-FAIL-COUNT > 0
               MOVE WS-JRNL-FAIL-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING "JOURNAL WRITES FAILED: " WS-DISP-COUNT
                   INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF
           IF WS-REJECT-COUNT > 0 OR WS-HIST-FAIL-COUNT > 0
                   OR WS-JRNL-FAIL-COUNT > 0
               DISPLAY "*** ACCTPOST: " WS-REJECT-COUNT
                   " TRANSACTION(S) REJECTED - SEE ACPRPT ***"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-LIVE-RUN
               PERFORM 4500-PROVE-POSTING
           END-IF.

      *--------------------------------------------------------------*
      * 4050-PRINT-CURRENCY-TOTALS - WHEN ANY TRANSACTION CARRIED A
      * CURRENCY CODE, ONE LINE PER CURRENCY: THE RATE IT WAS
      * CONVERTED AT, TRANSACTIONS CONVERTED AND REFUSED, AND THE
      * ORIGINAL AND CONVERTED AMOUNT TOTALS.
      *--------------------------------------------------------------*
       4050-PRINT-CURRENCY-TOTALS.
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "CURRENCY TOTALS - RATES IN EFFECT " WS-FX-RUN-DATE
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "CCY            RATE   TRANS       ORIGINAL TOTAL"
               "       CONVERTED TOTAL NO RATE"
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE 'T' TO FX-ACTION
           MOVE 1 TO FX-INDEX
           CALL "FXRATE" USING FX-CALL-AREA
           PERFORM UNTIL NOT FX-OK
               MOVE FX-RATE TO WS-DISP-FX-RATE
               MOVE FX-RECORDS TO WS-DISP-FX-COUNT
               MOVE FX-REJECTS TO WS-DISP-FX-REJECTS
               MOVE FX-ORIG-TOTAL TO WS-DISP-FX-ORIG
               MOVE FX-CONV-TOTAL TO WS-DISP-FX-CONV
               MOVE FX-CURRENCY TO WS-FX-LABEL
               IF FX-CURRENCY = SPACES
                   MOVE "BASE" TO WS-FX-LABEL
               END-IF
               MOVE SPACES TO PRINT-LINE
               STRING WS-FX-LABEL " " WS-DISP-FX-RATE " "
                   WS-DISP-FX-COUNT WS-DISP-FX-ORIG " "
                   WS-DISP-FX-CONV "  " WS-DISP-FX-REJECTS
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               ADD 1 TO FX-INDEX
               CALL "FXRATE" USING FX-CALL-AREA
           END-PERFORM.

      *--------------------------------------------------------------*
      * 4500-PROVE-POSTING - THE TRIAL BALANCE.  THE MASTER IS
      * TOTALLED AGAIN NOW POSTING IS DONE, AND FOR EVERY BRANCH THAT
      * HAD ACCOUNTS OR ACTIVITY, OPENING PLUS NET MUST EQUAL CLOSING
      * IN BOTH BALANCE AND ACCOUNT COUNT (OPENING PLUS ADDS LESS
      * DELETES).  THE SHOP-WIDE LINE IS PROVED THE SAME WAY.  ANY
      * BRANCH OUT OF BALANCE IS FLAGGED ON ITS LINE AND BANNERED
      * BELOW THE PROOF, RAISES AN ALERT, AND LEAVES RETURN-CODE 12 SO
      * A DRVSTEPS SEQUENCE STOPS HERE.
      *--------------------------------------------------------------*
       4500-PROVE-POSTING.
           SET WS-SCAN-CLOSING TO TRUE
           PERFORM 7000-SCAN-MASTER
           MOVE 0 TO WS-PRF-SHOP-OPEN-COUNT
           MOVE 0 TO WS-PRF-SHOP-OPEN-BAL
           MOVE 0 TO WS-PRF-SHOP-ADD-COUNT
           MOVE 0 TO WS-PRF-SHOP-DEL-COUNT
           MOVE 0 TO WS-PRF-SHOP-NET
           MOVE 0 TO WS-PRF-SHOP-CLOSE-COUNT
           MOVE 0 TO WS-PRF-SHOP-CLOSE-BAL
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE "===== TRIAL BALANCE - POSTING PROOF BY BRANCH ====="
               TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           PERFORM 4510-PROOF-HEADS
           PERFORM VARYING WS-PRF-SUB FROM 1 BY 1
                   UNTIL WS-PRF-SUB > 100
               IF WS-PRF-OPEN-COUNT(WS-PRF-SUB) > 0
                       OR WS-PRF-CLOSE-COUNT(WS-PRF-SUB) > 0
                       OR WS-PRF-ADD-COUNT(WS-PRF-SUB) > 0
                       OR WS-PRF-DEL-COUNT(WS-PRF-SUB) > 0
                       OR WS-PRF-NET(WS-PRF-SUB) NOT = 0
                   PERFORM 4520-PROVE-BRANCH
               END-IF
           END-PERFORM
           MOVE ALL "-" TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           COMPUTE WS-PRF-EXPECT-BAL =
               WS-PRF-SHOP-OPEN-BAL + WS-PRF-SHOP-NET
           COMPUTE WS-PRF-EXPECT-COUNT = WS-PRF-SHOP-OPEN-COUNT
               + WS-PRF-SHOP-ADD-COUNT - WS-PRF-SHOP-DEL-COUNT
           MOVE SPACES TO WS-PRF-LINE-FLAG
           IF WS-PRF-EXPECT-BAL NOT = WS-PRF-SHOP-CLOSE-BAL
                   OR WS-PRF-EXPECT-COUNT NOT = WS-PRF-SHOP-CLOSE-COUNT
               MOVE "OUT OF BALANCE" TO WS-PRF-LINE-FLAG
               ADD 1 TO WS-PRF-OUT-COUNT
           ELSE
               MOVE "PROVED" TO WS-PRF-LINE-FLAG
           END-IF
           MOVE WS-PRF-SHOP-OPEN-COUNT TO WS-DISP-PRF-OPEN-CNT
           MOVE WS-PRF-SHOP-OPEN-BAL TO WS-DISP-PRF-OPEN-BAL
           MOVE WS-PRF-SHOP-ADD-COUNT TO WS-DISP-PRF-ADDS
           MOVE WS-PRF-SHOP-DEL-COUNT TO WS-DISP-PRF-DELS
           MOVE WS-PRF-SHOP-NET TO WS-DISP-PRF-NET
           MOVE WS-PRF-SHOP-CLOSE-COUNT TO WS-DISP-PRF-CLOSE-CNT
           MOVE WS-PRF-SHOP-CLOSE-BAL TO WS-DISP-PRF-CLOSE-BAL
           MOVE SPACES TO PRINT-LINE
           STRING "SHOP  " WS-DISP-PRF-OPEN-CNT " "
               WS-DISP-PRF-OPEN-BAL " " WS-DISP-PRF-ADDS " "
               WS-DISP-PRF-DELS " " WS-DISP-PRF-NET " "
               WS-DISP-PRF-CLOSE-CNT " " WS-DISP-PRF-CLOSE-BAL "  "
               WS-PRF-LINE-FLAG DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           IF WS-PRF-OUT-COUNT > 0
               MOVE ALL "*" TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING "*** POSTING PROOF OUT OF BALANCE - DO NOT"
                   " RELEASE THIS RUN'S FIGURES UNTIL IT IS"
                   " EXPLAINED ***" DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE ALL "*" TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               DISPLAY "*** ACCTPOST: POSTING PROOF OUT OF BALANCE -"
                   " SEE ACPRPT ***"
               MOVE "POSTING PROOF OUT OF BALANCE - SEE ACPRPT"
                   TO WS-ALERT-TEXT
               CALL "ALERTPUT" USING WS-AUDIT-PROGRAM WS-ALERT-TEXT
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE "POSTING PROOF IN BALANCE" TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           END-IF
           PERFORM 4600-RECORD-PROOF
           PERFORM 4700-WRITE-GL-JOURNAL.

       4510-PROOF-HEADS.
           MOVE SPACES TO PRINT-LINE
           STRING "BRANCH  OPEN#  OPENING BALANCE   ADDS   DELS"
               "      NET APPLIED  CLOSE#  CLOSING BALANCE  PROOF"
               DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE ALL "-" TO PRINT-LINE
           PERFORM 8900-PRINT-LINE.

       4520-PROVE-BRANCH.
           COMPUTE WS-PRF-EXPECT-BAL = WS-PRF-OPEN-BAL(WS-PRF-SUB)
               + WS-PRF-NET(WS-PRF-SUB)
           COMPUTE WS-PRF-EXPECT-COUNT = WS-PRF-OPEN-COUNT(WS-PRF-SUB)
               + WS-PRF-ADD-COUNT(WS-PRF-SUB)
               - WS-PRF-DEL-COUNT(WS-PRF-SUB)
           IF WS-PRF-EXPECT-BAL NOT = WS-PRF-CLOSE-BAL(WS-PRF-SUB)
                   OR WS-PRF-EXPECT-COUNT
                       NOT = WS-PRF-CLOSE-COUNT(WS-PRF-SUB)
               MOVE "*OUT OF BALANCE*" TO WS-PRF-LINE-FLAG
               ADD 1 TO WS-PRF-OUT-COUNT
           ELSE
               MOVE "PROVED" TO WS-PRF-LINE-FLAG
           END-IF
           ADD WS-PRF-OPEN-COUNT(WS-PRF-SUB) TO WS-PRF-SHOP-OPEN-COUNT
           ADD WS-PRF-OPEN-BAL(WS-PRF-SUB) TO WS-PRF-SHOP-OPEN-BAL
           ADD WS-PRF-ADD-COUNT(WS-PRF-SUB) TO WS-PRF-SHOP-ADD-COUNT
           ADD WS-PRF-DEL-COUNT(WS-PRF-SUB) TO WS-PRF-SHOP-DEL-COUNT
           ADD WS-PRF-NET(WS-PRF-SUB) TO WS-PRF-SHOP-NET
           ADD WS-PRF-CLOSE-COUNT(WS-PRF-SUB) TO WS-PRF-SHOP-CLOSE-COUNT
           ADD WS-PRF-CLOSE-BAL(WS-PRF-SUB) TO WS-PRF-SHOP-CLOSE-BAL
           COMPUTE WS-DISP-BRANCH = WS-PRF-SUB - 1
           MOVE WS-PRF-OPEN-COUNT(WS-PRF-SUB) TO WS-DISP-PRF-OPEN-CNT
           MOVE WS-PRF-OPEN-BAL(WS-PRF-SUB) TO WS-DISP-PRF-OPEN-BAL
           MOVE WS-PRF-ADD-COUNT(WS-PRF-SUB) TO WS-DISP-PRF-ADDS
           MOVE WS-PRF-DEL-COUNT(WS-PRF-SUB) TO WS-DISP-PRF-DELS
           MOVE WS-PRF-NET(WS-PRF-SUB) TO WS-DISP-PRF-NET
           MOVE WS-PRF-CLOSE-COUNT(WS-PRF-SUB) TO WS-DISP-PRF-CLOSE-CNT
           MOVE WS-PRF-CLOSE-BAL(WS-PRF-SUB) TO WS-DISP-PRF-CLOSE-BAL
           MOVE SPACES TO PRINT-LINE
           STRING "  " WS-DISP-BRANCH "  " WS-DISP-PRF-OPEN-CNT " "
               WS-DISP-PRF-OPEN-BAL " " WS-DISP-PRF-ADDS " "
               WS-DISP-PRF-DELS " " WS-DISP-PRF-NET " "
               WS-DISP-PRF-CLOSE-CNT " " WS-DISP-PRF-CLOSE-BAL "  "
               WS-PRF-LINE-FLAG DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE.

      *--------------------------------------------------------------*
      * 4600-RECORD-PROOF - APPEND THIS RUN'S RESULT TO PROOFCTL SO A
      * LATER STEP CAN CONFIRM THE DAY'S POSTINGS PROVED.  A PROOFCTL
      * THAT WILL NOT OPEN IS REPORTED BUT DOES NOT FAIL THE POSTING.
      *--------------------------------------------------------------*
       4600-RECORD-PROOF.
           OPEN EXTEND PROOF-FILE
           IF WS-PROOF-STATUS = "35"
               OPEN OUTPUT PROOF-FILE
           END-IF
           IF WS-PROOF-STATUS NOT = "00"
               DISPLAY "*** ACCTPOST: UNABLE TO OPEN PROOFCTL - FILE"
                   " STATUS " WS-PROOF-STATUS " - PROOF NOT RECORDED"
                   " ***"
           ELSE
               MOVE SPACES TO PROOF-REC
               MOVE WS-RUN-DATE TO PROOF-DATE
               MOVE WS-RUN-TICKET TO PROOF-TICKET
               IF WS-PRF-OUT-COUNT > 0
                   SET PROOF-OUT TO TRUE
               ELSE
                   SET PROOF-BALANCED TO TRUE
               END-IF
               MOVE WS-PRF-SHOP-CLOSE-COUNT TO PROOF-ACCT-COUNT
               MOVE WS-PRF-SHOP-CLOSE-BAL TO PROOF-CLOSING-TOTAL
               WRITE PROOF-REC
               CLOSE PROOF-FILE
           END-IF.

      *--------------------------------------------------------------*
      * 4700-WRITE-GL-JOURNAL - ONE BALANCED ENTRY PER BRANCH AND
      * TRANSACTION TYPE WHOSE NET APPLIED AMOUNT IS NOT ZERO, THEN
      * THE TRAILER.  IF THE FILE AS READ BACK DOES NOT PROVE (SEE
      * 4720) IT IS DELETED RATHER THAN LEFT FOR FINANCE TO LOAD, AND
      * THE RUN IS ALERTED AND ENDS RC 12.
      *--------------------------------------------------------------*
       4700-WRITE-GL-JOURNAL.
           MOVE 0 TO WS-GL-REC-COUNT
           MOVE 0 TO WS-GL-DEBIT-HASH
           MOVE 0 TO WS-GL-CREDIT-HASH
           OPEN OUTPUT GL-FILE
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "*** ACCTPOST: UNABLE TO OPEN GL JOURNAL GLJRNL"
                   " - FILE STATUS " WS-GL-STATUS " ***"
               MOVE "GL JOURNAL GLJRNL COULD NOT BE OPENED"
                   TO WS-ALERT-TEXT
               CALL "ALERTPUT" USING WS-AUDIT-PROGRAM WS-ALERT-TEXT
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-PRF-SUB FROM 1 BY 1
                       UNTIL WS-PRF-SUB > 100
                   PERFORM VARYING WS-GL-TYPE-SUB FROM 1 BY 1
                           UNTIL WS-GL-TYPE-SUB > 3
                       IF WS-GL-NET(WS-PRF-SUB, WS-GL-TYPE-SUB)
                               NOT = 0
                           PERFORM 4710-WRITE-GL-ENTRY
                       END-IF
                   END-PERFORM
               END-PERFORM
               MOVE SPACES TO GL-TRAILER-REC
               MOVE "T" TO GL-TRL-MARKER
               MOVE WS-GL-REC-COUNT TO GL-TRL-COUNT
               MOVE WS-GL-DEBIT-HASH TO GL-TRL-DEBIT-HASH
               MOVE WS-GL-CREDIT-HASH TO GL-TRL-CREDIT-HASH
               WRITE GL-REC
               CLOSE GL-FILE
               PERFORM 4720-PROVE-GL-JOURNAL
               MOVE SPACES TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE "===== GENERAL-LEDGER JOURNAL =====" TO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE WS-GL-READ-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING "GL RECORDS . . . . . : " WS-DISP-COUNT
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE WS-GL-EXPECTED TO WS-DISP-GL-HASH
               MOVE SPACES TO PRINT-LINE
               STRING "NET POSTINGS . . . . : " WS-DISP-GL-HASH
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE WS-GL-READ-DEBIT TO WS-DISP-GL-HASH
               MOVE SPACES TO PRINT-LINE
               STRING "DEBITS . . . . . . . : " WS-DISP-GL-HASH
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE WS-GL-READ-CREDIT TO WS-DISP-GL-HASH
               MOVE SPACES TO PRINT-LINE
               STRING "CREDITS  . . . . . . : " WS-DISP-GL-HASH
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               IF NOT WS-GL-PROVED
                   MOVE RETURN-CODE TO WS-SAVE-RC
                   CALL "CBL_DELETE_FILE" USING WS-GL-FILE-NAME
                   MOVE WS-SAVE-RC TO RETURN-CODE
                   MOVE ALL "*" TO PRINT-LINE
                   PERFORM 8900-PRINT-LINE
                   MOVE SPACES TO PRINT-LINE
                   STRING "*** GLJRNL AS WRITTEN DOES NOT PROVE AGAINST"
                       " ITS TRAILER AND THE POSTINGS - GLJRNL"
                       " SUPPRESSED ***"
                       DELIMITED BY SIZE INTO PRINT-LINE
                   PERFORM 8900-PRINT-LINE
                   MOVE ALL "*" TO PRINT-LINE
                   PERFORM 8900-PRINT-LINE
                   DISPLAY "*** ACCTPOST: GL JOURNAL OUT OF BALANCE -"
                       " GLJRNL SUPPRESSED ***"
                   MOVE "GL JOURNAL OUT OF BALANCE - GLJRNL SUPPRESSED"
                       TO WS-ALERT-TEXT
                   CALL "ALERTPUT" USING WS-AUDIT-PROGRAM WS-ALERT-TEXT
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE "GL JOURNAL BALANCED - WRITTEN TO GLJRNL"
                       TO PRINT-LINE
                   PERFORM 8900-PRINT-LINE
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 4710-WRITE-GL-ENTRY - THE DEBIT AND CREDIT LINES FOR ONE
      * BRANCH AND TYPE.  MONEY INTO THE ACCOUNTS DEBITS CLEARING AND
      * CREDITS CUSTOMER BALANCES; MONEY OUT THE REVERSE.
      *--------------------------------------------------------------*
       4710-WRITE-GL-ENTRY.
           MOVE WS-GL-NET(WS-PRF-SUB, WS-GL-TYPE-SUB) TO WS-GL-ENTRY-AMT
           IF WS-GL-ENTRY-AMT > 0
               MOVE "1100" TO WS-GL-DR-ACCOUNT
               MOVE "2100" TO WS-GL-CR-ACCOUNT
           ELSE
               MOVE "2100" TO WS-GL-DR-ACCOUNT
               MOVE "1100" TO WS-GL-CR-ACCOUNT
               COMPUTE WS-GL-ENTRY-AMT = 0 - WS-GL-ENTRY-AMT
           END-IF
           MOVE SPACES TO GL-REC
           SET GL-DETAIL TO TRUE
           MOVE WS-RUN-DATE TO GL-POST-DATE
           MOVE WS-RUN-TICKET TO GL-TICKET
           COMPUTE GL-BRANCH = WS-PRF-SUB - 1
           MOVE WS-GL-TYPE-CODES(WS-GL-TYPE-SUB:1) TO GL-TRAN-TYPE
           MOVE WS-GL-ENTRY-AMT TO GL-AMOUNT
           MOVE WS-GL-ITEMS(WS-PRF-SUB, WS-GL-TYPE-SUB) TO GL-ITEM-COUNT
           EVALUATE WS-GL-TYPE-SUB
               WHEN 1
                   MOVE "ACCOUNTS OPENED" TO GL-DESC
               WHEN 2
                   MOVE "ACCOUNT BALANCE CHANGES" TO GL-DESC
               WHEN 3
                   MOVE "ACCOUNTS CLOSED" TO GL-DESC
           END-EVALUATE
           MOVE WS-GL-DR-ACCOUNT TO GL-ACCOUNT
           SET GL-DEBIT TO TRUE
           WRITE GL-REC
           ADD 1 TO WS-GL-REC-COUNT
           ADD GL-AMOUNT TO WS-GL-DEBIT-HASH
           MOVE WS-GL-CR-ACCOUNT TO GL-ACCOUNT
           SET GL-CREDIT TO TRUE
           WRITE GL-REC
           ADD 1 TO WS-GL-REC-COUNT
           ADD GL-AMOUNT TO WS-GL-CREDIT-HASH.

      *--------------------------------------------------------------*
      * 4720-PROVE-GL-JOURNAL - THE EXPECTED TOTAL COMES FROM THE NET
      * POSTINGS THE ENTRIES WERE BUILT FROM; THE REST IS READ BACK
      * FROM THE CLOSED GLJRNL.  THE JOURNAL PROVES WHEN ITS DEBIT
      * DETAILS, ITS CREDIT DETAILS AND THE EXPECTED TOTAL ALL AGREE,
      * AND ITS ONE TRAILER, LAST IN THE FILE, CARRIES THE SAME
      * RECORD COUNT AND TOTALS.  A FILE THAT WILL NOT REOPEN, OR A
      * DETAIL THAT IS NEITHER DEBIT NOR CREDIT, DOES NOT PROVE.
      *--------------------------------------------------------------*
       4720-PROVE-GL-JOURNAL.
           MOVE 0 TO WS-GL-EXPECTED
           PERFORM VARYING WS-PRF-SUB FROM 1 BY 1
                   UNTIL WS-PRF-SUB > 100
               PERFORM VARYING WS-GL-TYPE-SUB FROM 1 BY 1
                       UNTIL WS-GL-TYPE-SUB > 3
                   IF WS-GL-NET(WS-PRF-SUB, WS-GL-TYPE-SUB) < 0
                       SUBTRACT WS-GL-NET(WS-PRF-SUB, WS-GL-TYPE-SUB)
                           FROM WS-GL-EXPECTED
                   ELSE
                       ADD WS-GL-NET(WS-PRF-SUB, WS-GL-TYPE-SUB)
                           TO WS-GL-EXPECTED
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE 0 TO WS-GL-READ-COUNT
           MOVE 0 TO WS-GL-READ-DEBIT
           MOVE 0 TO WS-GL-READ-CREDIT
           MOVE 'N' TO WS-GL-TRL-SW
           MOVE 'Y' TO WS-GL-PROOF-SW
           OPEN INPUT GL-FILE
           IF WS-GL-STATUS NOT = "00"
               MOVE 'N' TO WS-GL-PROOF-SW
           ELSE
               MOVE 'N' TO FEOF
               PERFORM UNTIL FEOF = 'Y'
                   READ GL-FILE
                       AT END
                           MOVE 'Y' TO FEOF
                       NOT AT END
                           PERFORM 4730-PROVE-GL-RECORD
                   END-READ
               END-PERFORM
               CLOSE GL-FILE
           END-IF
           IF NOT WS-GL-TRL-SEEN
                   OR WS-GL-READ-DEBIT NOT = WS-GL-READ-CREDIT
                   OR WS-GL-READ-DEBIT NOT = WS-GL-EXPECTED
                   OR WS-GL-READ-COUNT NOT = WS-GL-TRL-COUNT
                   OR WS-GL-READ-DEBIT NOT = WS-GL-TRL-DEBIT
                   OR WS-GL-READ-CREDIT NOT = WS-GL-TRL-CREDIT
               MOVE 'N' TO WS-GL-PROOF-SW
           END-IF.

       4730-PROVE-GL-RECORD.
           EVALUATE TRUE
               WHEN WS-GL-TRL-SEEN
                   MOVE 'N' TO WS-GL-PROOF-SW
               WHEN GL-TRAILER
                   SET WS-GL-TRL-SEEN TO TRUE
                   IF GL-TRL-COUNT IS NUMERIC
                           AND GL-TRL-DEBIT-HASH IS NUMERIC
                           AND GL-TRL-CREDIT-HASH IS NUMERIC
                       MOVE GL-TRL-COUNT TO WS-GL-TRL-COUNT
                       MOVE GL-TRL-DEBIT-HASH TO WS-GL-TRL-DEBIT
                       MOVE GL-TRL-CREDIT-HASH TO WS-GL-TRL-CREDIT
                   ELSE
                       MOVE 'N' TO WS-GL-PROOF-SW
                   END-IF
               WHEN GL-DETAIL AND GL-AMOUNT IS NUMERIC
                   ADD 1 TO WS-GL-READ-COUNT
                   EVALUATE TRUE
                       WHEN GL-DEBIT
                           ADD GL-AMOUNT TO WS-GL-READ-DEBIT
                       WHEN GL-CREDIT
                           ADD GL-AMOUNT TO WS-GL-READ-CREDIT
                       WHEN OTHER
                           MOVE 'N' TO WS-GL-PROOF-SW
                   END-EVALUATE
               WHEN OTHER
                   MOVE 'N' TO WS-GL-PROOF-SW
           END-EVALUATE.

      *--------------------------------------------------------------*
      * 7000-SCAN-MASTER - TOTAL THE MASTER BY BRANCH, INTO THE
      * OPENING OR THE CLOSING COLUMNS OF THE PROOF TABLE DEPENDING ON
      * WS-SCAN-PASS.
      *--------------------------------------------------------------*
       7000-SCAN-MASTER.
           MOVE 0 TO ACCT-ID
           START ACCT-MASTER KEY >= ACCT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ ACCT-MASTER NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       COMPUTE WS-PRF-SUB = ACCT-BRANCH + 1
                       IF WS-SCAN-OPENING
                           ADD 1 TO WS-PRF-OPEN-COUNT(WS-PRF-SUB)
                           ADD ACCT-BALANCE
                               TO WS-PRF-OPEN-BAL(WS-PRF-SUB)
                       ELSE
                           ADD 1 TO WS-PRF-CLOSE-COUNT(WS-PRF-SUB)
                           ADD ACCT-BALANCE
                               TO WS-PRF-CLOSE-BAL(WS-PRF-SUB)
                       END-IF
               END-READ
           END-PERFORM.

      *--------------------------------------------------------------*
      * 8800-GET-ANSWER - EVERY ANSWER IS RETAINED UNDER THE RUN
      * TICKET; A REPLAY TAKES THE RETAINED ANSWER INSTEAD OF ASKING.
      *--------------------------------------------------------------*
       8800-GET-ANSWER.
           MOVE SPACES TO WS-ANSWER
           MOVE WS-PROMPT TO WS-RTN-NAME
           IF WS-RERUN-MODE
               MOVE 'R' TO WS-RTN-ACTION
               PERFORM 9730-CALL-RETAIN
               MOVE WS-RTN-TEXT TO WS-ANSWER
           ELSE
               CALL "RESPOND" USING WS-PROMPT WS-ANSWER
               MOVE 'A' TO WS-RTN-ACTION
               MOVE WS-RUN-TICKET TO WS-RTN-TICKET
               MOVE WS-ANSWER TO WS-RTN-TEXT
               PERFORM 9730-CALL-RETAIN
           END-IF.

      *--------------------------------------------------------------*
      * 8900-PRINT-LINE - SINGLE CHOKEPOINT FOR EVERY DETAIL LINE, SO
           WRITE PRINT-LINE
           MOVE 2 TO WS-RPT-LINES-ON-PAGE.

      *--------------------------------------------------------------*
      * 9700-CHECK-RERUN - ASK RETAIN WHETHER RERUN IS REPLAYING A
      * TICKET.  IF SO TOOLPARM IS READ FROM THE TICKET'S RETAINED
      * COPY AND THE LISTING GOES TO ACPRPT.R<TICKET>.
      *--------------------------------------------------------------*
       9700-CHECK-RERUN.
           MOVE 'N' TO WS-RERUN-SW
           MOVE 0 TO WS-RERUN-TICKET
           MOVE "TOOLPARM" TO WS-PARM-FNAME
           MOVE "ACPRPT" TO WS-RPT-FNAME
           MOVE 0 TO WS-FX-RUN-DATE
           MOVE 'Q' TO WS-RTN-ACTION
           MOVE SPACES TO WS-RTN-KIND
           MOVE SPACES TO WS-RTN-VALUE
           PERFORM 9730-CALL-RETAIN
           IF WS-RTN-KIND = "RERUN"
               SET WS-RERUN-MODE TO TRUE
               MOVE WS-RTN-TICKET TO WS-RERUN-TICKET
               IF WS-RTN-VALUE(1:6) IS NUMERIC
                   MOVE WS-RTN-VALUE(1:6) TO WS-FX-RUN-DATE
               END-IF
               MOVE "TOOLPARM" TO WS-RTN-NAME
               MOVE 'M' TO WS-RTN-ACTION
               PERFORM 9730-CALL-RETAIN
               MOVE WS-RTN-NAME TO WS-PARM-FNAME
               MOVE SPACES TO WS-RPT-FNAME
               STRING "ACPRPT.R" WS-RERUN-TICKET INTO WS-RPT-FNAME
               DISPLAY "ACCTPOST: REPLAYING TICKET " WS-RERUN-TICKET
                   " FROM ITS RETAINED INPUT"
           END-IF.

      *--------------------------------------------------------------*
      * 9720-RETAIN-TRAN-FILE - KEEP A COPY OF THE TRANSACTION FILE
      * WITH THE NUMBER OF TRANSACTIONS READ.  IT CARRIES NO TRAILER.
      *--------------------------------------------------------------*
       9720-RETAIN-TRAN-FILE.
           MOVE 'F' TO WS-RTN-ACTION
           MOVE WS-RUN-TICKET TO WS-RTN-TICKET
           MOVE "INPUT" TO WS-RTN-KIND
           MOVE WS-FNAME-TRAN TO WS-RTN-NAME
           MOVE WS-TRAN-COUNT TO WS-RTN-COUNT
           MOVE "NO TRAILER" TO WS-RTN-VALUE
           PERFORM 9730-CALL-RETAIN.

      *--------------------------------------------------------------*
      * 9730-CALL-RETAIN - THE ONE RETAIN CALL, KEEPING THE RUN'S
      * RETURN-CODE ACROSS IT.
      *--------------------------------------------------------------*
       9730-CALL-RETAIN.
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "RETAIN" USING WS-RTN-ACTION WS-AUDIT-PROGRAM
               WS-RTN-TICKET WS-RTN-KIND WS-RTN-NAME WS-RTN-TEXT
               WS-RTN-COUNT WS-RTN-VALUE
           MOVE WS-SAVE-RC TO RETURN-CODE.

       9999-FINISH-EXIT.
           IF WS-MASTER-OPEN
               CLOSE ACCT-MASTER
               MOVE 'N' TO WS-MASTER-OPEN-SW
           END-IF
           IF WS-ABORT-RUN AND WS-TRAN-STATUS = "00"
               CLOSE TRAN-FILE
               PERFORM 9720-RETAIN-TRAN-FILE
           END-IF
           IF WS-HIST-OPEN
               CLOSE HIST-FILE
               MOVE 'N' TO WS-HIST-OPEN-SW
           END-IF
           IF WS-JRNL-OPEN
               CLOSE JRNL-FILE
               MOVE 'N' TO WS-JRNL-OPEN-SW
           END-IF
           IF WS-PRINT-STATUS = "00"
               CLOSE PRINT-FILE
               IF NOT WS-ABORT-RUN AND NOT WS-RERUN-MODE
                   MOVE RETURN-CODE TO WS-SAVE-RC
                   CALL "RPTARCHV" USING WS-ARCHIVE-REPORT
                   MOVE WS-SAVE-RC TO RETURN-CODE
               END-IF
           END-IF
           IF WS-ABORT-RUN
               DISPLAY "*** ACCTPOST RUN ABORTED - SEE DIAGNOSTICS"
                   " ABOVE ***"
           ELSE
               DISPLAY "POSTING LISTING WRITTEN TO " WS-RPT-FNAME
           END-IF
           MOVE 'E' TO WS-RTN-ACTION
           MOVE WS-RUN-TICKET TO WS-RTN-TICKET
           MOVE SPACES TO WS-RTN-NAME
           IF WS-PRINT-STATUS = "00"
               MOVE WS-RPT-FNAME TO WS-RTN-NAME
           END-IF
           PERFORM 9730-CALL-RETAIN
           MOVE WS-TRAN-COUNT TO WS-AUDIT-RECORDS-IN
           MOVE WS-APPLIED-COUNT TO WS-AUDIT-RECORDS-OUT
           IF WS-DRY-RUN
               MOVE 0 TO WS-AUDIT-RECORDS-OUT
           END-IF
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-RECORDS-IN
               WS-AUDIT-RECORDS-OUT WS-RUN-TICKET
