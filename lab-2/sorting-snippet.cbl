      *                    RAISES A ONE-LINE ALERT THROUGH THE SHARED
      *                    ALERTPUT SUBPROGRAM, SO THE NEXT MENU
      *                    SIGN-ON PUTS IT IN FRONT OF A PERSON.
      *   2026-10-15  RA   ADDED PAIRED MODE - EACH LINE CARRIES A
      *                    SECOND VALUE (Y) AFTER THE CATEGORY, OR
      *                    X,Y[,CATEGORY] WHEN DELIMITED.  X STILL
      *                    DRIVES THE SORTED LISTING AND SUMMARY; A
      *                    PAIRED ANALYSIS SECTION ADDS THE Y COLUMN'S
      *                    SUMMARY, COVARIANCE, CORRELATION, THE
      *                    LEAST-SQUARES LINE OF Y ON X WITH ITS
      *                    R-SQUARED, AND THE POINTS WITH THE LARGEST
      *                    RESIDUALS BY ORIGINAL LINE NUMBER.  A LINE
      *                    WITH EITHER VALUE BAD GOES DOWN THE USUAL
      *                    REJOUT/STATSUSP PATH; THE FIGURES GO TO
      *                    STATXTR AS A "P" RECORD.
      *   2026-10-15  RA   ADDED DATED MODE - EACH LINE CARRIES A
      *                    YYMMDD DATE AFTER THE CATEGORY (OR AS THE
      *                    SECOND DELIMITED TOKEN).  DATES MUST RUN
      *                    STRICTLY FORWARD; AN UNREADABLE, DUPLICATE
      *                    OR OUT-OF-SEQUENCE DATE GOES DOWN THE
      *                    REJECT PATH.  A DATED SERIES SECTION GIVES
      *                    COUNT, TOTAL AND AVERAGE PER DAY, WEEK AND
      *                    MONTH WITH AN N-PERIOD MOVING AVERAGE AND
      *                    THE CHANGE ON THE PRIOR PERIOD, FLAGGING
      *                    NON-BUSINESS DAYS THROUGH DATECALC.
      *   2026-10-15  RA   A RUN UNDER A BUSINESS DATE THAT DAYCLOSE
      *                    HAS CLOSED IS REFUSED WITH RETURN-CODE 8
      *                    BEFORE ANY INPUT IS READ, SO NO SECOND
      *                    DAY'S STATTRND/CATTRND LINES ARE POSTED
      *                    UNDER IT.  A LEVEL-3 REOPEN LIFTS THIS.
      *   2026-10-15  RA   KEEPS DATA LINEAGE THROUGH THE SHARED
      *                    LINEPUT SUBPROGRAM - EVERY INPUT FILE WITH
      *                    ITS RECORD COUNT AND TRAILER HASH, EVERY
      *                    OUTPUT (REPORT NAME, STATTRND KEY, CATTRND
      *                    AND STATXTR RECORDS, SORTED EXTRACT, REJECT
      *                    FILES) AND THE TOOLPARM VALUES IN FORCE, ALL
      *                    UNDER THE RUN TICKET, FOR LINQRY TO WALK.
      *   2026-10-15  RA   EVERY INPUT, LIST, CONTROL, EXCLUDE-LIST AND
      *                    COMPARE FILE READ IS RETAINED UNDER THE RUN
      *                    TICKET THROUGH THE SHARED RETAIN SUBPROGRAM,
      *                    WITH ITS RECORD COUNT AND TRAILER HASH, AS
      *                    ARE THE ANSWERS GIVEN AND THE TOOLPARM IN
      *                    FORCE.  CALLED BY RERUN, THE PROGRAM REPLAYS
      *                    A TICKET FROM THOSE COPIES TO RPTOUT.R<TKT>
      *                    (REJECTS TO REJOUT.R/STATSUSP.R<TKT>) AND
      *                    POSTS NOTHING: NO TREND, CATEGORY-TREND,
      *                    EXTRACT, REGISTRY, CHECKPOINT OR LINEAGE.
      *   2026-10-15  RA   A TRAILER MISMATCH AND A JOB'S EXCEPTION-
      *                    VALUE COUNT ARE NOW ALSO NOTED IN AUDITLG
      *                    AGAINST THE INPUT FILENAME, FOR THE DQSCORE
      *                    FEED SCORECARD.
      *   2026-10-15  RA   MULTI-CURRENCY.  A LINE MAY CARRY A THREE-
      *                    LETTER CURRENCY CODE IN COLUMNS 41-43 (OR
      *                    AS THE TOKEN AFTER THE CATEGORY WHEN
      *                    DELIMITED); BLANK IS THE BASE CURRENCY.
      *                    EVERY VALUE (X AND Y IN PAIRED MODE) IS
      *                    CONVERTED TO BASE, AFTER ANY SCALE FACTOR,
      *                    THROUGH THE SHARED FXRATE SUBPROGRAM AT THE
      *                    FXRATES RATE IN EFFECT ON THE RUN DATE; A
      *                    CURRENCY WITH NO RATE THAT DAY GOES DOWN THE
      *                    REJECT PATH AND IS COUNTED ON THE SUMMARY.
      *                    THE SUMMARY TOTALS EVERY CURRENCY SEEN, AND
      *                    FXRATES IS RETAINED WITH THE RUN SO A REPLAY
      *                    CONVERTS AT THE ORIGINAL DATE'S RATES.
      *   2026-10-15  RA   CURRENCY-TOTALS CAPTIONS LINED UP ON THEIR
      *                    FIGURES.
      *   2026-10-15  RA   CLOSED-DATE CHECK MOVED AHEAD OF THE OUTPUT
      *                    OPENS; A NON-NUMERIC FIXED-FORMAT DATE IS
      *                    COUNTED AS A BAD DATE; NO-RATE AUDIT NOTE
      *                    SKIPPED ON A REPLAY.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATS.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-RPT-FNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT REJECT-FILE ASSIGN TO DYNAMIC WS-REJ-FNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO DYNAMIC WS-SUSP-FNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO "CHKPT"
           SELECT OPTIONAL CHECKPOINT-DATA-TMP ASSIGN TO "CHKDTMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKDTMP-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT TREND-FILE ASSIGN TO "STATTRND"
           SELECT CAT-TREND-FILE ASSIGN TO "CATTRND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRND-STATUS.
           SELECT PAIR-FILE ASSIGN TO "STPAIRS"
               FILE STATUS IS WS-PAIR-STATUS.
           SELECT SORT-FILE3 ASSIGN TO "SORTWK3"
               FILE STATUS IS WS-SORT3-STATUS.
           SELECT SORTED-RESID ASSIGN TO "STRESID"
               FILE STATUS IS WS-RESID-STATUS.
           SELECT DATED-FILE ASSIGN TO "STDATED"
               FILE STATUS IS WS-DATED-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *--------------------------------------------------------------*
      * CONTROL-FILE JOB SPEC - ONE FIXED-FORMAT RECORD PER UNATTENDED
      * STATS JOB.  A BLANK CTL-CMP-FILE MEANS THAT JOB DOES NOT USE
      * THE TWO-FILE COMPARISON.  CTL-INPUT-MODE IS S (OR BLANK) FOR
      * ONE VALUE PER LINE, P FOR PAIRED X/Y VALUES, D FOR A DATED
      * SERIES; CTL-MA-PERIODS IS THE DATED MOVING-AVERAGE LENGTH
      * (BLANK OR ZERO FOR THE DEFAULT).
      *--------------------------------------------------------------*
       FD  CONTROL-FILE.
       01  CTL-JOB-REC.
           02  CTL-TOPN            PIC 9(06).
           02  CTL-CMP-FILE        PIC X(30).
           02  CTL-VAR-BASIS       PIC X(01).
           02  CTL-INPUT-MODE      PIC X(01).
           02  CTL-MA-PERIODS      PIC 9(02).

       FD  EXCLUDE-FILE.
       01  EXCLUDE-REC             PIC 9(06).
       FD  CAT-TREND-FILE.
       01  CAT-TREND-LINE          PIC X(132).

      *--------------------------------------------------------------*
      * PAIRED-MODE WORK FILES - EVERY ACCEPTED X/Y PAIR WITH ITS
      * ORIGINAL LINE NUMBER, AND THE SAME PAIRS RE-SORTED BY THE SIZE
      * OF THEIR RESIDUAL FROM THE FITTED LINE, LARGEST FIRST.
      *--------------------------------------------------------------*
       FD  PAIR-FILE.
       01  PAIR-REC.
           02  PAIR-X              PIC S9(14)V9(4).
           02  PAIR-Y              PIC S9(14)V9(4).
           02  PAIR-ORIG-LINE      PIC 9(06).

       SD  SORT-FILE3.
       01  SORT-REC3.
           02  SORT3-ABS-RESID     PIC S9(14)V9(4).
           02  SORT3-RESID         PIC S9(14)V9(4).
           02  SORT3-X             PIC S9(14)V9(4).
           02  SORT3-Y             PIC S9(14)V9(4).
           02  SORT3-FITTED        PIC S9(14)V9(4).
           02  SORT3-ORIG-LINE     PIC 9(06).

       FD  SORTED-RESID.
       01  SORTED-REC3.
           02  SRES-ABS-RESID      PIC S9(14)V9(4).
           02  SRES-RESID          PIC S9(14)V9(4).
           02  SRES-X              PIC S9(14)V9(4).
           02  SRES-Y              PIC S9(14)V9(4).
           02  SRES-FITTED         PIC S9(14)V9(4).
           02  SRES-ORIG-LINE      PIC 9(06).

      *--------------------------------------------------------------*
      * DATED-MODE WORK FILE - EVERY ACCEPTED DATED VALUE IN INPUT
      * (THEREFORE DATE) ORDER, WITH THE WEEK AND MONTH IT BELONGS TO
      * AND WHETHER THE DATE IS A BUSINESS DAY, WORKED OUT ONCE AS
      * THE RECORD IS WRITTEN.
      *--------------------------------------------------------------*
       FD  DATED-FILE.
       01  DATED-REC.
           02  DTD-DATE            PIC 9(06).
           02  DTD-VALUE           PIC S9(14)V9(4).
           02  DTD-ORIG-LINE       PIC 9(06).
           02  DTD-WEEK            PIC 9(06).
           02  DTD-MONTH           PIC 9(04).
           02  DTD-BUSINESS        PIC X(01).

       FD  REGISTRY-FILE.
       01  REG-REC.
           02  REG-DATE            PIC 9(06).
       77  WS-PRS-POINTS           PIC 9(02) COMP.
       77  WS-PRS-SEEN-SW          PIC X(01).

      *--------------------------------------------------------------*
      * CURRENCY WORK FIELDS - THE SHARED FXRATE SUBPROGRAM CONVERTS
      * EACH ACCEPTED VALUE AT THE FXRATES RATE IN EFFECT ON
      * WS-FX-RUN-DATE (TODAY, OR THE REPLAYED TICKET'S DATE) AND
      * KEEPS THE PER-CURRENCY TOTALS FOR THE SUMMARY.  THE RATES ARE
      * LOADED AFRESH FOR EVERY JOB, WHICH ALSO CLEARS THE TOTALS; THE
      * RATE FILE IS RETAINED ONCE PER RUN.
      *--------------------------------------------------------------*
           COPY FXLINK.
       77  WS-WORK-CURRENCY        PIC X(03).
       77  WS-TOK-CCY              PIC X(10).
       77  WS-FX-FNAME             PIC X(30) VALUE "FXRATES".
       77  WS-FX-RUN-DATE          PIC 9(06) VALUE 0.
       77  WS-FX-RETAINED-SW       PIC X(01) VALUE 'N'.
           88  WS-FX-RETAINED       VALUE 'Y'.
       77  WS-FX-NO-RATE-COUNT     PIC 9(06) COMP VALUE 0.
       77  WS-RUN-FX-NO-RATE       PIC 9(06) COMP VALUE 0.
       77  WS-FX-LABEL             PIC X(04).
       77  WS-DISP-FX-RATE         PIC Z(04)9.9(08).
       77  WS-DISP-FX-COUNT        PIC Z(06)9.
       77  WS-DISP-FX-REJECTS      PIC Z(05)9.
       77  WS-DISP-FX-CONV         PIC -(14)9.9999.

      *--------------------------------------------------------------*
      * PAIRED-MODE WORK FIELDS - IN PAIRED MODE EACH LINE CARRIES A
      * SECOND VALUE, IN-Y, AFTER THE CATEGORY (OR AS THE SECOND
      * COMMA-SEPARATED TOKEN WHEN DELIMITED).  X IS RELEASED TO THE
      * SORT AS ALWAYS; EACH ACCEPTED PAIR IS ALSO WRITTEN TO STPAIRS
      * FOR 6000-PAIRED-ANALYSIS.  THE CROSS-PRODUCT SUMS CARRY TWICE
      * THE DIGITS OF A VALUE SO LARGE AMOUNTS DO NOT OVERFLOW THEM.
      *--------------------------------------------------------------*
       77  WS-INPUT-MODE-SW        PIC X(01) VALUE 'S'.
           88  WS-SINGLE-MODE       VALUE 'S'.
           88  WS-PAIRED-MODE       VALUE 'P'.
           88  WS-DATED-MODE        VALUE 'D'.
           88  WS-KNOWN-INPUT-MODE  VALUE 'S' 'P' 'D'.
       77  WS-WORK-VALUE-Y         PIC S9(14)V9(4) COMP-3.
       77  WS-TOK-VALUE-Y          PIC X(30).
       77  WS-PAIR-STATUS          PIC X(02).
       77  WS-SORT3-STATUS         PIC X(02).
       77  WS-RESID-STATUS         PIC X(02).
       77  WS-PAIR-EOF-SW          PIC X(01).
       77  WS-PR-COUNT             PIC 9(06) COMP VALUE 0.
       77  WS-PR-SUM-X             PIC S9(16)V9(4) COMP-3 VALUE 0.
       77  WS-PR-SUM-Y             PIC S9(16)V9(4) COMP-3 VALUE 0.
       77  WS-PR-MIN-X             PIC S9(14)V9(4) COMP-3.
       77  WS-PR-MAX-X             PIC S9(14)V9(4) COMP-3.
       77  WS-PR-MIN-Y             PIC S9(14)V9(4) COMP-3.
       77  WS-PR-MAX-Y             PIC S9(14)V9(4) COMP-3.
       77  WS-PR-MEAN-X            PIC S9(14)V9(6) COMP-3.
       77  WS-PR-MEAN-Y            PIC S9(14)V9(6) COMP-3.
       77  WS-PR-DEV-X             PIC S9(15)V9(6) COMP-3.
       77  WS-PR-DEV-Y             PIC S9(15)V9(6) COMP-3.
       77  WS-PR-SXX               PIC S9(24)V9(6) COMP-3 VALUE 0.
       77  WS-PR-SYY               PIC S9(24)V9(6) COMP-3 VALUE 0.
       77  WS-PR-SXY               PIC S9(24)V9(6) COMP-3 VALUE 0.
       77  WS-PR-DIVISOR           PIC 9(06) COMP.
       77  WS-PR-ROOT-SXX          PIC S9(12)V9(8) COMP-3.
       77  WS-PR-ROOT-SYY          PIC S9(12)V9(8) COMP-3.
       77  WS-PR-VAR-X             PIC S9(14)V9(4) COMP-3.
       77  WS-PR-VAR-Y             PIC S9(14)V9(4) COMP-3.
       77  WS-PR-STD-X             PIC S9(14)V9(4) COMP-3.
       77  WS-PR-STD-Y             PIC S9(14)V9(4) COMP-3.
       77  WS-PR-COVAR             PIC S9(14)V9(4) COMP-3.
       77  WS-PR-CORR              PIC S9(01)V9(06) COMP-3.
       77  WS-PR-SLOPE             PIC S9(11)V9(7) COMP-3.
       77  WS-PR-INTERCEPT         PIC S9(14)V9(4) COMP-3.
       77  WS-PR-RSQ               PIC 9(01)V9(06) COMP-3.
       77  WS-PR-LINE-SW           PIC X(01).
           88  WS-PR-LINE-FITTED    VALUE 'Y'.
       77  WS-PR-CORR-SW           PIC X(01).
           88  WS-PR-CORR-DEFINED   VALUE 'Y'.
       77  WS-PR-RESID-DEFAULT     PIC 9(06) COMP VALUE 10.
       77  WS-PR-RESID-LIMIT       PIC 9(06) COMP.
       77  WS-PR-RESID-PRINTED     PIC 9(06) COMP.
       01  WS-DISP-NUM-Y           PIC -(14)9.9999.
       01  WS-DISP-CORR            PIC -9.999999.
       01  WS-DISP-SLOPE           PIC -(11)9.9999999.
       01  WS-DISP-FITTED          PIC -(14)9.9999.
       01  WS-DISP-RESID           PIC -(14)9.9999.

      *--------------------------------------------------------------*
      * DATED-MODE WORK FIELDS - WS-WORK-DATE IS THE CURRENT LINE'S
      * DATE ONCE EDITED; WS-DT-LAST-DATE IS THE LAST DATE ACCEPTED,
      * WHICH THE NEXT ONE MUST FOLLOW.  7100-PERIOD-PASS WALKS
      * STDATED ONCE PER LEVEL (DAY, WEEK, MONTH) WITH A CONTROL
      * BREAK ON WS-DT-KEY, AND KEEPS THE LAST WS-DT-MA-PERIODS PERIOD
      * TOTALS IN A RING FOR THE MOVING AVERAGE.
      *--------------------------------------------------------------*
       77  WS-WORK-DATE            PIC 9(06).
       77  WS-TOK-DATE             PIC X(30).
       01  WS-TOK-DATE-6           PIC X(06).
       01  WS-TOK-DATE-N REDEFINES WS-TOK-DATE-6
                                   PIC 9(06).
       77  WS-DATED-STATUS         PIC X(02).
       77  WS-DT-EOF-SW            PIC X(01).
       77  WS-DT-MA-DEFAULT        PIC 9(02) VALUE 5.
       77  WS-DT-MA-LIMIT          PIC 9(02) VALUE 30.
       77  WS-DT-MA-PERIODS        PIC 9(02) VALUE 5.
       77  WS-DT-HAVE-LAST-SW      PIC X(01) VALUE 'N'.
           88  WS-DT-HAVE-LAST      VALUE 'Y'.
       77  WS-DT-LAST-DATE         PIC 9(06) VALUE 0.
       77  WS-DT-FIRST-DATE        PIC 9(06) VALUE 0.
       77  WS-DT-DAYS              PIC 9(06) COMP VALUE 0.
       77  WS-DT-NONBUS-COUNT      PIC 9(06) COMP VALUE 0.
       77  WS-DT-BAD-DATES         PIC 9(06) COMP VALUE 0.
       77  WS-DT-SEQ-REJECTS       PIC 9(06) COMP VALUE 0.
       77  WS-DT-DOW               PIC 9(01).
       77  WS-DT-DATE8             PIC 9(08).
       77  WS-DT-DATE-INT          PIC S9(09) COMP.
       77  WS-CAL-FUNCTION         PIC X(01).
       77  WS-CAL-DATE-IN          PIC 9(06).
       77  WS-CAL-DATE-OUT         PIC 9(06).
       77  WS-CAL-RESULT           PIC X(01).
       77  WS-DT-LEVEL             PIC X(01).
           88  WS-DT-DAILY          VALUE 'D'.
           88  WS-DT-WEEKLY         VALUE 'W'.
           88  WS-DT-MONTHLY        VALUE 'M'.
       77  WS-DT-KEY               PIC 9(06).
       77  WS-DT-CUR-KEY           PIC 9(06).
       77  WS-DT-IN-PERIOD-SW      PIC X(01).
           88  WS-DT-IN-PERIOD      VALUE 'Y'.
       77  WS-DT-PER-COUNT         PIC 9(06) COMP.
       77  WS-DT-PER-NONBUS        PIC 9(06) COMP.
       77  WS-DT-PER-TOTAL         PIC S9(16)V9(4) COMP-3.
       77  WS-DT-PER-AVG           PIC S9(14)V9(4) COMP-3.
       77  WS-DT-PREV-TOTAL        PIC S9(16)V9(4) COMP-3.
       77  WS-DT-HAVE-PREV-SW      PIC X(01).
           88  WS-DT-HAVE-PREV      VALUE 'Y'.
       77  WS-DT-CHANGE            PIC S9(16)V9(4) COMP-3.
       77  WS-DT-PCT               PIC S9(09)V99 COMP-3.
       01  WS-DT-RING-TABLE.
           05  WS-DT-RING-ENTRY OCCURS 30 TIMES
               PIC S9(16)V9(4) COMP-3.
       77  WS-DT-RING-POS          PIC 9(02) COMP.
       77  WS-DT-RING-FILLED       PIC 9(02) COMP.
       77  WS-DT-RING-SUM          PIC S9(18)V9(4) COMP-3.
       77  WS-DT-MOV-AVG           PIC S9(14)V9(4) COMP-3.
       77  WS-DT-MA-TEXT           PIC X(20).
       77  WS-DT-CHG-TEXT          PIC X(20).
       77  WS-DT-PCT-TEXT          PIC X(12).
       77  WS-DT-NOTE-TEXT         PIC X(12).
       01  WS-DISP-DT-AVG          PIC -(14)9.9999.
       01  WS-DISP-PCT             PIC -(8)9.99.
       01  WS-DISP-DT-COUNT        PIC Z(05)9.
       01  WS-DISP-DT-KEY          PIC X(06).

      *--------------------------------------------------------------*
      * FILE-STATUS AND ABORT WORK FIELDS
      *--------------------------------------------------------------*
           COPY NUMREC REPLACING ==:LEVEL:== BY ==02==
               ==:NAME:== BY ==IN-X==.
           02  IN-CATEGORY        PIC X(04).
           COPY NUMREC REPLACING ==:LEVEL:== BY ==02==
               ==:NAME:== BY ==IN-Y==.
           02  IN-CURRENCY        PIC X(03).
           02  FILLER             PIC X(37).

      *--------------------------------------------------------------*
      * TRAILER-RECORD LAYOUT - REDEFINES INPUT-VALUE SO THE SAME
           02  TRAILER-HASH       PIC S9(14)V9(4).
           02  FILLER             PIC X(55).

      *--------------------------------------------------------------*
      * DATED-RECORD LAYOUT - IN DATED MODE THE YYMMDD DATE SITS
      * WHERE PAIRED MODE CARRIES IN-Y, RIGHT AFTER THE CATEGORY.
      *--------------------------------------------------------------*
       01  DATED-VALUE REDEFINES INPUT-VALUE.
           02  FILLER             PIC X(22).
           02  IN-DATE            PIC 9(06).
           02  FILLER             PIC X(52).

       77  WS-TRAILER-FOUND-SW    PIC X(01) VALUE 'N'.
           88  WS-TRAILER-FOUND    VALUE 'Y'.

       77  WS-RESUB-CONFIRMED-SW   PIC X(01) VALUE 'N'.
           88  WS-RESUB-CONFIRMED   VALUE 'Y'.
       77  WS-TODAY-DATE           PIC 9(06).
       77  WS-DATE-STATE           PIC X(01).
           88  WS-DATE-CLOSED       VALUE 'C'.
       77  WS-DATE-OPER            PIC X(08).

      *--------------------------------------------------------------*
      * DATA LINEAGE WORK FIELDS - ONE LINEPUT CALL PER INPUT FILE
      * READ AND PER OUTPUT WRITTEN.  THE -START FIELDS HOLD THE RUN
      * TOTALS AS A FILE OPENS SO ITS OWN COUNT AND HASH ARE THE
      * DIFFERENCE WHEN IT CLOSES; THE OUTPUT FIELDS ARE SET BY EACH
      * WRITER ONLY WHEN ITS OUTPUT WAS ACTUALLY WRITTEN.
      *--------------------------------------------------------------*
       77  WS-LIN-ROLE             PIC X(01).
       77  WS-LIN-KIND             PIC X(08).
       77  WS-LIN-NAME             PIC X(30).
       77  WS-LIN-COUNT            PIC 9(07).
       77  WS-LIN-VALUE            PIC X(24).
       77  WS-LIN-LINE-START       PIC 9(06) COMP.
       77  WS-LIN-HASH-START       PIC S9(14)V9(4) COMP-3.
       77  WS-LIN-HASH             PIC S9(14)V9(4) COMP-3.
       77  WS-DISP-LIN-HASH        PIC -(14)9.9(04).
       77  WS-LIN-FILE-TRL-SW      PIC X(01).
           88  WS-LIN-FILE-TRAILER  VALUE 'Y'.
       77  WS-LIN-TREND-KEY        PIC X(24).
       77  WS-LIN-CAT-LINES        PIC 9(07).
       77  WS-LIN-XTR-RECS         PIC 9(07).
       77  WS-LIN-SRTX-SW          PIC X(01).
           88  WS-LIN-SRTX-WRITTEN  VALUE 'Y'.
       77  WS-LIN-ANY-SW           PIC X(01) VALUE 'N'.
           88  WS-LIN-ANY-WRITTEN   VALUE 'Y'.
       77  WS-LIN-REJECTS          PIC 9(07).

      *--------------------------------------------------------------*
      * INPUT SCALE-FACTOR WORK FIELDS - EVERY ACCEPTED VALUE IS
       77  WS-CTL-JOB-NO           PIC 9(04) COMP VALUE 0.
       77  WS-DISP-CTL-JOB-NO      PIC Z(03)9.

      *--------------------------------------------------------------*
      * INPUT RETENTION AND REPLAY WORK FIELDS - EVERY FILE READ AND
      * EVERY ANSWER GIVEN GOES TO THE SHARED RETAIN SUBPROGRAM.  WHEN
      * RERUN HAS PUT RETAIN INTO REPLAY MODE, EACH FILE IS OPENED
      * UNDER THE NAME OF ITS RETAINED COPY (WS-RTN-HOLD-NAME KEEPS
      * THE ORIGINAL NAME FOR THE MESSAGES) AND EACH ANSWER COMES FROM
      * THE RETAINED ANSWERS.
      *--------------------------------------------------------------*
       77  WS-RTN-ACTION           PIC X(01).
       77  WS-RTN-TICKET           PIC 9(09).
       77  WS-RTN-KIND             PIC X(08).
       77  WS-RTN-NAME             PIC X(60).
       77  WS-RTN-TEXT             PIC X(60).
       77  WS-RTN-COUNT            PIC 9(07).
       77  WS-RTN-VALUE            PIC X(24).
       77  WS-RTN-HOLD-NAME        PIC X(30).
       77  WS-RERUN-SW             PIC X(01) VALUE 'N'.
           88  WS-RERUN-MODE        VALUE 'Y'.
       77  WS-RERUN-TICKET         PIC 9(09) VALUE 0.
       77  WS-PARM-FNAME           PIC X(30) VALUE "TOOLPARM".
       77  WS-REJ-FNAME            PIC X(30) VALUE "REJOUT".
       77  WS-SUSP-FNAME           PIC X(30) VALUE "STATSUSP".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL "RUNTICKET" USING WS-RUN-TICKET
           CALL "AUDITBEG" USING WS-AUDIT-PROGRAM WS-RUN-TICKET
           PERFORM 9750-CHECK-RERUN
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               IF WS-CONTROL-MODE
                   PERFORM 1500-RUN-CONTROL-FILE
               ELSE
                   PERFORM 1050-READ-PARMS
                   IF WS-RERUN-MODE
                       MOVE 0 TO WS-RESTART-LINE-NO
                   ELSE
                       PERFORM 1100-CHECK-RESTART
                   END-IF
                   PERFORM 3000-SORT-RECORDS
                   IF NOT WS-ABORT-RUN
                       PERFORM 5000-REPORT-JOB-RESULTS
           PERFORM 4550-PRINT-HISTOGRAM
           PERFORM 4560-PRINT-CATEGORY-STATS
           PERFORM 4570-PRINT-OUTLIERS
           IF WS-PAIRED-MODE
               PERFORM 6000-PAIRED-ANALYSIS
           END-IF
           IF WS-DATED-MODE
               PERFORM 7000-DATED-ANALYSIS
           END-IF
           IF NOT WS-RERUN-MODE
               PERFORM 4600-APPEND-TREND-RECORD
               PERFORM 4605-APPEND-CATEGORY-TRENDS
               PERFORM 4650-WRITE-SUMMARY-EXTRACT
               PERFORM 4680-WRITE-SORTED-EXTRACT
           END-IF
           PERFORM 4690-PRINT-LOOKUP-RANKS
           PERFORM 4700-COMPARE-FILES
           PERFORM 9710-LINEAGE-JOB-OUTPUTS.

      *--------------------------------------------------------------*
      * 1500-RUN-CONTROL-FILE - WORK THROUGH EVERY JOB SPEC IN STATSCTL
      * SKIPPED - IT DOES NOT ABORT THE REMAINING JOBS IN THE FILE.
      *--------------------------------------------------------------*
       1500-RUN-CONTROL-FILE.
           MOVE WS-FNAME-CTL TO WS-RTN-HOLD-NAME
           PERFORM 9760-MAP-RETAINED-NAME
           MOVE WS-RTN-NAME TO WS-FNAME-CTL
           OPEN INPUT CONTROL-FILE
           MOVE WS-RTN-HOLD-NAME TO WS-FNAME-CTL
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "*** STATS: UNABLE TO OPEN CONTROL FILE "
                   WS-FNAME-CTL " - FILE STATUS " WS-CTL-STATUS " ***"
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
               MOVE "CONTROL" TO WS-RTN-KIND
               MOVE WS-FNAME-CTL TO WS-RTN-NAME
               MOVE WS-CTL-JOB-NO TO WS-RTN-COUNT
               MOVE SPACES TO WS-RTN-VALUE
               PERFORM 9770-RETAIN-INPUT-FILE
               DISPLAY "CONTROL FILE " WS-FNAME-CTL " - "
                   WS-DISP-CTL-JOB-NO " JOB(S) PROCESSED"
           END-IF.
           IF NOT WS-VAR-POPULATION AND NOT WS-VAR-SAMPLE
               MOVE 'P' TO WS-VAR-BASIS-SW
           END-IF
           MOVE CTL-INPUT-MODE TO WS-INPUT-MODE-SW
           IF NOT WS-KNOWN-INPUT-MODE
               MOVE 'S' TO WS-INPUT-MODE-SW
           END-IF
           IF CTL-MA-PERIODS IS NUMERIC AND CTL-MA-PERIODS > 0
                   AND CTL-MA-PERIODS NOT > WS-DT-MA-LIMIT
               MOVE CTL-MA-PERIODS TO WS-DT-MA-PERIODS
           ELSE
               MOVE WS-DT-MA-DEFAULT TO WS-DT-MA-PERIODS
           END-IF
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           ADD WS-LINE-NO TO WS-RUN-LINES
           ADD WS-REJECT-COUNT TO WS-RUN-REJECTS
           ADD WS-EXCLUDED-COUNT TO WS-RUN-EXCLUDED
           ADD WS-FX-NO-RATE-COUNT TO WS-RUN-FX-NO-RATE
           PERFORM 8950-NEW-PAGE.

      *--------------------------------------------------------------*
           MOVE 0 TO WS-SIZE-READ-COUNT
           MOVE 'N' TO WS-SIZE-CONFIRMED-SW
           MOVE 0 TO WS-EXCLUDED-COUNT
           MOVE 'N' TO WS-DELIM-MODE-SW
           MOVE 'S' TO WS-INPUT-MODE-SW
           MOVE 0 TO WS-PR-COUNT
           MOVE 0 TO WS-FX-NO-RATE-COUNT
           PERFORM 1910-RESET-DATED-FIELDS.

      *--------------------------------------------------------------*
      * 1910-RESET-DATED-FIELDS - DATED-MODE SEQUENCE AND COUNTS START
      * AFRESH FOR EVERY JOB.
      *--------------------------------------------------------------*
       1910-RESET-DATED-FIELDS.
           MOVE 'N' TO WS-DT-HAVE-LAST-SW
           MOVE 0 TO WS-DT-LAST-DATE
           MOVE 0 TO WS-DT-FIRST-DATE
           MOVE 0 TO WS-DT-DAYS
           MOVE 0 TO WS-DT-NONBUS-COUNT
           MOVE 0 TO WS-DT-BAD-DATES
           MOVE 0 TO WS-DT-SEQ-REJECTS.

       1000-INITIALIZE.
      *--------------------------------------------------------------*
           MOVE 0 TO WS-DUP-RUN-COUNT
           MOVE 0 TO WS-TRAILER-COUNT
           MOVE 0 TO WS-TRAILER-HASH
           MOVE 'N' TO WS-LIN-ANY-SW
           MOVE 1 TO WS-RPT-PAGE-NO
           MOVE 0 TO WS-RPT-LINES-ON-PAGE
           MOVE 'N' TO WS-ABORT-SW
           MOVE SPACES TO WS-PRINT-STATUS
           MOVE SPACES TO WS-REJECT-STATUS
           MOVE SPACES TO WS-SUSPENSE-STATUS
           MOVE 'N' TO WS-FEOF1-SW
           MOVE 'N' TO WS-FEOF2-SW
           MOVE 'N' TO WS-TRAILER-FOUND-SW
           MOVE 0 TO WS-EXCLUDED-COUNT
           MOVE 0 TO WS-CTL-JOB-NO
           MOVE 'N' TO WS-DELIM-MODE-SW
           MOVE 'S' TO WS-INPUT-MODE-SW
           MOVE 0 TO WS-PR-COUNT
           MOVE 0 TO WS-FX-NO-RATE-COUNT
           MOVE 0 TO WS-RUN-FX-NO-RATE
           MOVE 'N' TO WS-FX-RETAINED-SW
           PERFORM 1910-RESET-DATED-FIELDS
           MOVE WS-DT-MA-DEFAULT TO WS-DT-MA-PERIODS
           MOVE 'N' TO WS-RESUB-CONFIRMED-SW
           MOVE 1 TO WS-SCALE-FACTOR
           MOVE SPACES TO FNAME-SRTX
                   MOVE WS-ANSWER TO FNAME-INP
               END-IF
               MOVE SPACES TO WS-PROMPT
               STRING "INPUT MODE, S)INGLE, P)AIRED X/Y OR D)ATED"
                   " SERIES?" INTO WS-PROMPT
               PERFORM 8800-GET-ANSWER
               MOVE WS-ANSWER TO WS-INPUT-MODE-SW
               IF NOT WS-KNOWN-INPUT-MODE
                   MOVE 'S' TO WS-INPUT-MODE-SW
               END-IF
               IF WS-DATED-MODE
                   MOVE "MOVING-AVERAGE PERIODS (1-30, BLANK FOR 5)?"
                       TO WS-PROMPT
                   PERFORM 8800-GET-ANSWER
                   IF WS-ANSWER = SPACES
                       MOVE WS-DT-MA-DEFAULT TO WS-DT-MA-PERIODS
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-ANSWER)
                           TO WS-DT-MA-PERIODS
                   END-IF
                   IF WS-DT-MA-PERIODS = 0
                           OR WS-DT-MA-PERIODS > WS-DT-MA-LIMIT
                       MOVE WS-DT-MA-DEFAULT TO WS-DT-MA-PERIODS
                   END-IF
               END-IF
               MOVE SPACES TO WS-PROMPT
               EVALUATE TRUE
                   WHEN WS-PAIRED-MODE
                       STRING "INPUT IS DELIMITED (X,Y,CATEGORY)?"
                           " (Y/N)" INTO WS-PROMPT
                   WHEN WS-DATED-MODE
                       STRING "INPUT IS DELIMITED (VALUE,YYMMDD,"
                           "CATEGORY)? (Y/N)" INTO WS-PROMPT
                   WHEN OTHER
                       STRING "INPUT IS DELIMITED (VALUE,CATEGORY)?"
                           " (Y/N)" INTO WS-PROMPT
               END-EVALUATE
               PERFORM 8800-GET-ANSWER
               MOVE WS-ANSWER TO WS-DELIM-MODE-SW
               MOVE SPACES TO WS-PROMPT
               MOVE WS-ANSWER TO WS-FNAME-CTL
           END-IF
           PERFORM 1020-SET-REPORT-NAME
      *--------------------------------------------------------------*
      * REFUSE A CLOSED DATE BEFORE ANY OUTPUT IS OPENED, SO A REFUSED
      * RUN LEAVES THE PREVIOUS REPORT, REJECT, SUSPENSE AND EXTRACT
      * FILES AS THEY WERE.  A REPLAY POSTS NOTHING AND IS NOT CHECKED.
      *--------------------------------------------------------------*
           IF NOT WS-ABORT-RUN AND NOT WS-RERUN-MODE
               PERFORM 1060-CHECK-DATE-OPEN
           END-IF
           IF NOT WS-ABORT-RUN
               OPEN OUTPUT PRINT-FILE
               IF WS-PRINT-STATUS NOT = "00"
                   DISPLAY "*** STATS: UNABLE TO OPEN PRINT FILE "
                       WS-RPT-FNAME " - FILE STATUS " WS-PRINT-STATUS
                       " ***"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN
               OPEN OUTPUT REJECT-FILE
               IF WS-REJECT-STATUS NOT = "00"
                   DISPLAY "*** STATS: UNABLE TO OPEN REJECT FILE "
                       WS-REJ-FNAME " - FILE STATUS " WS-REJECT-STATUS
                       " ***"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN
               OPEN OUTPUT SUSPENSE-FILE
               IF WS-SUSPENSE-STATUS NOT = "00"
                   DISPLAY "*** STATS: UNABLE TO OPEN SUSPENSE FILE "
                       WS-SUSP-FNAME " - FILE STATUS "
                       WS-SUSPENSE-STATUS " ***"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF
      *--------------------------------------------------------------*
      * START THE SUMMARY EXTRACT EMPTY - EACH JOB OF THIS RUN (ONE
      * FOR A STANDALONE RUN, SEVERAL FOR A CONTROL FILE) APPENDS ITS
      * OWN RECORD SET IN 4650-WRITE-SUMMARY-EXTRACT.  A REPLAY
      * WRITES NO EXTRACT AND POSTS NOTHING, SO DOES NOT EMPTY IT.
      *--------------------------------------------------------------*
           IF NOT WS-ABORT-RUN AND NOT WS-RERUN-MODE
               OPEN OUTPUT EXTRACT-FILE
               IF WS-EXTRACT-STATUS = "00" OR WS-EXTRACT-STATUS = "05"
                   CLOSE EXTRACT-FILE
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 1050-READ-PARMS
      * SHOP HAS TURNED TICKETED REPORT NAMES ON (TOOLPARM'S
      * PARM-TICKET-REPORTS) AND THIS RUN DREW A TICKET, THE NAME
      * CARRIES IT - RPTOUT.T<TICKET> - AND IS RECORDED IN RPTNAMES
      * FOR RPTINDEX.  OTHERWISE THE FIXED NAME STANDS.  A REPLAY'S
      * REPORT CARRIES THE TICKET REPLAYED - RPTOUT.R<TICKET> - AND IS
      * NEITHER RECORDED NOR ARCHIVED.
      *--------------------------------------------------------------*
       1020-SET-REPORT-NAME.
           MOVE "RPTOUT" TO WS-RPT-FNAME
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF WS-RERUN-MODE
               MOVE SPACES TO WS-RPT-FNAME
               STRING "RPTOUT.R" WS-RERUN-TICKET INTO WS-RPT-FNAME
           ELSE
               IF WS-TICKETED-REPORTS AND WS-RUN-TICKET > 0
                   MOVE SPACES TO WS-RPT-FNAME
                   STRING "RPTOUT.T" WS-RUN-TICKET INTO WS-RPT-FNAME
                   CALL "RPTNMLOG" USING WS-RPT-FNAME
               END-IF
           END-IF
           MOVE WS-RPT-FNAME TO WS-ARCHIVE-REPORT.

      *--------------------------------------------------------------*
      * 1060-CHECK-DATE-OPEN - EVERY TREND, CATEGORY-TREND AND
      * REGISTRY LINE THIS RUN WRITES IS DATED TODAY.  ONCE DAYCLOSE
      * HAS CLOSED TODAY NOTHING MORE MAY BE POSTED UNDER IT UNTIL A
      * LEVEL-3 OPERATOR REOPENS THE DATE.
      *--------------------------------------------------------------*
       1060-CHECK-DATE-OPEN.
           ACCEPT WS-TODAY-DATE FROM DATE
           CALL "DAYCHK" USING WS-TODAY-DATE WS-DATE-STATE
               WS-DATE-OPER
           IF WS-DATE-CLOSED
               DISPLAY "*** STATS: BUSINESS DATE " WS-TODAY-DATE
                   " WAS CLOSED BY " WS-DATE-OPER " - NOTHING MORE"
                   " MAY BE POSTED UNDER IT UNLESS A LEVEL-3"
                   " OPERATOR REOPENS IT (DAYCLOSE) ***"
               MOVE 8 TO RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF.

      *--------------------------------------------------------------*
      * 1070-LOAD-FX-RATES - THE RATES IN EFFECT ON THE RUN DATE, FROM
      * FXRATES OR A REPLAY'S RETAINED COPY OF IT, LOADED AT THE START
      * OF EVERY JOB SO EACH JOB'S CURRENCY TOTALS START AT ZERO.  A
      * MISSING FXRATES LOADS NO RATES - BASE-CURRENCY INPUT IS
      * UNAFFECTED.
      *--------------------------------------------------------------*
       1070-LOAD-FX-RATES.
           IF WS-FX-RUN-DATE = 0
               ACCEPT WS-FX-RUN-DATE FROM DATE
           END-IF
           MOVE WS-FX-FNAME TO WS-RTN-HOLD-NAME
           PERFORM 9760-MAP-RETAINED-NAME
           MOVE 'L' TO FX-ACTION
           MOVE WS-RTN-NAME TO FX-RATE-FNAME
           MOVE WS-FX-RUN-DATE TO FX-RUN-DATE
           CALL "FXRATE" USING FX-CALL-AREA
           IF NOT WS-FX-RETAINED
               IF FX-BAD-CARDS > 0
                   DISPLAY "*** STATS: " FX-BAD-CARDS " CARD(S) IN "
                       WS-FX-FNAME " WOULD NOT EDIT AND WERE IGNORED"
                       " ***"
               END-IF
               MOVE "RATES" TO WS-RTN-KIND
               MOVE WS-FX-FNAME TO WS-RTN-NAME
               MOVE FX-CARDS TO WS-RTN-COUNT
               MOVE SPACES TO WS-RTN-VALUE
               PERFORM 9770-RETAIN-INPUT-FILE
               SET WS-FX-RETAINED TO TRUE
           END-IF.

      *--------------------------------------------------------------*
      * 1050-READ-PARMS - PICK UP THE SHOP-WIDE PARAMETER FILE IF ONE
      * IS PRESENT AND USE ITS CHECKPOINT INTERVAL IN PLACE OF THE
      *--------------------------------------------------------------*
       1250-LOAD-EXCLUDE-LIST.
           MOVE 0 TO WS-EXCL-COUNT
           MOVE FNAME-EXCL TO WS-RTN-HOLD-NAME
           PERFORM 9760-MAP-RETAINED-NAME
           MOVE WS-RTN-NAME TO FNAME-EXCL
           OPEN INPUT EXCLUDE-FILE
           MOVE WS-RTN-HOLD-NAME TO FNAME-EXCL
           IF WS-EXCL-STATUS NOT = "00"
               DISPLAY "*** STATS: UNABLE TO OPEN EXCLUDE-LIST FILE "
                   FNAME-EXCL " - FILE STATUS " WS-EXCL-STATUS
                   END-READ
               END-PERFORM
               CLOSE EXCLUDE-FILE
               MOVE "EXCLUDE" TO WS-RTN-KIND
               MOVE FNAME-EXCL TO WS-RTN-NAME
               MOVE WS-EXCL-COUNT TO WS-RTN-COUNT
               MOVE SPACES TO WS-RTN-VALUE
               PERFORM 9770-RETAIN-INPUT-FILE
               DISPLAY WS-EXCL-COUNT " LINE NUMBER(S) LOADED FOR"
                   " EXCLUSION"
           END-IF.
               DISPLAY "RESUMING WITH CHECKPOINT LAST RECORDED AT "
                   "LINE " WS-RESTART-LINE-NO " - REPLAYING RECORDS"
                   " ALREADY CONFIRMED INSTEAD OF REPROCESSING THEM"
      *--------------------------------------------------------------*
      * CHKDATA HOLDS ONLY THE VALUES, SO A PAIRED OR DATED RUN
      * CANNOT BE REBUILT FROM IT - SUCH A RUN ALWAYS STARTS FROM THE
      * TOP.
      *--------------------------------------------------------------*
               IF NOT WS-SINGLE-MODE
                   DISPLAY "PAIRED OR DATED RUN - CHECKPOINT NOT"
                       " USED, ALL LINES WILL BE REPROCESSED"
                   MOVE 0 TO WS-RESTART-LINE-NO
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * HANDLES THE ORDERING, NO MATTER HOW MANY RECORDS ARRIVE.
      *--------------------------------------------------------------*
       3000-SORT-RECORDS.
           PERFORM 1070-LOAD-FX-RATES
           IF WS-DESCENDING
               SORT SORT-FILE
                   ON DESCENDING KEY SORT-KEY
      *--------------------------------------------------------------*
       2000-INPUT-PROCEDURE.
           PERFORM 1150-REPLAY-CHECKPOINT-DATA
           IF WS-PAIRED-MODE
               OPEN OUTPUT PAIR-FILE
               IF WS-PAIR-STATUS NOT = "00"
                   DISPLAY "*** STATS: UNABLE TO OPEN PAIR WORK FILE"
                       " STPAIRS - FILE STATUS " WS-PAIR-STATUS " ***"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF
           IF WS-DATED-MODE
               OPEN OUTPUT DATED-FILE
               IF WS-DATED-STATUS NOT = "00"
                   DISPLAY "*** STATS: UNABLE TO OPEN DATED WORK FILE"
                       " STDATED - FILE STATUS " WS-DATED-STATUS " ***"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF
           IF NOT WS-RERUN-MODE
               OPEN OUTPUT CHECKPOINT-FILE
               IF WS-RESTART-LINE-NO > 0
                   OPEN EXTEND CHECKPOINT-DATA
               ELSE
                   OPEN OUTPUT CHECKPOINT-DATA
               END-IF
           END-IF
           IF WS-LIST-MODE AND NOT WS-ABORT-RUN
               MOVE FNAME-LIST TO WS-RTN-HOLD-NAME
               PERFORM 9760-MAP-RETAINED-NAME
               MOVE WS-RTN-NAME TO FNAME-LIST
               OPEN INPUT LIST-FILE
               MOVE WS-RTN-HOLD-NAME TO FNAME-LIST
               IF WS-LIST-STATUS NOT = "00"
                   DISPLAY "*** STATS: UNABLE TO OPEN LIST FILE "
                       FNAME-LIST " - FILE STATUS " WS-LIST-STATUS
                       END-READ
                   END-PERFORM
                   CLOSE LIST-FILE
                   MOVE "LIST" TO WS-RTN-KIND
                   MOVE FNAME-LIST TO WS-RTN-NAME
                   MOVE 0 TO WS-RTN-COUNT
                   MOVE SPACES TO WS-RTN-VALUE
                   PERFORM 9770-RETAIN-INPUT-FILE
               END-IF
           ELSE
               IF NOT WS-ABORT-RUN
                   PERFORM 2005-PROCESS-ONE-FILE
               END-IF
           END-IF
           IF WS-PAIRED-MODE AND WS-PAIR-STATUS = "00"
               CLOSE PAIR-FILE
           END-IF
           IF WS-DATED-MODE AND WS-DATED-STATUS = "00"
               CLOSE DATED-FILE
           END-IF
           IF NOT WS-RERUN-MODE
               CLOSE CHECKPOINT-FILE
               CLOSE CHECKPOINT-DATA
           END-IF.

      *--------------------------------------------------------------*
      * 1150-REPLAY-CHECKPOINT-DATA - ON A RESTART, CHECKPOINT-DATA
      * INPUT FILE CURRENTLY NAMED IN FNAME-INP.
      *--------------------------------------------------------------*
       2005-PROCESS-ONE-FILE.
           MOVE WS-LINE-NO TO WS-LIN-LINE-START
           MOVE WS-TRAILER-HASH TO WS-LIN-HASH-START
           MOVE 'N' TO WS-LIN-FILE-TRL-SW
           MOVE FNAME-INP TO WS-RTN-HOLD-NAME
           PERFORM 9760-MAP-RETAINED-NAME
           MOVE WS-RTN-NAME TO FNAME-INP
           OPEN INPUT INPUT-FILE
           MOVE WS-RTN-HOLD-NAME TO FNAME-INP
           IF WS-INPUT-STATUS NOT = "00"
               DISPLAY "*** STATS: UNABLE TO OPEN INPUT FILE "
                   FNAME-INP " - FILE STATUS " WS-INPUT-STATUS " ***"
                   PERFORM 2010-READ-AND-RELEASE
               END-PERFORM
               CLOSE INPUT-FILE
               PERFORM 9700-LINEAGE-INPUT-FILE
               MOVE "INPUT" TO WS-RTN-KIND
               MOVE FNAME-INP TO WS-RTN-NAME
               MOVE WS-LIN-COUNT TO WS-RTN-COUNT
               MOVE WS-LIN-VALUE TO WS-RTN-VALUE
               PERFORM 9770-RETAIN-INPUT-FILE
           END-IF.

       2010-READ-AND-RELEASE.
                                       TO SORT-CATEGORY
                                   RELEASE SORT-REC
                                   PERFORM 2210-WRITE-CHECKPOINT-DATA
                                   IF WS-PAIRED-MODE
                                       PERFORM 2220-WRITE-PAIR-RECORD
                                   END-IF
                                   IF WS-DATED-MODE
                                       PERFORM 2230-WRITE-DATED-RECORD
                                   END-IF
                               END-IF
                           END-IF
                           DIVIDE WS-LINE-NO BY WS-CHECKPOINT-INTERVAL
      * WS-WORK-CATEGORY WITH WS-VALUE-OK SAYING WHETHER THE LINE IS
      * USABLE.  FIXED MODE IS THE S9(14)V9(4) PICTURE TEST THE
      * PROGRAM HAS ALWAYS APPLIED; DELIMITED MODE PARSES THE
      * FREE-FORM LINE.  IN PAIRED MODE THE Y VALUE MUST PASS THE
      * SAME TEST AS X AND IS LEFT IN WS-WORK-VALUE-Y.  IN DATED
      * MODE THE DATE IS LEFT IN WS-WORK-DATE AND MUST ALSO PASS
      * 2070-CHECK-SERIES-DATE.
      *--------------------------------------------------------------*
       2040-EDIT-INPUT-VALUE.
           MOVE 'N' TO WS-VALUE-OK-SW
           MOVE 0 TO WS-WORK-VALUE
           MOVE 0 TO WS-WORK-VALUE-Y
           MOVE 0 TO WS-WORK-DATE
           MOVE SPACES TO WS-WORK-CATEGORY
           MOVE SPACES TO WS-WORK-CURRENCY
           IF WS-DELIM-MODE
               PERFORM 2060-PARSE-DELIMITED-LINE
           ELSE
               IF IN-X IS NUMERIC
                       AND (NOT WS-PAIRED-MODE OR IN-Y IS NUMERIC)
                   MOVE 'Y' TO WS-VALUE-OK-SW
               END-IF
               IF WS-DATED-MODE AND IN-DATE IS NOT NUMERIC
                   MOVE 'N' TO WS-VALUE-OK-SW
                   ADD 1 TO WS-DT-BAD-DATES
               END-IF
               IF WS-VALUE-OK
                   MOVE IN-X TO WS-WORK-VALUE
                   MOVE IN-CATEGORY TO WS-WORK-CATEGORY
                   MOVE IN-CURRENCY TO WS-WORK-CURRENCY
                   IF WS-PAIRED-MODE
                       MOVE IN-Y TO WS-WORK-VALUE-Y
                   END-IF
                   IF WS-DATED-MODE
                       MOVE IN-DATE TO WS-WORK-DATE
                   END-IF
               END-IF
           END-IF
           IF WS-VALUE-OK AND WS-DATED-MODE
               PERFORM 2070-CHECK-SERIES-DATE
           END-IF
           IF WS-VALUE-OK AND WS-SCALE-FACTOR NOT = 1
               COMPUTE WS-WORK-VALUE ROUNDED
                   = WS-WORK-VALUE * WS-SCALE-FACTOR
               COMPUTE WS-WORK-VALUE-Y ROUNDED
                   = WS-WORK-VALUE-Y * WS-SCALE-FACTOR
           END-IF
           IF WS-VALUE-OK
               PERFORM 2045-CONVERT-VALUE
           END-IF.

      *--------------------------------------------------------------*
      * 2045-CONVERT-VALUE - THE SCALED VALUE TO THE BASE CURRENCY.
      * IN PAIRED MODE Y IS IN THE SAME CURRENCY AS X AND IS TAKEN AT
      * THE SAME RATE; THE CURRENCY TOTALS COUNT X.  A CURRENCY WITH
      * NO RATE IN EFFECT FAILS THE LINE.
      *--------------------------------------------------------------*
       2045-CONVERT-VALUE.
           MOVE 'C' TO FX-ACTION
           MOVE WS-WORK-CURRENCY TO FX-CURRENCY
           MOVE WS-WORK-VALUE TO FX-AMOUNT
           CALL "FXRATE" USING FX-CALL-AREA
           IF FX-OK
               MOVE FX-CONVERTED TO WS-WORK-VALUE
               IF WS-PAIRED-MODE
                   COMPUTE WS-WORK-VALUE-Y ROUNDED
                       = WS-WORK-VALUE-Y * FX-RATE
               END-IF
           ELSE
               MOVE 'N' TO WS-VALUE-OK-SW
               ADD 1 TO WS-FX-NO-RATE-COUNT
           END-IF.

      *--------------------------------------------------------------*
      * COMMA INTO A VALUE TOKEN AND AN OPTIONAL CATEGORY TOKEN.  THE
      * VALUE TOKEN MAY CARRY SPACES AROUND IT, ONE LEADING SIGN AND
      * ONE DECIMAL POINT; ANYTHING ELSE FAILS THE PARSE AND THE LINE
      * GOES DOWN THE EXISTING REJECT PATH.  A PAIRED LINE IS X,Y
      * WITH THE OPTIONAL CATEGORY THIRD, AND BOTH VALUE TOKENS MUST
      * PASS.  A DATED LINE IS VALUE,YYMMDD WITH THE OPTIONAL
      * CATEGORY THIRD, AND THE DATE TOKEN MUST BE SIX DIGITS.  AN
      * OPTIONAL CURRENCY CODE OF AT MOST THREE LETTERS FOLLOWS THE
      * CATEGORY IN EVERY MODE.
      *--------------------------------------------------------------*
       2060-PARSE-DELIMITED-LINE.
           MOVE SPACES TO WS-TOK-VALUE
           MOVE SPACES TO WS-TOK-VALUE-Y
           MOVE SPACES TO WS-TOK-DATE
           MOVE SPACES TO WS-TOK-CAT
           MOVE SPACES TO WS-TOK-CCY
           EVALUATE TRUE
               WHEN WS-PAIRED-MODE
                   UNSTRING SAMPLE-INPUT DELIMITED BY ","
                       INTO WS-TOK-VALUE WS-TOK-VALUE-Y WS-TOK-CAT
                           WS-TOK-CCY
                   END-UNSTRING
               WHEN WS-DATED-MODE
                   UNSTRING SAMPLE-INPUT DELIMITED BY ","
                       INTO WS-TOK-VALUE WS-TOK-DATE WS-TOK-CAT
                           WS-TOK-CCY
                   END-UNSTRING
               WHEN OTHER
                   UNSTRING SAMPLE-INPUT DELIMITED BY ","
                       INTO WS-TOK-VALUE WS-TOK-CAT WS-TOK-CCY
                   END-UNSTRING
           END-EVALUATE
           PERFORM 2065-CHECK-VALUE-TOKEN
           IF WS-VALUE-OK
               MOVE FUNCTION NUMVAL(WS-TOK-VALUE) TO WS-WORK-VALUE
               MOVE FUNCTION TRIM(WS-TOK-CAT) TO WS-WORK-CATEGORY
               IF WS-PAIRED-MODE
                   MOVE WS-TOK-VALUE-Y TO WS-TOK-VALUE
                   PERFORM 2065-CHECK-VALUE-TOKEN
                   IF WS-VALUE-OK
                       MOVE FUNCTION NUMVAL(WS-TOK-VALUE)
                           TO WS-WORK-VALUE-Y
                   END-IF
               END-IF
               IF WS-DATED-MODE
                   MOVE FUNCTION TRIM(WS-TOK-DATE) TO WS-TOK-DATE-6
                   IF WS-TOK-DATE-N IS NUMERIC
                           AND FUNCTION LENGTH(FUNCTION TRIM
                               (WS-TOK-DATE)) = 6
                       MOVE WS-TOK-DATE-N TO WS-WORK-DATE
                   ELSE
                       MOVE 'N' TO WS-VALUE-OK-SW
                       ADD 1 TO WS-DT-BAD-DATES
                   END-IF
               END-IF
               MOVE FUNCTION TRIM(WS-TOK-CCY) TO WS-TOK-CCY
               IF WS-TOK-CCY(4:) NOT = SPACES
                   MOVE 'N' TO WS-VALUE-OK-SW
               ELSE
                   MOVE WS-TOK-CCY TO WS-WORK-CURRENCY
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 2070-CHECK-SERIES-DATE - A DATED LINE'S DATE MUST BE A REAL
      * CALENDAR DATE (DATECALC'S WEEKDAY FUNCTION ANSWERS '0' FOR
      * ONE THAT IS NOT) AND MUST FALL AFTER THE LAST DATE ACCEPTED -
      * A REPEATED OR BACKWARD DATE FAILS THE LINE, WHICH THEN GOES
      * DOWN THE REJECT PATH LIKE ANY OTHER BAD RECORD.
      *--------------------------------------------------------------*
       2070-CHECK-SERIES-DATE.
           MOVE 'W' TO WS-CAL-FUNCTION
           MOVE WS-WORK-DATE TO WS-CAL-DATE-IN
           CALL "DATECALC" USING WS-CAL-FUNCTION WS-CAL-DATE-IN
               WS-CAL-DATE-OUT WS-CAL-RESULT
           IF WS-CAL-RESULT = '0'
               MOVE 'N' TO WS-VALUE-OK-SW
               ADD 1 TO WS-DT-BAD-DATES
           ELSE
               MOVE WS-CAL-RESULT TO WS-DT-DOW
               IF WS-DT-HAVE-LAST
                       AND WS-WORK-DATE NOT > WS-DT-LAST-DATE
                   MOVE 'N' TO WS-VALUE-OK-SW
                   ADD 1 TO WS-DT-SEQ-REJECTS
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      *--------------------------------------------------------------*
       2050-CAPTURE-TRAILER.
           MOVE 'Y' TO WS-TRAILER-FOUND-SW
           MOVE 'Y' TO WS-LIN-FILE-TRL-SW
           ADD TRAILER-COUNT TO WS-TRAILER-COUNT
           ADD TRAILER-HASH TO WS-TRAILER-HASH
           PERFORM 2055-CHECK-RESUBMISSION
      * NOT DOUBLED.
      *--------------------------------------------------------------*
       2055-CHECK-RESUBMISSION.
           IF WS-RESUB-CONFIRMED OR WS-RERUN-MODE
               GO TO 2055-CHECK-RESUBMISSION-EXIT
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE

      *--------------------------------------------------------------*
      * 2200-WRITE-CHECKPOINT - RECORD HOW FAR INTO THE INPUT FILE
      * THIS RUN HAS GOTTEN SO A RESTART CAN SKIP AHEAD PAST IT.  A
      * REPLAY KEEPS NO CHECKPOINT - IT MUST NOT DISTURB ONE A LIVE
      * RUN LEFT FOR ITS RESTART.
      *--------------------------------------------------------------*
       2200-WRITE-CHECKPOINT.
           IF NOT WS-RERUN-MODE
               MOVE WS-LINE-NO TO CHECKPOINT-LINE
               WRITE CHECKPOINT-LINE
           END-IF.

      *--------------------------------------------------------------*
      * 2210-WRITE-CHECKPOINT-DATA - PERSIST THE RECORD JUST RELEASED
      * HOW MUCH OF THIS FILE IS ACTUALLY CONFIRMED.
      *--------------------------------------------------------------*
       2210-WRITE-CHECKPOINT-DATA.
           IF NOT WS-RERUN-MODE
               MOVE SORT-KEY TO CKDATA-KEY
               MOVE SORT-ORIG-LINE TO CKDATA-ORIG-LINE
               MOVE SORT-CATEGORY TO CKDATA-CATEGORY
               WRITE CKDATA-REC
           END-IF.

      *--------------------------------------------------------------*
      * 2220-WRITE-PAIR-RECORD - PAIRED MODE ONLY: KEEP THE ACCEPTED
      * X/Y PAIR AND ITS ORIGINAL LINE NUMBER FOR 6000-PAIRED-
      * ANALYSIS, WHICH NEEDS BOTH VALUES TOGETHER AFTER THE SORT HAS
      * REORDERED X.
      *--------------------------------------------------------------*
       2220-WRITE-PAIR-RECORD.
           MOVE WS-WORK-VALUE TO PAIR-X
           MOVE WS-WORK-VALUE-Y TO PAIR-Y
           MOVE WS-LINE-NO TO PAIR-ORIG-LINE
           WRITE PAIR-REC.

      *--------------------------------------------------------------*
      * 2230-WRITE-DATED-RECORD - DATED MODE ONLY: KEEP THE ACCEPTED
      * VALUE UNDER ITS DATE, WITH THE MONDAY THAT STARTS ITS WEEK,
      * ITS YYMM MONTH AND DATECALC'S BUSINESS-DAY ANSWER, AND MAKE
      * THE DATE THE ONE THE NEXT LINE MUST FOLLOW.
      *--------------------------------------------------------------*
       2230-WRITE-DATED-RECORD.
           MOVE WS-WORK-DATE TO DTD-DATE
           MOVE WS-WORK-VALUE TO DTD-VALUE
           MOVE WS-LINE-NO TO DTD-ORIG-LINE
           COMPUTE WS-DT-DATE8 = 20000000 + WS-WORK-DATE
           COMPUTE WS-DT-DATE-INT
               = FUNCTION INTEGER-OF-DATE(WS-DT-DATE8) - WS-DT-DOW + 1
           COMPUTE WS-DT-DATE8
               = FUNCTION DATE-OF-INTEGER(WS-DT-DATE-INT)
           COMPUTE DTD-WEEK = FUNCTION MOD(WS-DT-DATE8, 1000000)
           DIVIDE WS-WORK-DATE BY 100 GIVING DTD-MONTH
           MOVE 'B' TO WS-CAL-FUNCTION
           MOVE WS-WORK-DATE TO WS-CAL-DATE-IN
           CALL "DATECALC" USING WS-CAL-FUNCTION WS-CAL-DATE-IN
               WS-CAL-DATE-OUT WS-CAL-RESULT
           MOVE WS-CAL-RESULT TO DTD-BUSINESS
           IF DTD-BUSINESS NOT = 'Y'
               ADD 1 TO WS-DT-NONBUS-COUNT
           END-IF
           WRITE DATED-REC
           ADD 1 TO WS-DT-DAYS
           IF NOT WS-DT-HAVE-LAST
               MOVE WS-WORK-DATE TO WS-DT-FIRST-DATE
           END-IF
           MOVE WS-WORK-DATE TO WS-DT-LAST-DATE
           MOVE 'Y' TO WS-DT-HAVE-LAST-SW.

      *--------------------------------------------------------------*
      * 2100-REJECT-RECORD - A NON-NUMERIC RECORD DOES NOT STOP THE
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           DISPLAY "*** TRAILER CONTROL TOTAL MISMATCH - SEE RPTOUT"
               " ***"
           IF NOT WS-RERUN-MODE
               MOVE SPACES TO WS-NOTE-TEXT
               STRING "TRAILER MISMATCH ON " FNAME-INP
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               MOVE RETURN-CODE TO WS-SAVE-RC
               CALL "AUDITNOTE" USING WS-AUDIT-PROGRAM WS-NOTE-TEXT
                   WS-RUN-TICKET
               MOVE WS-SAVE-RC TO RETURN-CODE
           END-IF.

      *--------------------------------------------------------------*
      * 3700-DETECT-DUPLICATES - THE SORTED-FILE IS IN ORDER, SO
           MOVE WS-ZERO-COUNT TO WS-DISP-LINE-NO
           STRING "ZERO VALUES  . . . : " WS-DISP-LINE-NO
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           IF FX-FOREIGN-SEEN
               PERFORM 4510-PRINT-CURRENCY-TOTALS
           END-IF.

      *--------------------------------------------------------------*
      * 4510-PRINT-CURRENCY-TOTALS - WHEN ANY LINE CARRIED A CURRENCY
      * CODE, ONE LINE PER CURRENCY: THE RATE IT WAS CONVERTED AT, THE
      * VALUES CONVERTED AND REFUSED FOR WANT OF A RATE, AND THE
      * ORIGINAL AND CONVERTED TOTALS.  EVERY STATISTIC ABOVE IS IN
      * THE BASE CURRENCY.  ON A RESTART THE TABLE COVERS ONLY THE
      * LINES READ SINCE THE RESTART POINT.
      *--------------------------------------------------------------*
       4510-PRINT-CURRENCY-TOTALS.
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "----- CURRENCY TOTALS - RATES IN EFFECT "
               WS-FX-RUN-DATE " -----" INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-FX-NO-RATE-COUNT TO WS-DISP-LINE-NO
           STRING "NO RATE IN EFFECT  : " WS-DISP-LINE-NO
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "CCY            RATE  VALUES      ORIGINAL TOTAL"
               "      CONVERTED TOTAL NO RATE" INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE 'T' TO FX-ACTION
           MOVE 1 TO FX-INDEX
           CALL "FXRATE" USING FX-CALL-AREA
           PERFORM UNTIL NOT FX-OK
               MOVE FX-RATE TO WS-DISP-FX-RATE
               MOVE FX-RECORDS TO WS-DISP-FX-COUNT
               MOVE FX-REJECTS TO WS-DISP-FX-REJECTS
               MOVE FX-ORIG-TOTAL TO WS-DISP-NUM
               MOVE FX-CONV-TOTAL TO WS-DISP-FX-CONV
               MOVE FX-CURRENCY TO WS-FX-LABEL
               IF FX-CURRENCY = SPACES
                   MOVE "BASE" TO WS-FX-LABEL
               END-IF
               MOVE SPACES TO PRINT-LINE
               STRING WS-FX-LABEL " " WS-DISP-FX-RATE " "
                   WS-DISP-FX-COUNT WS-DISP-NUM " " WS-DISP-FX-CONV
                   "  " WS-DISP-FX-REJECTS INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               ADD 1 TO FX-INDEX
               CALL "FXRATE" USING FX-CALL-AREA
           END-PERFORM.

      *--------------------------------------------------------------*
      * 4550-PRINT-HISTOGRAM - BUCKET THE VALUES INTO WS-HIST-BINS
                   STRING "EXCEPTION VALUES FOUND : " WS-DISP-LINE-NO
                       INTO PRINT-LINE
                   PERFORM 8900-PRINT-LINE
                   IF NOT WS-RERUN-MODE
                       MOVE SPACES TO WS-NOTE-TEXT
                       STRING "EXCEPTION VALUES " WS-DISP-LINE-NO
                           " ON " FNAME-INP
                           DELIMITED BY SIZE INTO WS-NOTE-TEXT
                       MOVE RETURN-CODE TO WS-SAVE-RC
                       CALL "AUDITNOTE" USING WS-AUDIT-PROGRAM
                           WS-NOTE-TEXT WS-RUN-TICKET
                       MOVE WS-SAVE-RC TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      * AN ERROR.
      *--------------------------------------------------------------*
       4600-APPEND-TREND-RECORD.
           MOVE SPACES TO WS-LIN-TREND-KEY
           ACCEPT WS-TREND-DATE FROM DATE
           MOVE 'G' TO WS-LOCK-ACTION
           MOVE "STATTRND" TO WS-LOCK-RESOURCE
                       END-IF
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-TREND-DONE-SW
                       STRING TREND-KEY-DATE "-" TREND-KEY-TICKET "-"
                           TREND-KEY-SEQ DELIMITED BY SIZE
                           INTO WS-LIN-TREND-KEY
               END-WRITE
           END-PERFORM.

      * EVER CARRIES REAL CATEGORY HISTORY.
      *--------------------------------------------------------------*
       4605-APPEND-CATEGORY-TRENDS.
           MOVE 0 TO WS-LIN-CAT-LINES
           IF WS-ANY-CATEGORY AND WS-CAT-COUNT > 0
               MOVE 'G' TO WS-LOCK-ACTION
               MOVE "CATTRND" TO WS-LOCK-RESOURCE
                           VARYING WS-CAT-IDX FROM 1 BY 1
                           UNTIL WS-CAT-IDX > WS-CAT-COUNT
                       CLOSE CAT-TREND-FILE
                       MOVE WS-CAT-COUNT TO WS-LIN-CAT-LINES
                   END-IF
                   MOVE 'R' TO WS-LOCK-ACTION
                   CALL "RUNLOCK" USING WS-LOCK-ACTION
      * INSTEAD OF SCRAPING RPTOUT'S PRINT LINES.
      *--------------------------------------------------------------*
       4650-WRITE-SUMMARY-EXTRACT.
           MOVE 0 TO WS-LIN-XTR-RECS
           OPEN EXTEND EXTRACT-FILE
           IF WS-EXTRACT-STATUS = "35"
               OPEN OUTPUT EXTRACT-FILE
                       VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-CAT-COUNT
               END-IF
               IF WS-PAIRED-MODE
                   PERFORM 4670-WRITE-PAIRED-EXTRACT
               END-IF
               CLOSE EXTRACT-FILE
               COMPUTE WS-LIN-XTR-RECS = 1 + WS-CAT-COUNT
               IF WS-PAIRED-MODE
                   ADD 1 TO WS-LIN-XTR-RECS
               END-IF
           END-IF.

       4660-WRITE-CATEGORY-EXTRACT.
           MOVE WS-CAT-AVG TO STATX-C-AVG
           WRITE EXTRACT-LINE FROM STATX-CATEGORY-REC.

      *--------------------------------------------------------------*
      * 4670-WRITE-PAIRED-EXTRACT - PAIRED MODE ADDS ONE "P" RECORD
      * AFTER THE HEADER AND CATEGORY RECORDS, CARRYING BOTH COLUMNS'
      * SUMMARIES AND THE FIGURES 6000-PAIRED-ANALYSIS COMPUTED.  A
      * FIT FLAG OF "N" MEANS X DID NOT VARY (OR FEWER THAN TWO PAIRS
      * WERE ACCEPTED) AND THE LINE FIGURES ARE ZERO.
      *--------------------------------------------------------------*
       4670-WRITE-PAIRED-EXTRACT.
           MOVE SPACES TO STATX-PAIRED-REC
           MOVE 'P' TO STATX-P-TYPE
           MOVE WS-TREND-DATE TO STATX-P-DATE
           MOVE WS-RUN-TICKET TO STATX-P-TICKET
           MOVE WS-PR-COUNT TO STATX-P-COUNT
           MOVE WS-REJECT-COUNT TO STATX-P-REJECTS
           MOVE WS-EXCLUDED-COUNT TO STATX-P-EXCLUDED
           MOVE WS-PR-MIN-X TO STATX-P-X-MIN
           MOVE WS-PR-MAX-X TO STATX-P-X-MAX
           MOVE WS-PR-MEAN-X TO STATX-P-X-AVG
           MOVE WS-PR-STD-X TO STATX-P-X-STD-DEV
           MOVE WS-PR-MIN-Y TO STATX-P-Y-MIN
           MOVE WS-PR-MAX-Y TO STATX-P-Y-MAX
           MOVE WS-PR-MEAN-Y TO STATX-P-Y-AVG
           MOVE WS-PR-STD-Y TO STATX-P-Y-STD-DEV
           MOVE WS-PR-COVAR TO STATX-P-COVARIANCE
           MOVE WS-PR-CORR TO STATX-P-CORRELATION
           MOVE WS-PR-SLOPE TO STATX-P-SLOPE
           MOVE WS-PR-INTERCEPT TO STATX-P-INTERCEPT
           MOVE WS-PR-RSQ TO STATX-P-R-SQUARED
           MOVE WS-PR-LINE-SW TO STATX-P-FIT-FLAG
           WRITE EXTRACT-LINE FROM STATX-PAIRED-REC.

      *--------------------------------------------------------------*
      * 4680-WRITE-SORTED-EXTRACT - WHEN AN EXTRACT FILE WAS NAMED AT
      * START-UP, COPY THE SORTED RESULT OUT AS REAL DATA RECORDS IN
      * BE TRUSTED ANYWHERE THE ORIGINAL COULD.
      *--------------------------------------------------------------*
       4680-WRITE-SORTED-EXTRACT.
           MOVE 'N' TO WS-LIN-SRTX-SW
           IF FNAME-SRTX NOT = SPACES
               OPEN OUTPUT SORTED-EXTRACT
               IF WS-SRTX-STATUS NOT = "00"
                   MOVE WS-SRTX-HASH TO TRAILER-HASH
                   WRITE SORTED-EXTRACT-LINE FROM INPUT-VALUE
                   CLOSE SORTED-EXTRACT
                   MOVE 'Y' TO WS-LIN-SRTX-SW
                   DISPLAY "SORTED DATA EXTRACTED TO " FNAME-SRTX
               END-IF
           END-IF.
      * ABORTING A RUN THAT HAS ALREADY WRITTEN THE MAIN REPORT.
      *--------------------------------------------------------------*
       4720-COMPARE-INPUT-PROC.
           MOVE FNAME-CMP TO WS-RTN-HOLD-NAME
           PERFORM 9760-MAP-RETAINED-NAME
           MOVE WS-RTN-NAME TO FNAME-CMP
           OPEN INPUT COMPARE-FILE
           MOVE WS-RTN-HOLD-NAME TO FNAME-CMP
           IF WS-CMP-STATUS NOT = "00"
               DISPLAY "*** STATS: UNABLE TO OPEN COMPARE FILE "
                   FNAME-CMP " - FILE STATUS " WS-CMP-STATUS " ***"
                   END-READ
               END-PERFORM
               CLOSE COMPARE-FILE
               MOVE "COMPARE" TO WS-RTN-KIND
               MOVE FNAME-CMP TO WS-RTN-NAME
               MOVE N2 TO WS-RTN-COUNT
               MOVE SPACES TO WS-RTN-VALUE
               PERFORM 9770-RETAIN-INPUT-FILE
           END-IF.

      *--------------------------------------------------------------*
               END-READ
           END-IF.

      *--------------------------------------------------------------*
      * 6000-PAIRED-ANALYSIS - PAIRED MODE ONLY.  TWO PASSES OVER THE
      * STPAIRS WORK FILE: THE FIRST FOR COUNTS, SUMS, MINIMA AND
      * MAXIMA OF BOTH COLUMNS, THE SECOND (NOW THAT THE MEANS ARE
      * KNOWN) FOR THE SUMS OF SQUARED AND CROSS DEVIATIONS.  FROM
      * THOSE COME EACH COLUMN'S VARIANCE, THE COVARIANCE, THE
      * CORRELATION COEFFICIENT AND THE LEAST-SQUARES LINE OF Y ON X
      * WITH ITS R-SQUARED.  VARIANCE AND COVARIANCE FOLLOW THE RUN'S
      * POPULATION/SAMPLE BASIS.  THE PAIRS ARE THEN RE-SORTED BY
      * RESIDUAL SO THE WORST-FITTING POINTS CAN BE LISTED.
      *--------------------------------------------------------------*
       6000-PAIRED-ANALYSIS.
           PERFORM 6100-SUM-PAIRS
           PERFORM 6200-COMPUTE-PAIR-MOMENTS
           PERFORM 6300-PRINT-PAIRED-SUMMARY
           IF WS-PR-LINE-FITTED
               PERFORM 6400-SORT-RESIDUALS
               PERFORM 6500-PRINT-RESIDUALS
           END-IF.

      *--------------------------------------------------------------*
      * 6100-SUM-PAIRS - FIRST PASS: COUNT, SUM, MINIMUM AND MAXIMUM
      * OF EACH COLUMN, THEN THE TWO MEANS.
      *--------------------------------------------------------------*
       6100-SUM-PAIRS.
           MOVE 0 TO WS-PR-COUNT
           MOVE 0 TO WS-PR-SUM-X
           MOVE 0 TO WS-PR-SUM-Y
           MOVE 0 TO WS-PR-MIN-X
           MOVE 0 TO WS-PR-MAX-X
           MOVE 0 TO WS-PR-MIN-Y
           MOVE 0 TO WS-PR-MAX-Y
           MOVE 0 TO WS-PR-MEAN-X
           MOVE 0 TO WS-PR-MEAN-Y
           OPEN INPUT PAIR-FILE
           IF WS-PAIR-STATUS NOT = "00"
               DISPLAY "*** STATS: UNABLE TO OPEN PAIR WORK FILE"
                   " STPAIRS - FILE STATUS " WS-PAIR-STATUS " ***"
           ELSE
               MOVE 'N' TO WS-PAIR-EOF-SW
               PERFORM UNTIL WS-PAIR-EOF-SW = 'Y'
                   READ PAIR-FILE
                       AT END
                           MOVE 'Y' TO WS-PAIR-EOF-SW
                       NOT AT END
                           PERFORM 6110-SUM-ONE-PAIR
                   END-READ
               END-PERFORM
               CLOSE PAIR-FILE
           END-IF
           IF WS-PR-COUNT > 0
               COMPUTE WS-PR-MEAN-X ROUNDED = WS-PR-SUM-X / WS-PR-COUNT
               COMPUTE WS-PR-MEAN-Y ROUNDED = WS-PR-SUM-Y / WS-PR-COUNT
           END-IF.

       6110-SUM-ONE-PAIR.
           ADD 1 TO WS-PR-COUNT
           IF WS-PR-COUNT = 1
               MOVE PAIR-X TO WS-PR-MIN-X
               MOVE PAIR-X TO WS-PR-MAX-X
               MOVE PAIR-Y TO WS-PR-MIN-Y
               MOVE PAIR-Y TO WS-PR-MAX-Y
           END-IF
           IF PAIR-X < WS-PR-MIN-X
               MOVE PAIR-X TO WS-PR-MIN-X
           END-IF
           IF PAIR-X > WS-PR-MAX-X
               MOVE PAIR-X TO WS-PR-MAX-X
           END-IF
           IF PAIR-Y < WS-PR-MIN-Y
               MOVE PAIR-Y TO WS-PR-MIN-Y
           END-IF
           IF PAIR-Y > WS-PR-MAX-Y
               MOVE PAIR-Y TO WS-PR-MAX-Y
           END-IF
           ADD PAIR-X TO WS-PR-SUM-X
           ADD PAIR-Y TO WS-PR-SUM-Y.

      *--------------------------------------------------------------*
      * 6200-COMPUTE-PAIR-MOMENTS - SECOND PASS: SXX, SYY AND SXY
      * ABOUT THE MEANS, THEN THE DERIVED FIGURES.  THE LINE NEEDS X
      * TO VARY (SXX > 0); THE CORRELATION AND R-SQUARED ALSO NEED Y
      * TO VARY.  THE CORRELATION IS TAKEN AS SXY OVER THE PRODUCT OF
      * THE TWO ROOTS RATHER THAN THE ROOT OF THE PRODUCT, SO LARGE
      * AMOUNTS NEVER SQUARE TWICE.
      *--------------------------------------------------------------*
       6200-COMPUTE-PAIR-MOMENTS.
           MOVE 0 TO WS-PR-SXX
           MOVE 0 TO WS-PR-SYY
           MOVE 0 TO WS-PR-SXY
           MOVE 0 TO WS-PR-VAR-X
           MOVE 0 TO WS-PR-VAR-Y
           MOVE 0 TO WS-PR-STD-X
           MOVE 0 TO WS-PR-STD-Y
           MOVE 0 TO WS-PR-COVAR
           MOVE 0 TO WS-PR-CORR
           MOVE 0 TO WS-PR-SLOPE
           MOVE 0 TO WS-PR-INTERCEPT
           MOVE 0 TO WS-PR-RSQ
           MOVE 'N' TO WS-PR-LINE-SW
           MOVE 'N' TO WS-PR-CORR-SW
           IF WS-PR-COUNT > 1
               OPEN INPUT PAIR-FILE
               MOVE 'N' TO WS-PAIR-EOF-SW
               PERFORM UNTIL WS-PAIR-EOF-SW = 'Y'
                   READ PAIR-FILE
                       AT END
                           MOVE 'Y' TO WS-PAIR-EOF-SW
                       NOT AT END
                           PERFORM 6210-ADD-PAIR-DEVIATIONS
                   END-READ
               END-PERFORM
               CLOSE PAIR-FILE
               IF WS-VAR-SAMPLE
                   COMPUTE WS-PR-DIVISOR = WS-PR-COUNT - 1
               ELSE
                   MOVE WS-PR-COUNT TO WS-PR-DIVISOR
               END-IF
               COMPUTE WS-PR-VAR-X ROUNDED = WS-PR-SXX / WS-PR-DIVISOR
               COMPUTE WS-PR-VAR-Y ROUNDED = WS-PR-SYY / WS-PR-DIVISOR
               COMPUTE WS-PR-STD-X ROUNDED = FUNCTION SQRT(WS-PR-VAR-X)
               COMPUTE WS-PR-STD-Y ROUNDED = FUNCTION SQRT(WS-PR-VAR-Y)
               COMPUTE WS-PR-COVAR ROUNDED = WS-PR-SXY / WS-PR-DIVISOR
               IF WS-PR-SXX > 0
                   MOVE 'Y' TO WS-PR-LINE-SW
                   COMPUTE WS-PR-SLOPE ROUNDED
                       = WS-PR-SXY / WS-PR-SXX
                   COMPUTE WS-PR-INTERCEPT ROUNDED
                       = WS-PR-MEAN-Y - (WS-PR-SLOPE * WS-PR-MEAN-X)
                   IF WS-PR-SYY > 0
                       MOVE 'Y' TO WS-PR-CORR-SW
                       COMPUTE WS-PR-ROOT-SXX ROUNDED
                           = FUNCTION SQRT(WS-PR-SXX)
                       COMPUTE WS-PR-ROOT-SYY ROUNDED
                           = FUNCTION SQRT(WS-PR-SYY)
                       COMPUTE WS-PR-CORR ROUNDED
                           = WS-PR-SXY / WS-PR-ROOT-SXX
                               / WS-PR-ROOT-SYY
                       COMPUTE WS-PR-RSQ ROUNDED
                           = (WS-PR-SXY / WS-PR-SXX)
                               * (WS-PR-SXY / WS-PR-SYY)
                   END-IF
               END-IF
           END-IF.

       6210-ADD-PAIR-DEVIATIONS.
           COMPUTE WS-PR-DEV-X = PAIR-X - WS-PR-MEAN-X
           COMPUTE WS-PR-DEV-Y = PAIR-Y - WS-PR-MEAN-Y
           COMPUTE WS-PR-SXX = WS-PR-SXX + (WS-PR-DEV-X * WS-PR-DEV-X)
           COMPUTE WS-PR-SYY = WS-PR-SYY + (WS-PR-DEV-Y * WS-PR-DEV-Y)
           COMPUTE WS-PR-SXY = WS-PR-SXY + (WS-PR-DEV-X * WS-PR-DEV-Y).

      *--------------------------------------------------------------*
      * 6300-PRINT-PAIRED-SUMMARY - THE TWO COLUMNS' SUMMARIES SIDE
      * BY SIDE, THEN THE FIGURES THAT RELATE THEM.
      *--------------------------------------------------------------*
       6300-PRINT-PAIRED-SUMMARY.
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE "===== PAIRED ANALYSIS (Y ON X) =====" TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-PR-COUNT TO WS-DISP-LINE-NO
           STRING "PAIRS ACCEPTED . . : " WS-DISP-LINE-NO
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "                     " "            X COLUMN"
               "  " "            Y COLUMN" INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-PR-MIN-X TO WS-DISP-NUM
           MOVE WS-PR-MIN-Y TO WS-DISP-NUM-Y
           STRING "MINIMUM VALUE  . . : " WS-DISP-NUM "  "
               WS-DISP-NUM-Y INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-PR-MAX-X TO WS-DISP-NUM
           MOVE WS-PR-MAX-Y TO WS-DISP-NUM-Y
           STRING "MAXIMUM VALUE  . . : " WS-DISP-NUM "  "
               WS-DISP-NUM-Y INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-PR-SUM-X TO WS-DISP-NUM
           MOVE WS-PR-SUM-Y TO WS-DISP-NUM-Y
           STRING "SUM OF VALUES  . . : " WS-DISP-NUM "  "
               WS-DISP-NUM-Y INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-PR-MEAN-X TO WS-DISP-NUM
           MOVE WS-PR-MEAN-Y TO WS-DISP-NUM-Y
           STRING "AVERAGE VALUE  . . : " WS-DISP-NUM "  "
               WS-DISP-NUM-Y INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-PR-VAR-X TO WS-DISP-NUM
           MOVE WS-PR-VAR-Y TO WS-DISP-NUM-Y
           STRING "VARIANCE . . . . . : " WS-DISP-NUM "  "
               WS-DISP-NUM-Y INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-PR-STD-X TO WS-DISP-NUM
           MOVE WS-PR-STD-Y TO WS-DISP-NUM-Y
           STRING "STANDARD DEVIATION : " WS-DISP-NUM "  "
               WS-DISP-NUM-Y INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           IF WS-PR-COUNT < 2
               MOVE SPACES TO PRINT-LINE
               STRING "FEWER THAN TWO PAIRS ACCEPTED - NO COVARIANCE,"
                   " CORRELATION OR LINE" INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
           ELSE
               MOVE SPACES TO PRINT-LINE
               MOVE WS-PR-COVAR TO WS-DISP-NUM
               STRING "COVARIANCE . . . . : " WS-DISP-NUM
                   INTO PRINT-LINE
               PERFORM 8900-PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               IF WS-PR-CORR-DEFINED
                   MOVE WS-PR-CORR TO WS-DISP-CORR
                   STRING "CORRELATION (R)  . : " WS-DISP-CORR
                       INTO PRINT-LINE
               ELSE
                   STRING "CORRELATION (R)  . : NOT DEFINED - X OR Y"
                       " DOES NOT VARY" INTO PRINT-LINE
               END-IF
               PERFORM 8900-PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               IF WS-PR-LINE-FITTED
                   MOVE "LEAST-SQUARES LINE : Y = A + B * X"
                       TO PRINT-LINE
                   PERFORM 8900-PRINT-LINE
                   MOVE SPACES TO PRINT-LINE
                   MOVE WS-PR-SLOPE TO WS-DISP-SLOPE
                   STRING "  SLOPE (B)  . . . : " WS-DISP-SLOPE
                       INTO PRINT-LINE
                   PERFORM 8900-PRINT-LINE
                   MOVE SPACES TO PRINT-LINE
                   MOVE WS-PR-INTERCEPT TO WS-DISP-NUM
                   STRING "  INTERCEPT (A)  . : " WS-DISP-NUM
                       INTO PRINT-LINE
                   PERFORM 8900-PRINT-LINE
                   MOVE SPACES TO PRINT-LINE
                   IF WS-PR-CORR-DEFINED
                       MOVE WS-PR-RSQ TO WS-DISP-CORR
                       STRING "  R-SQUARED  . . . : " WS-DISP-CORR
                           INTO PRINT-LINE
                   ELSE
                       STRING "  R-SQUARED  . . . : NOT DEFINED - Y"
                           " DOES NOT VARY" INTO PRINT-LINE
                   END-IF
                   PERFORM 8900-PRINT-LINE
               ELSE
                   STRING "LEAST-SQUARES LINE : NOT DEFINED - X DOES"
                       " NOT VARY" INTO PRINT-LINE
                   PERFORM 8900-PRINT-LINE
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      * 6400-SORT-RESIDUALS - RELEASE EVERY PAIR WITH ITS FITTED Y
      * AND RESIDUAL (Y LESS FITTED Y), LARGEST ABSOLUTE RESIDUAL
      * FIRST, TIES IN ORIGINAL LINE ORDER.
      *--------------------------------------------------------------*
       6400-SORT-RESIDUALS.
           SORT SORT-FILE3
               ON DESCENDING KEY SORT3-ABS-RESID
               ON ASCENDING KEY SORT3-ORIG-LINE
               INPUT PROCEDURE 6410-RELEASE-RESIDUALS
               GIVING SORTED-RESID.

       6410-RELEASE-RESIDUALS.
           OPEN INPUT PAIR-FILE
           MOVE 'N' TO WS-PAIR-EOF-SW
           PERFORM UNTIL WS-PAIR-EOF-SW = 'Y'
               READ PAIR-FILE
                   AT END
                       MOVE 'Y' TO WS-PAIR-EOF-SW
                   NOT AT END
                       COMPUTE SORT3-FITTED ROUNDED
                           = WS-PR-INTERCEPT + (WS-PR-SLOPE * PAIR-X)
                       COMPUTE SORT3-RESID = PAIR-Y - SORT3-FITTED
                       IF SORT3-RESID < 0
                           COMPUTE SORT3-ABS-RESID = 0 - SORT3-RESID
                       ELSE
                           MOVE SORT3-RESID TO SORT3-ABS-RESID
                       END-IF
                       MOVE PAIR-X TO SORT3-X
                       MOVE PAIR-Y TO SORT3-Y
                       MOVE PAIR-ORIG-LINE TO SORT3-ORIG-LINE
                       RELEASE SORT-REC3
               END-READ
           END-PERFORM
           CLOSE PAIR-FILE.

      *--------------------------------------------------------------*
      * 6500-PRINT-RESIDUALS - THE WORST-FITTING POINTS, AS MANY AS
      * THE TOP/BOTTOM COUNT ASKED FOR (WS-PR-RESID-DEFAULT WHEN THAT
      * WAS ZERO), EACH WITH ITS ORIGINAL LINE NUMBER SO IT CAN BE
      * FOUND IN THE INPUT.
      *--------------------------------------------------------------*
       6500-PRINT-RESIDUALS.
           IF WS-TOPN-COUNT > 0
               MOVE WS-TOPN-COUNT TO WS-PR-RESID-LIMIT
           ELSE
               MOVE WS-PR-RESID-DEFAULT TO WS-PR-RESID-LIMIT
           END-IF
           MOVE 0 TO WS-PR-RESID-PRINTED
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE "----- LARGEST RESIDUALS (Y LESS FITTED Y) -----"
               TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "    LINE" "  " "             X VALUE" "  "
               "             Y VALUE" "  " "            FITTED Y"
               "  " "            RESIDUAL" INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           OPEN INPUT SORTED-RESID
           MOVE 'N' TO WS-PAIR-EOF-SW
           PERFORM UNTIL WS-PAIR-EOF-SW = 'Y'
               READ SORTED-RESID
                   AT END
                       MOVE 'Y' TO WS-PAIR-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-PR-RESID-PRINTED
                       MOVE SRES-ORIG-LINE TO WS-DISP-LINE-NO
                       MOVE SRES-X TO WS-DISP-NUM
                       MOVE SRES-Y TO WS-DISP-NUM-Y
                       MOVE SRES-FITTED TO WS-DISP-FITTED
                       MOVE SRES-RESID TO WS-DISP-RESID
                       MOVE SPACES TO PRINT-LINE
                       STRING "  " WS-DISP-LINE-NO "  " WS-DISP-NUM
                           "  " WS-DISP-NUM-Y "  " WS-DISP-FITTED
                           "  " WS-DISP-RESID INTO PRINT-LINE
                       PERFORM 8900-PRINT-LINE
                       IF WS-PR-RESID-PRINTED >= WS-PR-RESID-LIMIT
                           MOVE 'Y' TO WS-PAIR-EOF-SW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SORTED-RESID.

      *--------------------------------------------------------------*
      * 7000-DATED-ANALYSIS - DATED MODE ONLY.  THE SERIES' SPAN AND
      * DATE EXCEPTIONS, THEN THREE PASSES OVER STDATED - BY DAY, BY
      * WEEK (MONDAY TO SUNDAY, LABELLED WITH THE MONDAY) AND BY
      * MONTH - EACH GIVING COUNT, TOTAL, AVERAGE, THE MOVING AVERAGE
      * OF THE LAST WS-DT-MA-PERIODS PERIOD TOTALS AND THE CHANGE ON
      * THE PRIOR PERIOD'S TOTAL.
      *--------------------------------------------------------------*
       7000-DATED-ANALYSIS.
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE "===== DATED SERIES =====" TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-DT-DAYS TO WS-DISP-LINE-NO
           STRING "DATES ACCEPTED . . : " WS-DISP-LINE-NO
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "FIRST DATE . . . . : " WS-DT-FIRST-DATE
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "LAST DATE  . . . . : " WS-DT-LAST-DATE
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-DT-NONBUS-COUNT TO WS-DISP-LINE-NO
           STRING "NON-BUSINESS DAYS  : " WS-DISP-LINE-NO
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-DT-BAD-DATES TO WS-DISP-LINE-NO
           STRING "INVALID DATES  . . : " WS-DISP-LINE-NO
               "  (REJECTED)" INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-DT-SEQ-REJECTS TO WS-DISP-LINE-NO
           STRING "DUPLICATE OR OUT-OF-SEQUENCE DATES : "
               WS-DISP-LINE-NO "  (REJECTED)" INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-DT-MA-PERIODS TO WS-DISP-LINE-NO
           STRING "MOVING AVERAGE OVER" WS-DISP-LINE-NO " PERIOD(S)"
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           IF WS-DT-DAYS > 0
               MOVE 'D' TO WS-DT-LEVEL
               PERFORM 7100-PERIOD-PASS
               MOVE 'W' TO WS-DT-LEVEL
               PERFORM 7100-PERIOD-PASS
               MOVE 'M' TO WS-DT-LEVEL
               PERFORM 7100-PERIOD-PASS
           END-IF.

      *--------------------------------------------------------------*
      * 7100-PERIOD-PASS - ONE CONTROL-BREAK PASS OVER STDATED AT THE
      * LEVEL IN WS-DT-LEVEL.  THE FILE IS IN DATE ORDER, SO EVERY
      * DAY, WEEK AND MONTH ARRIVES AS ONE UNBROKEN RUN OF RECORDS.
      *--------------------------------------------------------------*
       7100-PERIOD-PASS.
           MOVE SPACES TO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           EVALUATE TRUE
               WHEN WS-DT-DAILY
                   MOVE "----- BY DAY (YYMMDD) -----" TO PRINT-LINE
               WHEN WS-DT-WEEKLY
                   MOVE "----- BY WEEK (YYMMDD OF THE MONDAY) -----"
                       TO PRINT-LINE
               WHEN OTHER
                   MOVE "----- BY MONTH (YYMM) -----" TO PRINT-LINE
           END-EVALUATE
           PERFORM 8900-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "PERIOD   COUNT                 TOTAL"
               "               AVERAGE        MOVING AVERAGE"
               "                CHANGE      % CHANGE  NOTE"
               INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE 0 TO WS-DT-RING-POS
           MOVE 0 TO WS-DT-RING-FILLED
           MOVE 0 TO WS-DT-RING-SUM
           MOVE 'N' TO WS-DT-HAVE-PREV-SW
           MOVE 'N' TO WS-DT-IN-PERIOD-SW
           OPEN INPUT DATED-FILE
           IF WS-DATED-STATUS NOT = "00"
               DISPLAY "*** STATS: UNABLE TO OPEN DATED WORK FILE"
                   " STDATED - FILE STATUS " WS-DATED-STATUS " ***"
           ELSE
               MOVE 'N' TO WS-DT-EOF-SW
               PERFORM UNTIL WS-DT-EOF-SW = 'Y'
                   READ DATED-FILE
                       AT END
                           MOVE 'Y' TO WS-DT-EOF-SW
                       NOT AT END
                           PERFORM 7110-TALLY-DATED-RECORD
                   END-READ
               END-PERFORM
               CLOSE DATED-FILE
               IF WS-DT-IN-PERIOD
                   PERFORM 7150-CLOSE-PERIOD
               END-IF
           END-IF.

       7110-TALLY-DATED-RECORD.
           EVALUATE TRUE
               WHEN WS-DT-DAILY
                   MOVE DTD-DATE TO WS-DT-KEY
               WHEN WS-DT-WEEKLY
                   MOVE DTD-WEEK TO WS-DT-KEY
               WHEN OTHER
                   MOVE DTD-MONTH TO WS-DT-KEY
           END-EVALUATE
           IF WS-DT-IN-PERIOD AND WS-DT-KEY NOT = WS-DT-CUR-KEY
               PERFORM 7150-CLOSE-PERIOD
           END-IF
           IF NOT WS-DT-IN-PERIOD
               MOVE WS-DT-KEY TO WS-DT-CUR-KEY
               MOVE 0 TO WS-DT-PER-COUNT
               MOVE 0 TO WS-DT-PER-NONBUS
               MOVE 0 TO WS-DT-PER-TOTAL
               MOVE 'Y' TO WS-DT-IN-PERIOD-SW
           END-IF
           ADD 1 TO WS-DT-PER-COUNT
           ADD DTD-VALUE TO WS-DT-PER-TOTAL
           IF DTD-BUSINESS NOT = 'Y'
               ADD 1 TO WS-DT-PER-NONBUS
           END-IF.

      *--------------------------------------------------------------*
      * 7150-CLOSE-PERIOD - PRINT THE PERIOD JUST ENDED.  ITS TOTAL
      * GOES INTO THE MOVING-AVERAGE RING (OVERWRITING THE OLDEST
      * ONCE THE RING IS FULL); THE MOVING AVERAGE PRINTS ONLY WHEN
      * A FULL WS-DT-MA-PERIODS PERIODS ARE IN IT.  THE PERCENT
      * CHANGE IS LEFT BLANK WHEN THE PRIOR TOTAL WAS ZERO.
      *--------------------------------------------------------------*
       7150-CLOSE-PERIOD.
           COMPUTE WS-DT-PER-AVG ROUNDED
               = WS-DT-PER-TOTAL / WS-DT-PER-COUNT
           ADD 1 TO WS-DT-RING-POS
           IF WS-DT-RING-POS > WS-DT-MA-PERIODS
               MOVE 1 TO WS-DT-RING-POS
           END-IF
           IF WS-DT-RING-FILLED < WS-DT-MA-PERIODS
               ADD 1 TO WS-DT-RING-FILLED
           ELSE
               SUBTRACT WS-DT-RING-ENTRY(WS-DT-RING-POS)
                   FROM WS-DT-RING-SUM
           END-IF
           MOVE WS-DT-PER-TOTAL TO WS-DT-RING-ENTRY(WS-DT-RING-POS)
           ADD WS-DT-PER-TOTAL TO WS-DT-RING-SUM
           MOVE SPACES TO WS-DT-MA-TEXT
           IF WS-DT-RING-FILLED = WS-DT-MA-PERIODS
               COMPUTE WS-DT-MOV-AVG ROUNDED
                   = WS-DT-RING-SUM / WS-DT-MA-PERIODS
               MOVE WS-DT-MOV-AVG TO WS-DISP-DT-AVG
               MOVE WS-DISP-DT-AVG TO WS-DT-MA-TEXT
           END-IF
           MOVE SPACES TO WS-DT-CHG-TEXT
           MOVE SPACES TO WS-DT-PCT-TEXT
           IF WS-DT-HAVE-PREV
               COMPUTE WS-DT-CHANGE = WS-DT-PER-TOTAL - WS-DT-PREV-TOTAL
               MOVE WS-DT-CHANGE TO WS-DISP-DT-AVG
               MOVE WS-DISP-DT-AVG TO WS-DT-CHG-TEXT
               IF WS-DT-PREV-TOTAL NOT = 0
                   COMPUTE WS-DT-PCT ROUNDED
                       = WS-DT-CHANGE * 100 / WS-DT-PREV-TOTAL
                   MOVE WS-DT-PCT TO WS-DISP-PCT
                   MOVE WS-DISP-PCT TO WS-DT-PCT-TEXT
               END-IF
           END-IF
           MOVE WS-DT-PER-TOTAL TO WS-DT-PREV-TOTAL
           MOVE 'Y' TO WS-DT-HAVE-PREV-SW
           MOVE SPACES TO WS-DT-NOTE-TEXT
           IF WS-DT-PER-NONBUS > 0
               IF WS-DT-DAILY
                   MOVE "NON-BUSINESS" TO WS-DT-NOTE-TEXT
               ELSE
                   MOVE WS-DT-PER-NONBUS TO WS-DISP-DT-COUNT
                   STRING WS-DISP-DT-COUNT(4:3) " NON-BUS"
                       INTO WS-DT-NOTE-TEXT
               END-IF
           END-IF
           IF WS-DT-MONTHLY
               MOVE WS-DT-CUR-KEY(3:4) TO WS-DISP-DT-KEY
           ELSE
               MOVE WS-DT-CUR-KEY TO WS-DISP-DT-KEY
           END-IF
           MOVE WS-DT-PER-COUNT TO WS-DISP-DT-COUNT
           MOVE WS-DT-PER-TOTAL TO WS-DISP-NUM
           MOVE WS-DT-PER-AVG TO WS-DISP-NUM-Y
           MOVE SPACES TO PRINT-LINE
           STRING WS-DISP-DT-KEY "  " WS-DISP-DT-COUNT "  "
               WS-DISP-NUM "  " WS-DISP-NUM-Y "  " WS-DT-MA-TEXT
               "  " WS-DT-CHG-TEXT "  " WS-DT-PCT-TEXT "  "
               WS-DT-NOTE-TEXT INTO PRINT-LINE
           PERFORM 8900-PRINT-LINE
           MOVE 'N' TO WS-DT-IN-PERIOD-SW.

      *--------------------------------------------------------------*
      * 8800-GET-ANSWER - SINGLE CHOKEPOINT FOR EVERY OPERATOR
      * QUESTION.  THE SHARED RESPOND SUBPROGRAM ANSWERS FROM THE
      * RESPFILE RESPONSE FILE WHEN ONE IS PRESENT AND FROM THE
      * CONSOLE OTHERWISE, SO AN UNATTENDED RUN NEVER BLOCKS ON AN
      * ACCEPT.  EVERY ANSWER IS RETAINED UNDER THE RUN TICKET; A
      * REPLAY TAKES THE RETAINED ANSWER INSTEAD OF ASKING.
      *--------------------------------------------------------------*
       8800-GET-ANSWER.
           MOVE SPACES TO WS-ANSWER
           MOVE WS-PROMPT TO WS-RTN-NAME
           IF WS-RERUN-MODE
               MOVE 'R' TO WS-RTN-ACTION
               PERFORM 9795-CALL-RETAIN
               MOVE WS-RTN-TEXT TO WS-ANSWER
           ELSE
               CALL "RESPOND" USING WS-PROMPT WS-ANSWER
               MOVE 'A' TO WS-RTN-ACTION
               MOVE WS-RUN-TICKET TO WS-RTN-TICKET
               MOVE WS-ANSWER TO WS-RTN-TEXT
               PERFORM 9795-CALL-RETAIN
           END-IF.

      *--------------------------------------------------------------*
      * 8900-PRINT-LINE - SINGLE CHOKEPOINT FOR EVERY DETAIL LINE
           WRITE PRINT-LINE
           MOVE 2 TO WS-RPT-LINES-ON-PAGE.

      *--------------------------------------------------------------*
      * 9700-LINEAGE-INPUT-FILE - ONE INPUT LINE FOR THE FILE JUST
      * CLOSED: ITS NAME, THE DATA RECORDS IT HELD AND THE HASH ITS
      * OWN TRAILER CARRIED (OR NO TRAILER).
      *--------------------------------------------------------------*
       9700-LINEAGE-INPUT-FILE.
           MOVE 'I' TO WS-LIN-ROLE
           MOVE "FILE" TO WS-LIN-KIND
           MOVE FNAME-INP TO WS-LIN-NAME
           COMPUTE WS-LIN-COUNT = WS-LINE-NO - WS-LIN-LINE-START
           IF WS-LIN-FILE-TRAILER
               COMPUTE WS-LIN-HASH
                   = WS-TRAILER-HASH - WS-LIN-HASH-START
               MOVE WS-LIN-HASH TO WS-DISP-LIN-HASH
               MOVE WS-DISP-LIN-HASH TO WS-LIN-VALUE
           ELSE
               MOVE "NO TRAILER" TO WS-LIN-VALUE
           END-IF
           PERFORM 9790-CALL-LINEPUT.

      *--------------------------------------------------------------*
      * 9710-LINEAGE-JOB-OUTPUTS - EVERYTHING ONE SORTED JOB WROTE
      * BEYOND THE REPORT: THE STATTRND KEY, THE CATTRND AND STATXTR
      * RECORDS, THE SORTED EXTRACT - AND THE COMPARE FILE IT READ.
      *--------------------------------------------------------------*
       9710-LINEAGE-JOB-OUTPUTS.
           MOVE 'O' TO WS-LIN-ROLE
           IF WS-LIN-TREND-KEY NOT = SPACES
               MOVE "TRENDKEY" TO WS-LIN-KIND
               MOVE "STATTRND" TO WS-LIN-NAME
               MOVE 1 TO WS-LIN-COUNT
               MOVE WS-LIN-TREND-KEY TO WS-LIN-VALUE
               PERFORM 9790-CALL-LINEPUT
           END-IF
           IF WS-LIN-CAT-LINES > 0
               MOVE "CATTRND" TO WS-LIN-KIND
               MOVE "CATTRND" TO WS-LIN-NAME
               MOVE WS-LIN-CAT-LINES TO WS-LIN-COUNT
               MOVE SPACES TO WS-LIN-VALUE
               PERFORM 9790-CALL-LINEPUT
           END-IF
           IF WS-LIN-XTR-RECS > 0
               MOVE "EXTRACT" TO WS-LIN-KIND
               MOVE "STATXTR" TO WS-LIN-NAME
               MOVE WS-LIN-XTR-RECS TO WS-LIN-COUNT
               MOVE SPACES TO WS-LIN-VALUE
               PERFORM 9790-CALL-LINEPUT
           END-IF
           IF WS-LIN-SRTX-WRITTEN
               MOVE "SORTXTR" TO WS-LIN-KIND
               MOVE FNAME-SRTX TO WS-LIN-NAME
               MOVE N TO WS-LIN-COUNT
               MOVE WS-SRTX-HASH TO WS-DISP-LIN-HASH
               MOVE WS-DISP-LIN-HASH TO WS-LIN-VALUE
               PERFORM 9790-CALL-LINEPUT
           END-IF
           IF WS-COMPARE-MODE
               MOVE 'I' TO WS-LIN-ROLE
               MOVE "COMPARE" TO WS-LIN-KIND
               MOVE FNAME-CMP TO WS-LIN-NAME
               MOVE N2 TO WS-LIN-COUNT
               MOVE SPACES TO WS-LIN-VALUE
               PERFORM 9790-CALL-LINEPUT
           END-IF.

      *--------------------------------------------------------------*
      * 9720-LINEAGE-RUN-OUTPUTS - THE REPORT AND REJECT FILES ARE
      * RUN-WIDE (A CONTROL-FILE RUN WRITES ONE OF EACH FOR ALL ITS
      * JOBS), THEN THE TOOLPARM VALUES THE RUN WAS MADE UNDER.  A
      * RUN THAT NEVER GOT AS FAR AS READING AN INPUT FILE LEAVES NO
      * LINEAGE AT ALL.
      *--------------------------------------------------------------*
       9720-LINEAGE-RUN-OUTPUTS.
           IF NOT WS-LIN-ANY-WRITTEN
               GO TO 9720-LINEAGE-RUN-OUTPUTS-EXIT
           END-IF
           MOVE 'O' TO WS-LIN-ROLE
           MOVE SPACES TO WS-LIN-VALUE
           IF NOT WS-ABORT-RUN
               MOVE "REPORT" TO WS-LIN-KIND
               MOVE WS-RPT-FNAME TO WS-LIN-NAME
               MOVE WS-AUDIT-RECORDS-OUT TO WS-LIN-COUNT
               PERFORM 9790-CALL-LINEPUT
           END-IF
           IF WS-CONTROL-MODE
               MOVE WS-RUN-REJECTS TO WS-LIN-REJECTS
           ELSE
               MOVE WS-REJECT-COUNT TO WS-LIN-REJECTS
           END-IF
           IF WS-LIN-REJECTS > 0
               MOVE "REJECTS" TO WS-LIN-KIND
               MOVE "REJOUT" TO WS-LIN-NAME
               MOVE WS-LIN-REJECTS TO WS-LIN-COUNT
               PERFORM 9790-CALL-LINEPUT
               MOVE "STATSUSP" TO WS-LIN-NAME
               PERFORM 9790-CALL-LINEPUT
           END-IF
           MOVE 'P' TO WS-LIN-ROLE
           PERFORM 9790-CALL-LINEPUT.
       9720-LINEAGE-RUN-OUTPUTS-EXIT.
           EXIT.

      *--------------------------------------------------------------*
      * 9790-CALL-LINEPUT - THE ONE LINEPUT CALL, KEEPING THE RUN'S
      * RETURN-CODE ACROSS IT.  A REPLAY WRITES NO LINEAGE - ITS
      * OUTPUTS ARE FOR COMPARISON, NOT FOR USE.
      *--------------------------------------------------------------*
       9790-CALL-LINEPUT.
           IF NOT WS-RERUN-MODE
               MOVE RETURN-CODE TO WS-SAVE-RC
               CALL "LINEPUT" USING WS-AUDIT-PROGRAM WS-RUN-TICKET
                   WS-LIN-ROLE WS-LIN-KIND WS-LIN-NAME WS-LIN-COUNT
                   WS-LIN-VALUE
               MOVE WS-SAVE-RC TO RETURN-CODE
               SET WS-LIN-ANY-WRITTEN TO TRUE
           END-IF.

      *--------------------------------------------------------------*
      * 9750-CHECK-RERUN - ASK RETAIN WHETHER RERUN IS REPLAYING A
      * TICKET.  IF SO TOOLPARM IS READ FROM THE TICKET'S RETAINED
      * COPY AND THE REJECT FILES CARRY THE REPLAYED TICKET, SO THE
      * LIVE ONES ARE LEFT ALONE.
      *--------------------------------------------------------------*
       9750-CHECK-RERUN.
           MOVE 'N' TO WS-RERUN-SW
           MOVE 0 TO WS-RERUN-TICKET
           MOVE "TOOLPARM" TO WS-PARM-FNAME
           MOVE "REJOUT" TO WS-REJ-FNAME
           MOVE "STATSUSP" TO WS-SUSP-FNAME
           MOVE 0 TO WS-FX-RUN-DATE
           MOVE 'Q' TO WS-RTN-ACTION
           MOVE SPACES TO WS-RTN-KIND
           MOVE SPACES TO WS-RTN-VALUE
           PERFORM 9795-CALL-RETAIN
           IF WS-RTN-KIND = "RERUN"
               SET WS-RERUN-MODE TO TRUE
               MOVE WS-RTN-TICKET TO WS-RERUN-TICKET
               IF WS-RTN-VALUE(1:6) IS NUMERIC
                   MOVE WS-RTN-VALUE(1:6) TO WS-FX-RUN-DATE
               END-IF
               MOVE "TOOLPARM" TO WS-RTN-HOLD-NAME
               PERFORM 9760-MAP-RETAINED-NAME
               MOVE WS-RTN-NAME TO WS-PARM-FNAME
               MOVE SPACES TO WS-REJ-FNAME
               STRING "REJOUT.R" WS-RERUN-TICKET INTO WS-REJ-FNAME
               MOVE SPACES TO WS-SUSP-FNAME
               STRING "STATSUSP.R" WS-RERUN-TICKET INTO WS-SUSP-FNAME
               DISPLAY "STATS: REPLAYING TICKET " WS-RERUN-TICKET
                   " FROM ITS RETAINED INPUT"
           END-IF.

      *--------------------------------------------------------------*
      * 9760-MAP-RETAINED-NAME - THE NAME TO OPEN FOR THE FILE IN
      * WS-RTN-HOLD-NAME: ITSELF, OR ITS RETAINED COPY IN A REPLAY.
      *--------------------------------------------------------------*
       9760-MAP-RETAINED-NAME.
           MOVE WS-RTN-HOLD-NAME TO WS-RTN-NAME
           IF WS-RERUN-MODE
               MOVE 'M' TO WS-RTN-ACTION
               PERFORM 9795-CALL-RETAIN
           END-IF.

      *--------------------------------------------------------------*
      * 9770-RETAIN-INPUT-FILE - KEEP A COPY OF THE FILE JUST READ,
      * WITH THE KIND, NAME, COUNT AND VALUE THE CALLER HAS SET.
      *--------------------------------------------------------------*
       9770-RETAIN-INPUT-FILE.
           MOVE 'F' TO WS-RTN-ACTION
           MOVE WS-RUN-TICKET TO WS-RTN-TICKET
           PERFORM 9795-CALL-RETAIN.

      *--------------------------------------------------------------*
      * 9795-CALL-RETAIN - THE ONE RETAIN CALL, KEEPING THE RUN'S
      * RETURN-CODE ACROSS IT.
      *--------------------------------------------------------------*
       9795-CALL-RETAIN.
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "RETAIN" USING WS-RTN-ACTION WS-AUDIT-PROGRAM
               WS-RTN-TICKET WS-RTN-KIND WS-RTN-NAME WS-RTN-TEXT
               WS-RTN-COUNT WS-RTN-VALUE
           MOVE WS-SAVE-RC TO RETURN-CODE.

       9999-FINISH-EXIT.
           IF WS-PRINT-STATUS = "00"
               CLOSE PRINT-FILE
               IF NOT WS-ABORT-RUN AND NOT WS-RERUN-MODE
                   CALL "RPTARCHV" USING WS-ARCHIVE-REPORT
               END-IF
           END-IF
           IF WS-SUSPENSE-STATUS = "00"
               CLOSE SUSPENSE-FILE
           END-IF
           IF NOT WS-ABORT-RUN AND NOT WS-RERUN-MODE
               OPEN OUTPUT CHECKPOINT-FILE
               CLOSE CHECKPOINT-FILE
               OPEN OUTPUT CHECKPOINT-DATA
               DISPLAY "STATS REPORT WRITTEN TO " WS-RPT-FNAME
           END-IF
           IF WS-REJECT-COUNT > 0
               DISPLAY WS-REJECT-COUNT " RECORD(S) REJECTED - SEE "
                   WS-REJ-FNAME
               DISPLAY "REJECTED RECORDS COPIED TO " WS-SUSP-FNAME
                   " FOR CORRECTION AND RESUBMISSION"
           END-IF
           IF WS-TRAILER-MISMATCH
               DISPLAY "*** TRAILER CONTROL TOTAL MISMATCH ON THIS"
                   " RUN ***"
           END-IF
           IF WS-TRAILER-MISMATCH AND NOT WS-RERUN-MODE
      *--------------------------------------------------------------*
      * THE SHORT CAPTION LEAVES ROOM FOR THE WHOLE 30-BYTE FILENAME
      * INSIDE ALERTPUT'S 60-BYTE TEXT.
               CALL "ALERTPUT" USING WS-AUDIT-PROGRAM WS-ALERT-TEXT
           END-IF
           IF NOT WS-ABORT-RUN AND WS-TRAILER-FOUND
                   AND NOT WS-RERUN-MODE
               PERFORM 9800-RECORD-RUN-FINGERPRINT
           END-IF
           IF NOT WS-CONTROL-MODE
               MOVE WS-FX-NO-RATE-COUNT TO WS-RUN-FX-NO-RATE
           END-IF
           IF WS-RUN-FX-NO-RATE > 0 AND NOT WS-RERUN-MODE
               MOVE WS-RUN-FX-NO-RATE TO WS-DISP-FX-REJECTS
               MOVE SPACES TO WS-NOTE-TEXT
               STRING "REJECTED " WS-DISP-FX-REJECTS " LINE(S) WITH NO"
                   " EXCHANGE RATE IN EFFECT " WS-FX-RUN-DATE
                   INTO WS-NOTE-TEXT
               MOVE RETURN-CODE TO WS-SAVE-RC
               CALL "AUDITNOTE" USING WS-AUDIT-PROGRAM WS-NOTE-TEXT
                   WS-RUN-TICKET
               MOVE WS-SAVE-RC TO RETURN-CODE
           END-IF
           IF WS-SCALE-FACTOR NOT = 1
               MOVE WS-SCALE-FACTOR TO WS-DISP-SCALE
               MOVE SPACES TO WS-NOTE-TEXT
               COMPUTE WS-AUDIT-RECORDS-OUT = WS-LINE-NO
                   - WS-REJECT-COUNT - WS-EXCLUDED-COUNT
           END-IF
           PERFORM 9720-LINEAGE-RUN-OUTPUTS
               THRU 9720-LINEAGE-RUN-OUTPUTS-EXIT
           MOVE 'E' TO WS-RTN-ACTION
           MOVE WS-RUN-TICKET TO WS-RTN-TICKET
           MOVE SPACES TO WS-RTN-NAME
           IF WS-PRINT-STATUS = "00"
               MOVE WS-RPT-FNAME TO WS-RTN-NAME
           END-IF
           PERFORM 9795-CALL-RETAIN
           MOVE RETURN-CODE TO WS-SAVE-RC
           CALL "AUDITLOG" USING WS-AUDIT-PROGRAM WS-AUDIT-RECORDS-IN
               WS-AUDIT-RECORDS-OUT WS-RUN-TICKET
