*>                   REPORT - SO EACH BRANCH'S POSITION READS
*>                   STRAIGHT OFF THE PAGE INSTEAD OF PENCIL WORK ON
*>                   SRTRPT.
*>   2026-10-15  RA  KEEPS DATA LINEAGE THROUGH THE SHARED LINEPUT
*>                   SUBPROGRAM - EVERY INPUT FILE WITH ITS RECORD
*>                   COUNT AND AMOUNT HASH (THE FILES CARRY NO
*>                   TRAILER), THE REPORT, THE SRTSORTD SORTED ROWS
*>                   AND SRTREJ, AND THE TOOLPARM VALUES IN FORCE,
*>                   ALL UNDER THE RUN TICKET, FOR LINQRY TO WALK.
*>   2026-10-15  RA  EVERY INPUT FILE AND LIST FILE READ IS RETAINED
*>                   UNDER THE RUN TICKET THROUGH THE SHARED RETAIN
*>                   SUBPROGRAM, WITH ITS RECORD COUNT AND AMOUNT
*>                   HASH, AS ARE THE ANSWERS GIVEN AND THE TOOLPARM
*>                   IN FORCE.  CALLED BY RERUN, THE PROGRAM REPLAYS
*>                   A TICKET FROM THOSE COPIES TO SRTRPT.R<TICKET>
*>                   (SORTED ROWS AND REJECTS TO SRTSORTD.R AND
*>                   SRTREJ.R<TICKET>), WITH NO LINEAGE OR ARCHIVE.
*>   2026-10-15  RA  AN ID ARRIVING MORE THAN ONCE - ACROSS THE FILES
*>                   OF A LIST RUN OR WITHIN ONE FILE - IS NOW CALLED
*>                   OUT IN A DUPLICATE-ID SECTION OF SRTRPT WITH
*>                   EVERY SOURCE FILE, LINE AND AMOUNT IT CAME FROM,
*>                   SO THE DOUBLE-COUNTING IN THE CONTROL TOTALS IS
*>                   ON THE PAGE.  THE OPERATOR MAY ALSO ASK FOR A
*>                   CONSOLIDATED FILE, ONE ROW PER ID IN THE LAYOUT
*>                   THIS PROGRAM READS - DUPLICATES SUMMED, THE LAST
*>                   FILE'S ROW KEPT, OR EVERY DUPLICATED ID LEFT OUT.
*>   2026-10-15  RA  AN INPUT ROW MAY NOW CARRY A THREE-LETTER
*>                   CURRENCY CODE AFTER THE AMOUNT (BLANK MEANS THE
*>                   BASE CURRENCY).  EACH AMOUNT IS CONVERTED TO BASE
*>                   THROUGH THE SHARED FXRATE SUBPROGRAM AT THE
*>                   FXRATES RATE IN EFFECT ON THE RUN DATE, AFTER ANY
*>                   SCALE FACTOR; A ROW WHOSE CURRENCY HAS NO RATE
*>                   THAT DAY GOES TO SRTREJ WITH THE REASON.  SRTRPT
*>                   GIVES THE ORIGINAL AND CONVERTED TOTALS PER
*>                   CURRENCY, AND FXRATES IS RETAINED WITH THE RUN.
*>   2026-10-15  RA  CURRENCY-TOTALS CAPTIONS LINED UP ON THEIR
*>                   FIGURES.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        FILE STATUS IS WS-LIST-STATUS.
    SELECT SORT-WORK ASSIGN TO "SRTWRK1"
        FILE STATUS IS WS-SORTWK-STATUS.
    SELECT SORTED-ROWS ASSIGN TO DYNAMIC WS-SORTED-FNAME
        FILE STATUS IS WS-SORTED-STATUS.
    SELECT ID-WORK-FILE ASSIGN TO DYNAMIC WS-IDWK-FNAME
        FILE STATUS IS WS-IDWK-STATUS.
    SELECT DUP-WORK ASSIGN TO "SRTWRK2"
        FILE STATUS IS WS-DUPWK-STATUS.
    SELECT CONSOL-FILE ASSIGN TO DYNAMIC WS-CONS-FNAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONS-STATUS.
    SELECT PRINT-FILE ASSIGN TO DYNAMIC WS-RPT-FNAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRINT-STATUS.
    SELECT REJECT-FILE ASSIGN TO DYNAMIC WS-REJ-FNAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REJECT-STATUS.
    SELECT OPTIONAL PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FNAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.

    05  WS-IN-ID                PIC 9(5).
    COPY NUMREC REPLACING ==:LEVEL:== BY ==05==
        ==:NAME:== BY ==WS-IN-AMOUNT==.
    05  WS-IN-CURRENCY          PIC X(3).

FD  LIST-FILE.
01  LIST-FILE-REC               PIC X(30).
    COPY NUMREC REPLACING ==:LEVEL:== BY ==05==
        ==:NAME:== BY ==SO-AMOUNT==.

*> One line per accepted row, in arrival order, for the duplicate-ID
*> pass: the ID, the run-wide line number (arrival order), the file
*> the row came from and its line within that file, and the amount.
FD  ID-WORK-FILE.
01  ID-WORK-REC.
    05  IW-ID                   PIC 9(5).
    05  IW-SEQ                  PIC 9(6).
    05  IW-FNAME                PIC X(30).
    05  IW-FILE-LINE            PIC 9(6).
    COPY NUMREC REPLACING ==:LEVEL:== BY ==05==
        ==:NAME:== BY ==IW-AMOUNT==.

SD  DUP-WORK.
01  DUP-ROW.
    05  DW-ID                   PIC 9(5).
    05  DW-SEQ                  PIC 9(6).
    05  DW-FNAME                PIC X(30).
    05  DW-FILE-LINE            PIC 9(6).
    COPY NUMREC REPLACING ==:LEVEL:== BY ==05==
        ==:NAME:== BY ==DW-AMOUNT==.

*> The consolidated output - the same ID/amount layout as the input.
FD  CONSOL-FILE.
01  CONSOL-REC.
    05  CO-ID                   PIC 9(5).
    COPY NUMREC REPLACING ==:LEVEL:== BY ==05==
        ==:NAME:== BY ==CO-AMOUNT==.

FD  PRINT-FILE.
01  PRINT-LINE                  PIC X(132).

    01  WS-BRK-COUNT    PIC 9(06) COMP.
    01  WS-BRK-SUM      PIC S9(16)V9(4).

*> Duplicate-ID work fields - every accepted row also goes to the
*> SRTIDWK work file, which is sorted by ID in arrival order after
*> the listings so each repeated ID's rows can be printed together
*> and, when the operator asks, folded to one row per ID on the
*> consolidated file.  WS-DUP-HELD-* hold an ID's first row until a
*> second shows it to be a duplicate, then each later row in turn
*> while it prints.
    01  WS-IDWK-STATUS   PIC X(02).
    01  WS-DUPWK-STATUS  PIC X(02).
    01  WS-CONS-STATUS   PIC X(02).
    01  WS-IDWK-FNAME    PIC X(30) VALUE "SRTIDWK".
    01  WS-CONS-FNAME    PIC X(30) VALUE "SRTCONS".
    01  WS-CONS-MODE-SW  PIC X(01) VALUE "N".
        88  WS-CONS-NONE          VALUE "N".
        88  WS-CONS-SUM           VALUE "S".
        88  WS-CONS-LAST          VALUE "L".
        88  WS-CONS-REJECT        VALUE "R".
    01  WS-CONS-OPEN-SW  PIC X(01) VALUE "N".
        88  WS-CONS-OPEN          VALUE "Y".
    01  WS-DUP-EOF-SW    PIC X(01).
        88  WS-DUP-EOF            VALUE "Y".
    01  WS-DUP-HAVE-ID-SW PIC X(01).
        88  WS-DUP-HAVE-ID        VALUE "Y".
    01  WS-DUP-CURR-ID   PIC 9(5).
    01  WS-DUP-ROWS      PIC 9(06) COMP.
    01  WS-DUP-SUM       PIC S9(16)V9(4).
    01  WS-DUP-LAST-AMOUNT PIC S9(14)V9(4).
    01  WS-DUP-HELD-FNAME PIC X(30).
    01  WS-DUP-HELD-LINE PIC 9(6).
    01  WS-DUP-HELD-AMOUNT PIC S9(14)V9(4).
    01  WS-DUP-ID-COUNT  PIC 9(06) VALUE 0.
    01  WS-DUP-EXTRA-ROWS PIC 9(06) VALUE 0.
    01  WS-CONS-COUNT    PIC 9(07) VALUE 0.
    01  WS-CONS-SUM-AMT  PIC S9(16)V9(4) VALUE 0.
    01  WS-CONS-AMOUNT   PIC S9(14)V9(4).
    01  WS-DISP-DUP-COUNT PIC Z(05)9.
    01  WS-DISP-DUP-EXTRA PIC Z(05)9.

*> Currency work fields - the shared FXRATE subprogram converts each
*> amount at the FXRATES rate in effect on WS-FX-RUN-DATE (today, or
*> the replayed ticket's date) and keeps the totals per currency.
    COPY FXLINK.
    01  WS-FX-RUN-DATE       PIC 9(06) VALUE 0.
    01  WS-FX-FNAME          PIC X(30) VALUE "FXRATES".
    01  WS-FX-NO-RATE-COUNT  PIC 9(06) VALUE 0.
    01  WS-REJ-REASON        PIC X(40).
    01  WS-FX-LABEL          PIC X(04).
    01  WS-DISP-FX-RATE      PIC Z(4)9.9(8).
    01  WS-DISP-FX-COUNT     PIC Z(06)9.
    01  WS-DISP-FX-REJECTS   PIC Z(05)9.
    01  WS-DISP-FX-ORIG      PIC -(15)9.9999.

    01  WS-CTL-AMOUNT-SUM    PIC S9(16)V9(4).
    01  WS-DISP-CTL-COUNT    PIC Z(06)9.
    01  WS-DISP-CTL-SUM      PIC -(15)9.9999.
    01  WS-TKT-REPORTS-SW    PIC X(01) VALUE "N".
        88  WS-TICKETED-REPORTS      VALUE "Y".

*> Data lineage work fields - one LINEPUT call per input file read
*> and per output written.  The -start fields hold the run totals as
*> a file opens, so each file's own count and hash are the difference
*> when it closes.
    01  WS-LIN-ROLE          PIC X(01).
    01  WS-LIN-KIND          PIC X(08).
    01  WS-LIN-NAME          PIC X(30).
    01  WS-LIN-COUNT         PIC 9(07).
    01  WS-LIN-VALUE         PIC X(24).
    01  WS-LIN-LINE-START    PIC 9(06).
    01  WS-LIN-SUM-START     PIC S9(16)V9(4).
    01  WS-LIN-HASH          PIC S9(16)V9(4).
    01  WS-DISP-LIN-HASH     PIC -(15)9.9999.
    01  WS-LIN-ANY-SW        PIC X(01) VALUE "N".
        88  WS-LIN-ANY-WRITTEN       VALUE "Y".

*> Input retention and replay work fields - every file read and every
*> answer given goes to the shared RETAIN subprogram.  When RERUN has
*> put RETAIN into replay mode, each file is opened under the name of
*> its retained copy (WS-RTN-HOLD-NAME keeps the original name for
*> the messages) and each answer comes from the retained answers.
    01  WS-RTN-ACTION        PIC X(01).
    01  WS-RTN-TICKET        PIC 9(09).
    01  WS-RTN-KIND          PIC X(08).
    01  WS-RTN-NAME          PIC X(60).
    01  WS-RTN-TEXT          PIC X(60).
    01  WS-RTN-COUNT         PIC 9(07).
    01  WS-RTN-VALUE         PIC X(24).
    01  WS-RTN-HOLD-NAME     PIC X(30).
    01  WS-RERUN-SW          PIC X(01) VALUE "N".
        88  WS-RERUN-MODE            VALUE "Y".
    01  WS-RERUN-TICKET      PIC 9(09) VALUE 0.
    01  WS-PARM-FNAME        PIC X(30) VALUE "TOOLPARM".
    01  WS-SORTED-FNAME      PIC X(30) VALUE "SRTSORTD".
    01  WS-REJ-FNAME         PIC X(30) VALUE "SRTREJ".

    01  WS-RPT-PROGRAM  PIC X(20) VALUE "SORTING".
    01  WS-RPT-TITLE    PIC X(40).
    01  WS-RPT-PAGE-NO  PIC 9(04).
        02  FILLER              PIC X(10) VALUE SPACES.
        02  FILLER              PIC X(10) VALUE "AMOUNT".

*> Column captions for the duplicate-ID section.
    01  WS-HEADING-3.
        02  FILLER              PIC X(12) VALUE "  ID".
        02  FILLER              PIC X(32) VALUE "SOURCE FILE".
        02  FILLER              PIC X(20) VALUE "  LINE".
        02  FILLER              PIC X(06) VALUE "AMOUNT".

*> Whichever caption line the listing now printing repeats on each
*> new page.
    01  WS-COL-HEADING  PIC X(132).

PROCEDURE DIVISION.
    MOVE 0 TO RETURN-CODE
    CALL "RUNTICKET" USING WS-RUN-TICKET
    CALL "AUDITBEG" USING WS-AUDIT-PROGRAM WS-RUN-TICKET
    PERFORM 7400-CHECK-RERUN
*> WS-SORT-MAX and WS-ABORT-SW's VALUE clauses only apply once, when
*> this program is first loaded into the run unit - not on every CALL -
*> so reset them explicitly in case the toolkit menu calls this program
    MOVE 0 TO WS-REJECT-COUNT
    MOVE "N" TO WS-SIZE-CONFIRMED-SW
    MOVE "N" TO WS-ABORT-SW
    MOVE "N" TO WS-LIN-ANY-SW
    MOVE 0 TO WS-DUP-ID-COUNT
    MOVE 0 TO WS-DUP-EXTRA-ROWS
    MOVE 0 TO WS-CONS-COUNT
    MOVE 0 TO WS-CONS-SUM-AMT
    MOVE "N" TO WS-CONS-OPEN-SW
    MOVE 0 TO WS-FX-NO-RATE-COUNT
    MOVE "PROCESS A LIST OF FILES? (Y/N)" TO WS-PROMPT
    PERFORM 8800-GET-ANSWER
    MOVE WS-ANSWER TO WS-LIST-MODE-SW
    IF WS-SCALE-FACTOR = 0
        MOVE 1 TO WS-SCALE-FACTOR
    END-IF
    MOVE SPACES TO WS-PROMPT
    STRING "CONSOLIDATE BY ID? N)O  S)UM  L)AST FILE WINS"
        "  R)EJECT DUPS" INTO WS-PROMPT
    PERFORM 8800-GET-ANSWER
    MOVE WS-ANSWER TO WS-CONS-MODE-SW
    INSPECT WS-CONS-MODE-SW CONVERTING "nslr" TO "NSLR"
    IF NOT WS-CONS-SUM AND NOT WS-CONS-LAST AND NOT WS-CONS-REJECT
        MOVE "N" TO WS-CONS-MODE-SW
    END-IF
    IF NOT WS-CONS-NONE
        MOVE "CONSOLIDATED OUTPUT FILENAME (BLANK FOR SRTCONS)?"
            TO WS-PROMPT
        PERFORM 8800-GET-ANSWER
        MOVE WS-ANSWER TO WS-CONS-FNAME
        IF WS-CONS-FNAME = SPACES
            MOVE "SRTCONS" TO WS-CONS-FNAME
        END-IF
        IF WS-RERUN-MODE
            MOVE WS-CONS-FNAME TO WS-RTN-HOLD-NAME
            MOVE SPACES TO WS-CONS-FNAME
            STRING WS-RTN-HOLD-NAME DELIMITED BY SPACE
                ".R" WS-RERUN-TICKET DELIMITED BY SIZE
                INTO WS-CONS-FNAME
        END-IF
    END-IF

    PERFORM 7000-SET-REPORT-NAME
    OPEN OUTPUT PRINT-FILE

    OPEN OUTPUT REJECT-FILE
    IF WS-REJECT-STATUS NOT = "00"
        DISPLAY "*** SORTING: UNABLE TO OPEN REJECT FILE "
            WS-REJ-FNAME " - FILE STATUS " WS-REJECT-STATUS " ***"
        MOVE 16 TO RETURN-CODE
        SET WS-ABORT-RUN TO TRUE
    END-IF

    OPEN OUTPUT ID-WORK-FILE
    IF WS-IDWK-STATUS NOT = "00"
        DISPLAY "*** SORTING: UNABLE TO OPEN WORK FILE "
            WS-IDWK-FNAME " - FILE STATUS " WS-IDWK-STATUS " ***"
        MOVE 16 TO RETURN-CODE
        SET WS-ABORT-RUN TO TRUE
    END-IF
        END-READ
        CLOSE PARM-FILE
    END-IF
    IF NOT WS-ABORT-RUN
        PERFORM 7800-LOAD-FX-RATES
    END-IF

*> * The SORT verb does the ordering, however many rows arrive.  The
*> * input procedure prints the original listing as it releases the
            PERFORM 6000-PRINT-SORTED-LISTING
        END-IF
    END-IF
    IF WS-IDWK-STATUS = "00"
        CLOSE ID-WORK-FILE
    END-IF

*> * Repeated IDs - the work file in ID order, arrival order within an
*> * ID, through the duplicate-ID section and the consolidated file.
    IF NOT WS-ABORT-RUN
        SORT DUP-WORK
            ON ASCENDING KEY DW-ID DW-SEQ
            USING ID-WORK-FILE
            OUTPUT PROCEDURE 6300-PRINT-DUPLICATES
    END-IF

    IF WS-PRINT-STATUS = "00"
        CLOSE PRINT-FILE
        IF NOT WS-ABORT-RUN AND NOT WS-RERUN-MODE
            CALL "RPTARCHV" USING WS-ARCHIVE-REPORT
        END-IF
    END-IF
        CLOSE REJECT-FILE
    END-IF
    IF WS-REJECT-COUNT > 0
        DISPLAY WS-REJECT-COUNT " RECORD(S) REJECTED - SEE "
            WS-REJ-FNAME
    END-IF
    IF WS-ABORT-RUN
        DISPLAY "*** SORTING RUN ABORTED - SEE DIAGNOSTICS ABOVE ***"
    ELSE
        DISPLAY "SORT REPORT WRITTEN TO " WS-RPT-FNAME
        IF WS-DUP-ID-COUNT > 0
            DISPLAY WS-DUP-ID-COUNT " ID(S) ARRIVED MORE THAN ONCE"
                " - SEE THE DUPLICATE-ID SECTION OF " WS-RPT-FNAME
        END-IF
        IF WS-CONS-OPEN
            DISPLAY WS-CONS-COUNT " CONSOLIDATED ROW(S) WRITTEN TO "
                WS-CONS-FNAME
        END-IF
    END-IF

    IF WS-SCALE-FACTOR NOT = 1
        CALL "AUDITNOTE" USING WS-AUDIT-PROGRAM WS-NOTE-TEXT
            WS-RUN-TICKET
    END-IF
    IF WS-FX-NO-RATE-COUNT > 0
        MOVE WS-FX-NO-RATE-COUNT TO WS-DISP-FX-REJECTS
        MOVE SPACES TO WS-NOTE-TEXT
        STRING "REJECTED " WS-DISP-FX-REJECTS " ROW(S) WITH NO "
            "EXCHANGE RATE IN EFFECT " WS-FX-RUN-DATE
            INTO WS-NOTE-TEXT
        CALL "AUDITNOTE" USING WS-AUDIT-PROGRAM WS-NOTE-TEXT
            WS-RUN-TICKET
    END-IF
    IF WS-DUP-ID-COUNT > 0 AND NOT WS-ABORT-RUN
        MOVE WS-DUP-ID-COUNT TO WS-DISP-DUP-COUNT
        MOVE WS-DUP-EXTRA-ROWS TO WS-DISP-DUP-EXTRA
        MOVE SPACES TO WS-NOTE-TEXT
        STRING "DUPLICATE IDS: " WS-DISP-DUP-COUNT
            "  EXTRA ROWS: " WS-DISP-DUP-EXTRA INTO WS-NOTE-TEXT
        CALL "AUDITNOTE" USING WS-AUDIT-PROGRAM WS-NOTE-TEXT
            WS-RUN-TICKET
    END-IF

    PERFORM 7200-LINEAGE-RUN-OUTPUTS

    MOVE "E" TO WS-RTN-ACTION
    MOVE WS-RUN-TICKET TO WS-RTN-TICKET
    MOVE SPACES TO WS-RTN-NAME
    IF WS-PRINT-STATUS = "00"
        MOVE WS-RPT-FNAME TO WS-RTN-NAME
    END-IF
    PERFORM 7700-CALL-RETAIN

    MOVE WS-SORT-MAX TO WS-AUDIT-RECORDS-IN
    MOVE WS-SORT-MAX TO WS-AUDIT-RECORDS-OUT
*> close the listing with its control totals.
4000-LOAD-AND-LIST.
    MOVE "ORIGINAL LISTING" TO WS-RPT-TITLE
    MOVE WS-HEADING-2 TO WS-COL-HEADING
    PERFORM 6500-START-LISTING-PAGE
    IF WS-SCALE-FACTOR NOT = 1
        MOVE WS-SCALE-FACTOR TO WS-DISP-SCALE
        PERFORM 6900-WRITE-RPT-LINE
    END-IF
    IF WS-LIST-MODE
        MOVE WS-FNAME-LIST TO WS-RTN-HOLD-NAME
        PERFORM 7500-MAP-RETAINED-NAME
        MOVE WS-RTN-NAME TO WS-FNAME-LIST
        OPEN INPUT LIST-FILE
        MOVE WS-RTN-HOLD-NAME TO WS-FNAME-LIST
        IF WS-LIST-STATUS NOT = "00"
            DISPLAY "*** SORTING: UNABLE TO OPEN LIST FILE "
                WS-FNAME-LIST " - FILE STATUS " WS-LIST-STATUS
                END-READ
            END-PERFORM
            CLOSE LIST-FILE
            MOVE "LIST" TO WS-RTN-KIND
            MOVE WS-FNAME-LIST TO WS-RTN-NAME
            MOVE 0 TO WS-RTN-COUNT
            MOVE SPACES TO WS-RTN-VALUE
            PERFORM 7600-RETAIN-INPUT-FILE
        END-IF
    ELSE
        PERFORM 5000-LOAD-ONE-FILE
    STRING "  RECORDS REJECTED: " WS-DISP-CTL-COUNT
        INTO PRINT-LINE
    PERFORM 6900-WRITE-RPT-LINE
    IF FX-FOREIGN-SEEN
        PERFORM 6700-PRINT-CURRENCY-TOTALS
    END-IF
    MOVE SPACES TO PRINT-LINE
    PERFORM 6900-WRITE-RPT-LINE.

*> named in WS-FNAME-INP to the sort, printing each on the original
*> listing.  Shared by the single-file and list modes.
5000-LOAD-ONE-FILE.
    MOVE WS-LINE-NO TO WS-LIN-LINE-START
    MOVE WS-CTL-AMOUNT-SUM TO WS-LIN-SUM-START
    MOVE WS-FNAME-INP TO WS-RTN-HOLD-NAME
    PERFORM 7500-MAP-RETAINED-NAME
    MOVE WS-RTN-NAME TO WS-FNAME-INP
    OPEN INPUT SORT-INPUT-FILE
    MOVE WS-RTN-HOLD-NAME TO WS-FNAME-INP
    IF WS-INPUT-STATUS NOT = "00"
        DISPLAY "*** SORTING: UNABLE TO OPEN INPUT FILE "
            WS-FNAME-INP " - FILE STATUS " WS-INPUT-STATUS " ***"
                MOVE "Y" TO WS-EOF-SW
                MOVE "Y" TO WS-LIST-EOF-SW
            ELSE
            MOVE SPACES TO WS-REJ-REASON
            MOVE "Y" TO FX-RESULT
            IF WS-IN-AMOUNT IS NUMERIC
                COMPUTE WS-SCALED-AMOUNT ROUNDED
                    = WS-IN-AMOUNT * WS-SCALE-FACTOR
                PERFORM 7850-CONVERT-AMOUNT
            END-IF
            IF WS-IN-AMOUNT IS NOT NUMERIC OR NOT FX-OK
                PERFORM 5100-REJECT-RECORD
            ELSE
                ADD 1 TO WS-SORT-MAX
                MOVE WS-IN-ID TO SR-ID
                MOVE WS-SCALED-AMOUNT TO SR-AMOUNT
                RELEASE SORT-ROW
                MOVE WS-IN-ID TO IW-ID
                MOVE WS-LINE-NO TO IW-SEQ
                MOVE WS-FNAME-INP TO IW-FNAME
                COMPUTE IW-FILE-LINE = WS-LINE-NO - WS-LIN-LINE-START
                MOVE WS-SCALED-AMOUNT TO IW-AMOUNT
                WRITE ID-WORK-REC
                ADD WS-SCALED-AMOUNT TO WS-CTL-AMOUNT-SUM
                MOVE WS-IN-ID TO WS-DISP-ID
                MOVE WS-SCALED-AMOUNT TO WS-DISP-AMOUNT
            END-IF
        END-PERFORM
        CLOSE SORT-INPUT-FILE
        PERFORM 7100-LINEAGE-INPUT-FILE
        MOVE "INPUT" TO WS-RTN-KIND
        MOVE WS-FNAME-INP TO WS-RTN-NAME
        MOVE WS-LIN-COUNT TO WS-RTN-COUNT
        MOVE WS-LIN-VALUE TO WS-RTN-VALUE
        PERFORM 7600-RETAIN-INPUT-FILE
    END-IF.

*> 6000-PRINT-SORTED-LISTING - the sorted rows back off the SORT's
    ELSE
        MOVE "SORTED LISTING (BY AMOUNT)" TO WS-RPT-TITLE
    END-IF
    MOVE WS-HEADING-2 TO WS-COL-HEADING
    PERFORM 6500-START-LISTING-PAGE
    MOVE "N" TO WS-HAVE-BRANCH-SW
    MOVE 0 TO WS-BRK-COUNT
    MOVE 0 TO WS-BRK-SUM
    OPEN INPUT SORTED-ROWS
    IF WS-SORTED-STATUS NOT = "00"
        DISPLAY "*** SORTING: UNABLE TO READ SORTED WORK FILE "
            WS-SORTED-FNAME " - FILE STATUS " WS-SORTED-STATUS " ***"
        MOVE 16 TO RETURN-CODE
        SET WS-ABORT-RUN TO TRUE
    ELSE
    MOVE SPACES TO PRINT-LINE
    PERFORM 6900-WRITE-RPT-LINE.

*> 6300-PRINT-DUPLICATES - the output procedure of the duplicate-ID
*> sort: every accepted row comes back in ID order, arrival order
*> within an ID.  An ID seen more than once prints with every row it
*> came from and closes with its row count and sum; the section ends
*> with how many IDs repeated.  When the operator asked for a
*> consolidated file each ID goes to it once, as chosen.
6300-PRINT-DUPLICATES.
    MOVE "DUPLICATE IDS" TO WS-RPT-TITLE
    MOVE WS-HEADING-3 TO WS-COL-HEADING
    PERFORM 6500-START-LISTING-PAGE
    IF NOT WS-CONS-NONE
        OPEN OUTPUT CONSOL-FILE
        IF WS-CONS-STATUS NOT = "00"
            DISPLAY "*** SORTING: UNABLE TO OPEN CONSOLIDATED FILE "
                WS-CONS-FNAME " - FILE STATUS " WS-CONS-STATUS
                " ***"
            MOVE 16 TO RETURN-CODE
            SET WS-ABORT-RUN TO TRUE
        ELSE
            SET WS-CONS-OPEN TO TRUE
        END-IF
    END-IF
    MOVE "N" TO WS-DUP-HAVE-ID-SW
    MOVE 0 TO WS-DUP-ROWS
    MOVE "N" TO WS-DUP-EOF-SW
    PERFORM UNTIL WS-DUP-EOF
        RETURN DUP-WORK
            AT END
                MOVE "Y" TO WS-DUP-EOF-SW
                IF WS-DUP-HAVE-ID
                    PERFORM 6320-END-ID-GROUP
                END-IF
            NOT AT END
                PERFORM 6310-TAKE-ID-ROW
        END-RETURN
    END-PERFORM
    MOVE SPACES TO PRINT-LINE
    IF WS-DUP-ID-COUNT = 0
        STRING "  NO DUPLICATE IDS FOUND" INTO PRINT-LINE
    ELSE
        MOVE WS-DUP-ID-COUNT TO WS-DISP-DUP-COUNT
        MOVE WS-DUP-EXTRA-ROWS TO WS-DISP-DUP-EXTRA
        STRING "  DUPLICATE IDS: " WS-DISP-DUP-COUNT
            "  EXTRA ROWS: " WS-DISP-DUP-EXTRA
            " - ALL IN THE CONTROL TOTALS ABOVE" INTO PRINT-LINE
    END-IF
    PERFORM 6900-WRITE-RPT-LINE
    IF WS-CONS-OPEN
        CLOSE CONSOL-FILE
        MOVE SPACES TO PRINT-LINE
        STRING "  CONSOLIDATED FILE: " WS-CONS-FNAME
            INTO PRINT-LINE
        PERFORM 6900-WRITE-RPT-LINE
        MOVE WS-CONS-COUNT TO WS-DISP-CTL-COUNT
        MOVE WS-CONS-SUM-AMT TO WS-DISP-CTL-SUM
        MOVE SPACES TO PRINT-LINE
        STRING "  CONSOLIDATED TOTALS - RECORDS: " WS-DISP-CTL-COUNT
            "  AMOUNT SUM: " WS-DISP-CTL-SUM INTO PRINT-LINE
        PERFORM 6900-WRITE-RPT-LINE
    END-IF.

*> 6310-TAKE-ID-ROW - one row back from the sort.  A new ID closes
*> the previous one's group; the second row of an ID prints the held
*> first row ahead of itself.
6310-TAKE-ID-ROW.
    IF WS-DUP-HAVE-ID AND DW-ID NOT = WS-DUP-CURR-ID
        PERFORM 6320-END-ID-GROUP
    END-IF
    IF NOT WS-DUP-HAVE-ID OR DW-ID NOT = WS-DUP-CURR-ID
        MOVE DW-ID TO WS-DUP-CURR-ID
        SET WS-DUP-HAVE-ID TO TRUE
        MOVE 0 TO WS-DUP-ROWS
        MOVE 0 TO WS-DUP-SUM
    END-IF
    ADD 1 TO WS-DUP-ROWS
    ADD DW-AMOUNT TO WS-DUP-SUM
    MOVE DW-AMOUNT TO WS-DUP-LAST-AMOUNT
    IF WS-DUP-ROWS = 2
        ADD 1 TO WS-DUP-ID-COUNT
        PERFORM 6330-PRINT-DUP-ROW
    END-IF
    MOVE DW-FNAME TO WS-DUP-HELD-FNAME
    MOVE DW-FILE-LINE TO WS-DUP-HELD-LINE
    MOVE DW-AMOUNT TO WS-DUP-HELD-AMOUNT
    IF WS-DUP-ROWS > 1
        ADD 1 TO WS-DUP-EXTRA-ROWS
        PERFORM 6330-PRINT-DUP-ROW
    END-IF.

*> 6320-END-ID-GROUP - close the current ID: its count and sum when
*> it repeated, and its one row on the consolidated file - the sum,
*> the last file's row, or nothing when duplicates are rejected.
6320-END-ID-GROUP.
    IF WS-DUP-ROWS > 1
        MOVE WS-DUP-ROWS TO WS-DISP-DUP-COUNT
        MOVE WS-DUP-SUM TO WS-DISP-CTL-SUM
        MOVE SPACES TO PRINT-LINE
        STRING "          ROWS: " WS-DISP-DUP-COUNT
            "  SUM: " WS-DISP-CTL-SUM INTO PRINT-LINE
        PERFORM 6900-WRITE-RPT-LINE
    END-IF
    IF WS-CONS-OPEN
        IF WS-DUP-ROWS > 1 AND WS-CONS-REJECT
            MOVE SPACES TO PRINT-LINE
            STRING "          REJECTED - LEFT OFF " WS-CONS-FNAME
                INTO PRINT-LINE
            PERFORM 6900-WRITE-RPT-LINE
        ELSE
            IF WS-CONS-LAST
                MOVE WS-DUP-LAST-AMOUNT TO WS-CONS-AMOUNT
            ELSE
                MOVE WS-DUP-SUM TO WS-CONS-AMOUNT
            END-IF
            MOVE WS-DUP-CURR-ID TO CO-ID
            MOVE WS-CONS-AMOUNT TO CO-AMOUNT
            WRITE CONSOL-REC
            ADD 1 TO WS-CONS-COUNT
            ADD WS-CONS-AMOUNT TO WS-CONS-SUM-AMT
            IF WS-DUP-ROWS > 1
                MOVE WS-CONS-AMOUNT TO WS-DISP-AMOUNT
                MOVE SPACES TO PRINT-LINE
                STRING "          CONSOLIDATED AS: " WS-DISP-AMOUNT
                    INTO PRINT-LINE
                PERFORM 6900-WRITE-RPT-LINE
            END-IF
        END-IF
    END-IF
    IF WS-DUP-ROWS > 1
        MOVE SPACES TO PRINT-LINE
        PERFORM 6900-WRITE-RPT-LINE
    END-IF.

*> 6330-PRINT-DUP-ROW - one source row of a repeated ID: the file it
*> came from, its line in that file and its amount.
6330-PRINT-DUP-ROW.
    MOVE WS-DUP-CURR-ID TO WS-DISP-ID
    MOVE WS-DUP-HELD-LINE TO WS-DISP-LINE-NO
    MOVE WS-DUP-HELD-AMOUNT TO WS-DISP-AMOUNT
    MOVE SPACES TO PRINT-LINE
    STRING "  " WS-DISP-ID "     " WS-DUP-HELD-FNAME "  "
        WS-DISP-LINE-NO "  " WS-DISP-AMOUNT INTO PRINT-LINE
    PERFORM 6900-WRITE-RPT-LINE.

*> 6500-START-LISTING-PAGE - fresh heading and column captions for
*> whichever listing WS-RPT-TITLE names.
6500-START-LISTING-PAGE.
        WS-HEADING-1 WS-RPT-WIDTH
    MOVE WS-HEADING-1 TO PRINT-LINE
    WRITE PRINT-LINE
    MOVE WS-COL-HEADING TO PRINT-LINE
    WRITE PRINT-LINE
    MOVE 2 TO WS-RPT-LINES.

*> 6700-PRINT-CURRENCY-TOTALS - when any row carried a currency code,
*> one line per currency under the original listing: the rate it
*> was converted at, the rows converted and refused, and the
*> original and converted totals.  The control totals above are in
*> the base currency.
6700-PRINT-CURRENCY-TOTALS.
    MOVE SPACES TO PRINT-LINE
    PERFORM 6900-WRITE-RPT-LINE
    MOVE SPACES TO PRINT-LINE
    STRING "  CURRENCY TOTALS - RATES IN EFFECT " WS-FX-RUN-DATE
        INTO PRINT-LINE
    PERFORM 6900-WRITE-RPT-LINE
    MOVE SPACES TO PRINT-LINE
    STRING "  CCY            RATE RECORDS       ORIGINAL TOTAL"
        "       CONVERTED TOTAL NO RATE" INTO PRINT-LINE
    PERFORM 6900-WRITE-RPT-LINE
    MOVE "T" TO FX-ACTION
    MOVE 1 TO FX-INDEX
    CALL "FXRATE" USING FX-CALL-AREA
    PERFORM UNTIL NOT FX-OK
        MOVE FX-RATE TO WS-DISP-FX-RATE
        MOVE FX-RECORDS TO WS-DISP-FX-COUNT
        MOVE FX-REJECTS TO WS-DISP-FX-REJECTS
        MOVE FX-ORIG-TOTAL TO WS-DISP-FX-ORIG
        MOVE FX-CONV-TOTAL TO WS-DISP-CTL-SUM
        MOVE FX-CURRENCY TO WS-FX-LABEL
        IF FX-CURRENCY = SPACES
            MOVE "BASE" TO WS-FX-LABEL
        END-IF
        MOVE SPACES TO PRINT-LINE
        STRING "  " WS-FX-LABEL " " WS-DISP-FX-RATE " "
            WS-DISP-FX-COUNT WS-DISP-FX-ORIG " " WS-DISP-CTL-SUM
            "  " WS-DISP-FX-REJECTS INTO PRINT-LINE
        PERFORM 6900-WRITE-RPT-LINE
        ADD 1 TO FX-INDEX
        CALL "FXRATE" USING FX-CALL-AREA
    END-PERFORM.

*> 6800-WRITE-CONTROL-TOTALS - the same count and amount sum close
*> both listings, so a truncated load shows up on the report itself.
6800-WRITE-CONTROL-TOTALS.
            WS-RPT-PAGE-NO WS-HEADING-1 WS-RPT-WIDTH
        MOVE WS-HEADING-1 TO PRINT-LINE
        WRITE PRINT-LINE
        MOVE WS-COL-HEADING TO PRINT-LINE
        WRITE PRINT-LINE
        MOVE 2 TO WS-RPT-LINES
    END-IF.
*> has turned ticketed report names on (TOOLPARM's
*> PARM-TICKET-REPORTS) and this run drew a ticket, the name carries
*> it - SRTRPT.T<ticket> - and is recorded in RPTNAMES for RPTINDEX.
*> A replay's report carries the ticket replayed - SRTRPT.R<ticket> -
*> and is neither recorded nor archived.
7000-SET-REPORT-NAME.
    MOVE "SRTRPT" TO WS-RPT-FNAME
    MOVE "N" TO WS-TKT-REPORTS-SW
        END-READ
        CLOSE PARM-FILE
    END-IF
    IF WS-RERUN-MODE
        MOVE SPACES TO WS-RPT-FNAME
        STRING "SRTRPT.R" WS-RERUN-TICKET INTO WS-RPT-FNAME
    ELSE
        IF WS-TICKETED-REPORTS AND WS-RUN-TICKET > 0
            MOVE SPACES TO WS-RPT-FNAME
            STRING "SRTRPT.T" WS-RUN-TICKET INTO WS-RPT-FNAME
            CALL "RPTNMLOG" USING WS-RPT-FNAME
        END-IF
    END-IF
    MOVE WS-RPT-FNAME TO WS-ARCHIVE-REPORT.

*> 7100-LINEAGE-INPUT-FILE - one input line for the file just closed:
*> its name, the records read from it and the hash of the amounts it
*> contributed to the sort.
7100-LINEAGE-INPUT-FILE.
    MOVE "I" TO WS-LIN-ROLE
    MOVE "FILE" TO WS-LIN-KIND
    MOVE WS-FNAME-INP TO WS-LIN-NAME
    COMPUTE WS-LIN-COUNT = WS-LINE-NO - WS-LIN-LINE-START
    COMPUTE WS-LIN-HASH = WS-CTL-AMOUNT-SUM - WS-LIN-SUM-START
    MOVE WS-LIN-HASH TO WS-DISP-LIN-HASH
    MOVE WS-DISP-LIN-HASH TO WS-LIN-VALUE
    PERFORM 7300-CALL-LINEPUT.

*> 7200-LINEAGE-RUN-OUTPUTS - the report, the SRTSORTD sorted rows
*> and any consolidated file of a completed run, SRTREJ when
*> anything was rejected, then the
*> TOOLPARM values the run was made under.  A run that never read an
*> input file leaves no lineage at all.
7200-LINEAGE-RUN-OUTPUTS.
    IF WS-LIN-ANY-WRITTEN
        MOVE "O" TO WS-LIN-ROLE
        IF NOT WS-ABORT-RUN
            MOVE "REPORT" TO WS-LIN-KIND
            MOVE WS-RPT-FNAME TO WS-LIN-NAME
            MOVE WS-SORT-MAX TO WS-LIN-COUNT
            MOVE SPACES TO WS-LIN-VALUE
            PERFORM 7300-CALL-LINEPUT
            MOVE "SORTXTR" TO WS-LIN-KIND
            MOVE "SRTSORTD" TO WS-LIN-NAME
            MOVE WS-CTL-AMOUNT-SUM TO WS-DISP-LIN-HASH
            MOVE WS-DISP-LIN-HASH TO WS-LIN-VALUE
            PERFORM 7300-CALL-LINEPUT
            IF WS-CONS-OPEN
                MOVE "CONSOL" TO WS-LIN-KIND
                MOVE WS-CONS-FNAME TO WS-LIN-NAME
                MOVE WS-CONS-COUNT TO WS-LIN-COUNT
                MOVE WS-CONS-SUM-AMT TO WS-DISP-LIN-HASH
                MOVE WS-DISP-LIN-HASH TO WS-LIN-VALUE
                PERFORM 7300-CALL-LINEPUT
            END-IF
        END-IF
        IF WS-REJECT-COUNT > 0
            MOVE "REJECTS" TO WS-LIN-KIND
            MOVE "SRTREJ" TO WS-LIN-NAME
            MOVE WS-REJECT-COUNT TO WS-LIN-COUNT
            MOVE SPACES TO WS-LIN-VALUE
            PERFORM 7300-CALL-LINEPUT
        END-IF
        MOVE "P" TO WS-LIN-ROLE
        PERFORM 7300-CALL-LINEPUT
    END-IF.

*> 7300-CALL-LINEPUT - the one LINEPUT call, keeping the run's
*> RETURN-CODE across it.  A replay writes no lineage - its outputs
*> are for comparison, not for use.
7300-CALL-LINEPUT.
    IF NOT WS-RERUN-MODE
        MOVE RETURN-CODE TO WS-SAVE-RC
        CALL "LINEPUT" USING WS-AUDIT-PROGRAM WS-RUN-TICKET
            WS-LIN-ROLE WS-LIN-KIND WS-LIN-NAME WS-LIN-COUNT
            WS-LIN-VALUE
        MOVE WS-SAVE-RC TO RETURN-CODE
        SET WS-LIN-ANY-WRITTEN TO TRUE
    END-IF.

*> 7400-CHECK-RERUN - ask RETAIN whether RERUN is replaying a ticket.
*> If so TOOLPARM is read from the ticket's retained copy, and the
*> sorted rows and rejects carry the replayed ticket so the live
*> files are left alone.
7400-CHECK-RERUN.
    MOVE "N" TO WS-RERUN-SW
    MOVE 0 TO WS-RERUN-TICKET
    MOVE "TOOLPARM" TO WS-PARM-FNAME
    MOVE "SRTSORTD" TO WS-SORTED-FNAME
    MOVE "SRTREJ" TO WS-REJ-FNAME
    MOVE "SRTIDWK" TO WS-IDWK-FNAME
    ACCEPT WS-FX-RUN-DATE FROM DATE
    MOVE "Q" TO WS-RTN-ACTION
    MOVE SPACES TO WS-RTN-KIND
    MOVE SPACES TO WS-RTN-VALUE
    PERFORM 7700-CALL-RETAIN
    IF WS-RTN-KIND = "RERUN"
        SET WS-RERUN-MODE TO TRUE
        MOVE WS-RTN-TICKET TO WS-RERUN-TICKET
        IF WS-RTN-VALUE(1:6) IS NUMERIC
            MOVE WS-RTN-VALUE(1:6) TO WS-FX-RUN-DATE
        END-IF
        MOVE "TOOLPARM" TO WS-RTN-HOLD-NAME
        PERFORM 7500-MAP-RETAINED-NAME
        MOVE WS-RTN-NAME TO WS-PARM-FNAME
        MOVE SPACES TO WS-SORTED-FNAME
        STRING "SRTSORTD.R" WS-RERUN-TICKET INTO WS-SORTED-FNAME
        MOVE SPACES TO WS-REJ-FNAME
        STRING "SRTREJ.R" WS-RERUN-TICKET INTO WS-REJ-FNAME
        MOVE SPACES TO WS-IDWK-FNAME
        STRING "SRTIDWK.R" WS-RERUN-TICKET INTO WS-IDWK-FNAME
        DISPLAY "SORTING: REPLAYING TICKET " WS-RERUN-TICKET
            " FROM ITS RETAINED INPUT"
    END-IF.

*> 7500-MAP-RETAINED-NAME - the name to open for the file in
*> WS-RTN-HOLD-NAME: itself, or its retained copy in a replay.
7500-MAP-RETAINED-NAME.
    MOVE WS-RTN-HOLD-NAME TO WS-RTN-NAME
    IF WS-RERUN-MODE
        MOVE "M" TO WS-RTN-ACTION
        PERFORM 7700-CALL-RETAIN
    END-IF.

*> 7600-RETAIN-INPUT-FILE - keep a copy of the file just read, with
*> the kind, name, count and value the caller has set.
7600-RETAIN-INPUT-FILE.
    MOVE "F" TO WS-RTN-ACTION
    MOVE WS-RUN-TICKET TO WS-RTN-TICKET
    PERFORM 7700-CALL-RETAIN.

*> 7700-CALL-RETAIN - the one RETAIN call, keeping the run's
*> RETURN-CODE across it.
7700-CALL-RETAIN.
    MOVE RETURN-CODE TO WS-SAVE-RC
    CALL "RETAIN" USING WS-RTN-ACTION WS-AUDIT-PROGRAM
        WS-RTN-TICKET WS-RTN-KIND WS-RTN-NAME WS-RTN-TEXT
        WS-RTN-COUNT WS-RTN-VALUE
    MOVE WS-SAVE-RC TO RETURN-CODE.

*> 7800-LOAD-FX-RATES - the rates in effect on the run date, from
*> FXRATES or a replay's retained copy of it.  The rate file is
*> retained with the run like any other input.
7800-LOAD-FX-RATES.
    MOVE WS-FX-FNAME TO WS-RTN-HOLD-NAME
    PERFORM 7500-MAP-RETAINED-NAME
    MOVE "L" TO FX-ACTION
    MOVE WS-RTN-NAME TO FX-RATE-FNAME
    MOVE WS-FX-RUN-DATE TO FX-RUN-DATE
    CALL "FXRATE" USING FX-CALL-AREA
    IF FX-BAD-CARDS > 0
        DISPLAY "*** SORTING: " FX-BAD-CARDS " CARD(S) IN "
            WS-FX-FNAME " WOULD NOT EDIT AND WERE IGNORED ***"
    END-IF
    MOVE "RATES" TO WS-RTN-KIND
    MOVE WS-FX-FNAME TO WS-RTN-NAME
    MOVE FX-CARDS TO WS-RTN-COUNT
    MOVE SPACES TO WS-RTN-VALUE
    PERFORM 7600-RETAIN-INPUT-FILE.

*> 7850-CONVERT-AMOUNT - the scaled amount of the current row to the
*> base currency.  No rate in effect leaves FX-RESULT "N" and the
*> reason for SRTREJ.
7850-CONVERT-AMOUNT.
    MOVE "C" TO FX-ACTION
    MOVE WS-IN-CURRENCY TO FX-CURRENCY
    MOVE WS-SCALED-AMOUNT TO FX-AMOUNT
    CALL "FXRATE" USING FX-CALL-AREA
    IF FX-OK
        MOVE FX-CONVERTED TO WS-SCALED-AMOUNT
    ELSE
        ADD 1 TO WS-FX-NO-RATE-COUNT
        MOVE SPACES TO WS-REJ-REASON
        STRING "NO " WS-IN-CURRENCY " RATE IN EFFECT "
            WS-FX-RUN-DATE INTO WS-REJ-REASON
    END-IF.

*> 8800-GET-ANSWER - single chokepoint for every operator question.
*> The shared RESPOND subprogram answers from the RESPFILE response
*> file when one is present and from the console otherwise, so an
*> unattended run never blocks on an ACCEPT.  Every answer is retained
*> under the run ticket; a replay takes the retained answer instead of
*> asking.
8800-GET-ANSWER.
    MOVE SPACES TO WS-ANSWER
    MOVE WS-PROMPT TO WS-RTN-NAME
    IF WS-RERUN-MODE
        MOVE "R" TO WS-RTN-ACTION
        PERFORM 7700-CALL-RETAIN
        MOVE WS-RTN-TEXT TO WS-ANSWER
    ELSE
        CALL "RESPOND" USING WS-PROMPT WS-ANSWER
        MOVE "A" TO WS-RTN-ACTION
        MOVE WS-RUN-TICKET TO WS-RTN-TICKET
        MOVE WS-ANSWER TO WS-RTN-TEXT
        PERFORM 7700-CALL-RETAIN
    END-IF.

*> 5100-REJECT-RECORD - a non-numeric amount, or a currency with no
*> rate in effect, does not stop the run; the record is logged to
*> SRTREJ with its line number (and the reason, for a currency) so
*> the good rows can still be sorted.
5100-REJECT-RECORD.
    ADD 1 TO WS-REJECT-COUNT
    MOVE WS-LINE-NO TO WS-DISP-LINE-NO
    MOVE SPACES TO REJECT-LINE
    STRING "LINE " WS-DISP-LINE-NO ": " WS-INPUT-RECORD "  "
        WS-REJ-REASON INTO REJECT-LINE
    WRITE REJECT-LINE.
