      *****************************************************************
      * PROGRAM:  DAYCHK
      *
      * PURPOSE:  SHOP-WIDE BUSINESS-DATE CLOSE CHECK.  DAYCLOSE
      *           MARKS A BUSINESS DATE CLOSED IN THE DAYCTL CONTROL
      *           FILE (SHARED DAYCREC COPYBOOK) ONCE THE DAY HAS
      *           PROVED, AND A LEVEL-3 OPERATOR CAN REOPEN IT THERE.
      *           ANY PROGRAM ABOUT TO POST WORK UNDER A DATE - THE
      *           STATS TREND AND REGISTRY LINES, AN ACCTPOST POSTING
      *           RUN - CALLS HERE FIRST AND GETS BACK THE DATE'S
      *           STANDING FROM THE LAST DAYCTL LINE FOR IT:
      *             C  CLOSED - NO FURTHER WORK MAY BE POSTED
      *             R  REOPENED BY A LEVEL-3 OPERATOR - OPEN AGAIN
      *             O  NEVER CLOSED - OPEN
      *           ALONG WITH THE OPERATOR WHO MADE THAT LAST CHANGE,
      *           FOR THE CALLER'S REFUSAL MESSAGE.
      *
      *           NO DAYCTL FILE MEANS NO DATE HAS EVER BEEN CLOSED.
      *
      * USAGE:    CALL "DAYCHK" USING LK-BUSINESS-DATE LK-DATE-STATE
      *               LK-OPER-ID.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15  RA   INITIAL VERSION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYCHK.
       AUTHOR. R-ALLYN.
       INSTALLATION. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DAYCTL-FILE ASSIGN TO "DAYCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAYCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DAYCTL-FILE.
           COPY DAYCREC.

       WORKING-STORAGE SECTION.
       77  WS-DAYCTL-STATUS        PIC X(02).
       77  WS-EOF-SW               PIC X(01).
           88  WS-AT-EOF            VALUE 'Y'.
      *--------------------------------------------------------------*
      * THE STANDING IS KEPT HERE WHILE THE FILE IS READ - THE FD
      * RECORD AREA IS UNDEFINED ONCE THE FILE IS CLOSED.
      *--------------------------------------------------------------*
       77  WS-DATE-STATE           PIC X(01).
       77  WS-OPER-ID              PIC X(08).

       LINKAGE SECTION.
       01  LK-BUSINESS-DATE        PIC 9(06).
       01  LK-DATE-STATE           PIC X(01).
       01  LK-OPER-ID              PIC X(08).

       PROCEDURE DIVISION USING LK-BUSINESS-DATE LK-DATE-STATE
               LK-OPER-ID.
       0000-MAINLINE.
           MOVE 'O' TO WS-DATE-STATE
           MOVE SPACES TO WS-OPER-ID
           OPEN INPUT DAYCTL-FILE
           IF WS-DAYCTL-STATUS = "00" OR WS-DAYCTL-STATUS = "05"
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-AT-EOF
                   READ DAYCTL-FILE
                       AT END
                           SET WS-AT-EOF TO TRUE
                       NOT AT END
                           IF DAYC-DATE = LK-BUSINESS-DATE
                                   AND (DAYC-CLOSED OR DAYC-REOPENED)
                               MOVE DAYC-ACTION TO WS-DATE-STATE
                               MOVE DAYC-OPER-ID TO WS-OPER-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAYCTL-FILE
           END-IF
           MOVE WS-DATE-STATE TO LK-DATE-STATE
           MOVE WS-OPER-ID TO LK-OPER-ID
           GOBACK.
