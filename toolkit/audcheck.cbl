      *****************************************************************
      * PROGRAM:  AUDCHECK
      *
      * PURPOSE:  SHOP-WIDE AUDITLG SEAL.  AUDITLG IS AN INDEXED FILE
      *           THAT ANY PROGRAM, OR ANYONE WITH FILE ACCESS, COULD
      *           REWRITE OR DELETE FROM WITHOUT TRACE.  EVERY WRITER
      *           (AUDITLOG, AUDITBEG, AUDITNOTE, LOGCONV) THEREFORE
      *           SEALS EACH RECORD HERE BEFORE WRITING IT: THE RECORD
      *           TAKES THE NEXT CHAIN NUMBER FROM THE AUDCHAIN HEAD
      *           FILE, AND ITS CHECK VALUE IS FOLDED FROM ITS KEY,
      *           ITS TEXT, THAT CHAIN NUMBER AND THE PREVIOUS
      *           RECORD'S CHECK VALUE.  ONCE THE WRITE HAS GONE
      *           THROUGH, THE WRITER CALLS BACK TO MOVE THE HEAD ON.
      *           A RECORD ALTERED LATER NO LONGER MATCHES ITS CHECK;
      *           A RECORD REMOVED LEAVES A GAP IN THE CHAIN NUMBERS;
      *           AUDVRFY WALKS THE CHAIN AND REPORTS BOTH.
      *
      *           EACH BYTE IS FOLDED IN AS ITS BINARY VALUE, SO EVERY
      *           CHARACTER COUNTS, AND THE FOLD IS REDUCED MODULO A
      *           LARGE PRIME - A CHANGE TO ANY ONE BYTE ALWAYS GIVES
      *           A DIFFERENT CHECK VALUE.  CHANGING THE MULTIPLIER OR
      *           THE PRIME INVALIDATES EVERY SEAL ON FILE.
      *
      * USAGE:    CALL "AUDCHECK" USING LK-FUNCTION LK-AUDIT-REC
      *               LK-PREV-CHECK LK-CHECK.
      *           LK-FUNCTION IS
      *             S  SEAL - TAKE THE NEXT CHAIN NUMBER AND THE HEAD'S
      *                CHECK (RETURNED IN LK-PREV-CHECK), AND FILL THE
      *                RECORD'S AUDIT-CHAIN.  CALL AGAIN AFTER ANY
      *                CHANGE TO THE KEY (A SEQUENCE BUMP).
      *             A  ADVANCE - THE SEALED RECORD HAS BEEN WRITTEN;
      *                MAKE IT THE HEAD OF THE CHAIN.
      *             C  COMPUTE - THE CHECK VALUE THE RECORD SHOULD
      *                CARRY GIVEN LK-PREV-CHECK; NOTHING IS CHANGED.
      *           THE CHECK VALUE COMES BACK IN LK-CHECK FOR S AND C.
      *           THE CALLER'S RETURN-CODE IS KEPT.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15  RA   INITIAL VERSION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDCHECK.
       AUTHOR. R-ALLYN.
       INSTALLATION. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HEAD-FILE ASSIGN TO "AUDCHAIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HEAD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HEAD-FILE.
           COPY AUDCHREC.

       WORKING-STORAGE SECTION.
       77  WS-HEAD-STATUS          PIC X(02).
       77  WS-SAVE-RC              PIC S9(09) COMP.
       77  WS-HEAD-SEQ             PIC 9(09).
       77  WS-HEAD-CHECK           PIC 9(09).
       77  WS-MULTIPLIER           PIC 9(03) COMP VALUE 257.
       77  WS-PRIME                PIC 9(09) COMP VALUE 999999937.
       77  WS-POS                  PIC 9(03) COMP.
       77  WS-RUNNING              PIC 9(09) COMP.
       77  WS-WORK                 PIC 9(15) COMP.
       77  WS-QUOTIENT             PIC 9(15) COMP.
       01  WS-BYTE-AREA.
           05  WS-BYTE-VALUE       PIC X(01) COMP-X.

      *--------------------------------------------------------------*
      * WHAT THE SEAL COVERS - KEY, TEXT AND CHAIN NUMBER.
      *--------------------------------------------------------------*
       01  WS-SOURCE.
           05  WS-SOURCE-KEY       PIC X(18).
           05  WS-SOURCE-TEXT      PIC X(132).
           05  WS-SOURCE-SEQ       PIC 9(09).
       77  WS-SOURCE-LEN           PIC 9(03) COMP VALUE 159.

       LINKAGE SECTION.
       01  LK-FUNCTION             PIC X(01).
           COPY AUDFREC.
       01  LK-PREV-CHECK           PIC 9(09).
       01  LK-CHECK                PIC 9(09).

       PROCEDURE DIVISION USING LK-FUNCTION AUDIT-REC LK-PREV-CHECK
               LK-CHECK.
       0000-MAINLINE.
           MOVE RETURN-CODE TO WS-SAVE-RC
           EVALUATE LK-FUNCTION
               WHEN 'S'
                   PERFORM 1000-READ-HEAD
                   COMPUTE AUDIT-CHAIN-SEQ = WS-HEAD-SEQ + 1
                   MOVE WS-HEAD-CHECK TO LK-PREV-CHECK
                   PERFORM 3000-FOLD-CHECK
                   MOVE LK-CHECK TO AUDIT-CHAIN-CHECK
               WHEN 'A'
                   PERFORM 2000-WRITE-HEAD
               WHEN 'C'
                   PERFORM 3000-FOLD-CHECK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WS-SAVE-RC TO RETURN-CODE
           GOBACK.

      *--------------------------------------------------------------*
      * 1000-READ-HEAD - NO AUDCHAIN YET MEANS THE CHAIN STARTS HERE,
      * AT NUMBER 1 LINKED TO A CHECK OF ZERO.
      *--------------------------------------------------------------*
       1000-READ-HEAD.
           MOVE 0 TO WS-HEAD-SEQ
           MOVE 0 TO WS-HEAD-CHECK
           OPEN INPUT HEAD-FILE
           IF WS-HEAD-STATUS = "00" OR WS-HEAD-STATUS = "05"
               READ HEAD-FILE
                   NOT AT END
                       IF CHAIN-LAST-SEQ IS NUMERIC
                               AND CHAIN-LAST-CHECK IS NUMERIC
                           MOVE CHAIN-LAST-SEQ TO WS-HEAD-SEQ
                           MOVE CHAIN-LAST-CHECK TO WS-HEAD-CHECK
                       END-IF
               END-READ
               CLOSE HEAD-FILE
           END-IF.

       2000-WRITE-HEAD.
           OPEN OUTPUT HEAD-FILE
           IF WS-HEAD-STATUS = "00" OR WS-HEAD-STATUS = "05"
               MOVE SPACES TO CHAIN-HEAD-REC
               MOVE AUDIT-CHAIN-SEQ TO CHAIN-LAST-SEQ
               MOVE AUDIT-CHAIN-CHECK TO CHAIN-LAST-CHECK
               MOVE AUDIT-KEY TO CHAIN-LAST-KEY
               WRITE CHAIN-HEAD-REC
               CLOSE HEAD-FILE
           ELSE
               DISPLAY "*** AUDCHECK: UNABLE TO REWRITE AUDCHAIN -"
                   " FILE STATUS " WS-HEAD-STATUS " ***"
           END-IF.

      *--------------------------------------------------------------*
      * 3000-FOLD-CHECK - START FROM THE PREVIOUS CHECK AND FOLD EACH
      * BYTE IN TURN: RUNNING = (RUNNING * 257 + BYTE + POSITION)
      * MODULO THE PRIME.
      *--------------------------------------------------------------*
       3000-FOLD-CHECK.
           MOVE AUDIT-KEY TO WS-SOURCE-KEY
           MOVE AUDIT-TEXT TO WS-SOURCE-TEXT
           MOVE AUDIT-CHAIN-SEQ TO WS-SOURCE-SEQ
           MOVE LK-PREV-CHECK TO WS-RUNNING
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-SOURCE-LEN
               MOVE WS-SOURCE(WS-POS:1) TO WS-BYTE-AREA
               COMPUTE WS-WORK = WS-RUNNING * WS-MULTIPLIER
                   + WS-BYTE-VALUE + WS-POS
               DIVIDE WS-WORK BY WS-PRIME GIVING WS-QUOTIENT
                   REMAINDER WS-RUNNING
           END-PERFORM
           MOVE WS-RUNNING TO LK-CHECK.
