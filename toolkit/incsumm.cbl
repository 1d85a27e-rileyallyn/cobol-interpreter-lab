      *****************************************************************
      * PROGRAM:  INCSUMM
      *
      * PURPOSE:  SHOP-WIDE INCIDENT STANDING.  INCIDENT KEEPS EVERY
      *           INCIDENT'S HISTORY ON THE APPEND-ONLY INCLOG FILE
      *           (SHARED INCREC COPYBOOK); THE LAST "O" OR "S" LINE
      *           FOR AN INCIDENT IS ITS STANDING.  DASHBOARD AND
      *           DAYCLOSE CALL HERE FOR THE COUNT OF INCIDENTS NOT
      *           YET CLOSED AND HOW MANY OF THOSE ARE SEVERITY 1,
      *           WITH THE NUMBERS OF THE FIRST TEN SEVERITY-1 ONES
      *           AS A PRINTABLE LIST ("000012 000015 ...").
      *
      *           LK-AS-OF-DATE LIMITS THE COUNT TO INCIDENTS OPENED
      *           ON OR BEFORE THAT DATE (ZERO FOR ALL), SO A CLOSE OF
      *           AN EARLIER BUSINESS DATE IS NOT HELD BY AN INCIDENT
      *           OPENED SINCE.
      *
      *           NO INCLOG FILE MEANS NO INCIDENT HAS BEEN OPENED.
      *           THE CALLER'S RETURN-CODE IS KEPT.
      *
      * USAGE:    CALL "INCSUMM" USING LK-AS-OF-DATE LK-OPEN-COUNT
      *               LK-SEV1-COUNT LK-SEV1-LIST.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15  RA   INITIAL VERSION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCSUMM.
       AUTHOR. R-ALLYN.
       INSTALLATION. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INC-FILE ASSIGN TO "INCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INC-FILE.
           COPY INCREC.

       WORKING-STORAGE SECTION.
       77  WS-INC-STATUS           PIC X(02).
       77  WS-SAVE-RC              PIC S9(09) COMP.
       77  WS-EOF-SW               PIC X(01).
           88  WS-AT-EOF            VALUE 'Y'.

      *--------------------------------------------------------------*
      * STANDING TABLE - ONE ENTRY PER INCIDENT NUMBER SEEN.
      *--------------------------------------------------------------*
       77  WS-IT-LIMIT             PIC 9(04) COMP VALUE 2000.
       77  WS-IT-COUNT             PIC 9(04) COMP VALUE 0.
       77  WS-IT-IDX               PIC 9(04) COMP.
       77  WS-IT-HIT               PIC 9(04) COMP.
       01  WS-IT-TABLE.
           05  WS-IT-ENTRY OCCURS 2000 TIMES.
               10  WS-IT-ID        PIC 9(06).
               10  WS-IT-OPEN-DATE PIC 9(06).
               10  WS-IT-SEVERITY  PIC X(01).
               10  WS-IT-STATUS    PIC X(01).
       77  WS-LIST-PTR             PIC 9(03) COMP.
       77  WS-LISTED               PIC 9(03) COMP.

       LINKAGE SECTION.
       01  LK-AS-OF-DATE           PIC 9(06).
       01  LK-OPEN-COUNT           PIC 9(05).
       01  LK-SEV1-COUNT           PIC 9(05).
       01  LK-SEV1-LIST            PIC X(70).

       PROCEDURE DIVISION USING LK-AS-OF-DATE LK-OPEN-COUNT
               LK-SEV1-COUNT LK-SEV1-LIST.
       0000-MAINLINE.
           MOVE RETURN-CODE TO WS-SAVE-RC
           MOVE 0 TO LK-OPEN-COUNT
           MOVE 0 TO LK-SEV1-COUNT
           MOVE SPACES TO LK-SEV1-LIST
           MOVE 0 TO WS-IT-COUNT
           OPEN INPUT INC-FILE
           IF WS-INC-STATUS = "00" OR WS-INC-STATUS = "05"
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-AT-EOF
                   READ INC-FILE
                       AT END
                           SET WS-AT-EOF TO TRUE
                       NOT AT END
                           IF INC-OPEN-LINE OR INC-STATUS-LINE
                               PERFORM 1000-TAKE-STANDING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INC-FILE
           END-IF
           MOVE 1 TO WS-LIST-PTR
           MOVE 0 TO WS-LISTED
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-IT-COUNT
               IF WS-IT-STATUS(WS-IT-IDX) NOT = 'C'
                       AND (LK-AS-OF-DATE = 0
                       OR WS-IT-OPEN-DATE(WS-IT-IDX) <= LK-AS-OF-DATE)
                   ADD 1 TO LK-OPEN-COUNT
                   IF WS-IT-SEVERITY(WS-IT-IDX) = '1'
                       ADD 1 TO LK-SEV1-COUNT
                       IF WS-LISTED < 10
                           ADD 1 TO WS-LISTED
                           STRING WS-IT-ID(WS-IT-IDX) " "
                               DELIMITED BY SIZE INTO LK-SEV1-LIST
                               WITH POINTER WS-LIST-PTR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-SAVE-RC TO RETURN-CODE
           GOBACK.

      *--------------------------------------------------------------*
      * 1000-TAKE-STANDING - THE "O" LINE STARTS AN ENTRY; EACH "S"
      * LINE AFTER IT REPLACES THE STATUS, AND THE SEVERITY WHEN ONE
      * IS GIVEN.
      *--------------------------------------------------------------*
       1000-TAKE-STANDING.
           MOVE 0 TO WS-IT-HIT
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-IT-COUNT OR WS-IT-HIT > 0
               IF WS-IT-ID(WS-IT-IDX) = INC-ID
                   MOVE WS-IT-IDX TO WS-IT-HIT
               END-IF
           END-PERFORM
           IF WS-IT-HIT = 0 AND INC-OPEN-LINE
                   AND WS-IT-COUNT < WS-IT-LIMIT
               ADD 1 TO WS-IT-COUNT
               MOVE WS-IT-COUNT TO WS-IT-HIT
               MOVE INC-ID TO WS-IT-ID(WS-IT-HIT)
               MOVE INC-STAMP-DATE TO WS-IT-OPEN-DATE(WS-IT-HIT)
           END-IF
           IF WS-IT-HIT > 0
               MOVE INC-STATUS TO WS-IT-STATUS(WS-IT-HIT)
               IF INC-SEVERITY NOT = SPACE
                   MOVE INC-SEVERITY TO WS-IT-SEVERITY(WS-IT-HIT)
               END-IF
           END-IF.
