      *****************************************************************
      * PROGRAM:  PINSCRAM
      *
      * PURPOSE:  SHOP-WIDE ONE-WAY PIN SCRAMBLE.  AN OPERATOR'S
      *           SIGN-ON PIN IS NEVER WRITTEN TO OPERMAST AS TYPED;
      *           MENU'S SIGN-ON AND OPERMNT'S PIN ISSUE BOTH PASS THE
      *           OPERATOR ID AND THE PIN HERE AND KEEP ONLY THE NINE-
      *           DIGIT SCRAMBLE THAT COMES BACK.  A SIGN-ON IS PROVED
      *           BY SCRAMBLING WHAT WAS TYPED AND COMPARING THE TWO
      *           SCRAMBLES - THE PIN ITSELF CANNOT BE READ BACK OUT
      *           OF THE MASTER.
      *
      *           THE ID IS PART OF THE SCRAMBLE, SO TWO OPERATORS WHO
      *           CHOOSE THE SAME PIN DO NOT SHOW THE SAME VALUE ON
      *           FILE.  EACH OF THE SIXTEEN CHARACTERS (ID THEN PIN)
      *           IS TURNED INTO ITS PLACE IN THE CHARACTER SET BELOW
      *           AND FOLDED INTO A RUNNING VALUE, REDUCED MODULO A
      *           LARGE PRIME, OVER SEVERAL ROUNDS SO EVERY CHARACTER
      *           REACHES EVERY DIGIT OF THE RESULT.
      *
      *           CHANGING THE CHARACTER SET, THE MULTIPLIER, THE
      *           PRIME OR THE ROUND COUNT INVALIDATES EVERY PIN ON
      *           FILE - ALL OPERATORS WOULD NEED A NEW PIN ISSUED.
      *
      * USAGE:    CALL "PINSCRAM" USING LK-OPER-ID LK-PIN LK-PIN-HASH.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15  RA   INITIAL VERSION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PINSCRAM.
       AUTHOR. R-ALLYN.
       INSTALLATION. DATA-PROCESSING.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-CHAR-SET             PIC X(40)
           VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ -*_".
       77  WS-MULTIPLIER           PIC 9(04) COMP VALUE 3571.
       77  WS-PRIME                PIC 9(09) COMP VALUE 999999937.
       77  WS-ROUNDS               PIC 9(01) COMP VALUE 3.
       77  WS-ROUND                PIC 9(01) COMP.
       77  WS-POS                  PIC 9(02) COMP.
       77  WS-SET-IDX              PIC 9(02) COMP.
       77  WS-CODE                 PIC 9(02) COMP.
       77  WS-RUNNING              PIC 9(09) COMP.
       77  WS-WORK                 PIC 9(15) COMP.
       77  WS-QUOTIENT             PIC 9(15) COMP.
       01  WS-SOURCE.
           05  WS-SOURCE-ID        PIC X(08).
           05  WS-SOURCE-PIN       PIC X(08).

       LINKAGE SECTION.
       01  LK-OPER-ID              PIC X(08).
       01  LK-PIN                  PIC X(08).
       01  LK-PIN-HASH             PIC 9(09).

       PROCEDURE DIVISION USING LK-OPER-ID LK-PIN LK-PIN-HASH.
       0000-MAINLINE.
           MOVE LK-OPER-ID TO WS-SOURCE-ID
           MOVE LK-PIN TO WS-SOURCE-PIN
           MOVE 7 TO WS-RUNNING
           PERFORM VARYING WS-ROUND FROM 1 BY 1
                   UNTIL WS-ROUND > WS-ROUNDS
               PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 16
                   PERFORM 1000-CHARACTER-CODE
                   COMPUTE WS-WORK = WS-RUNNING * WS-MULTIPLIER
                       + WS-CODE * (WS-POS + WS-ROUND * 17) + WS-POS
                   DIVIDE WS-WORK BY WS-PRIME GIVING WS-QUOTIENT
                       REMAINDER WS-RUNNING
               END-PERFORM
           END-PERFORM
           MOVE WS-RUNNING TO LK-PIN-HASH
           GOBACK.

      *--------------------------------------------------------------*
      * 1000-CHARACTER-CODE - THE CHARACTER'S PLACE (1-40) IN THE
      * CHARACTER SET; ANYTHING OUTSIDE THE SET IS 41.
      *--------------------------------------------------------------*
       1000-CHARACTER-CODE.
           MOVE 41 TO WS-CODE
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                   UNTIL WS-SET-IDX > 40 OR WS-CODE < 41
               IF WS-SOURCE(WS-POS:1) = WS-CHAR-SET(WS-SET-IDX:1)
                   MOVE WS-SET-IDX TO WS-CODE
               END-IF
           END-PERFORM.
