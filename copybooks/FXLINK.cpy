      *> COPYBOOK:  FXLINK
      *>
      *> PURPOSE:   THE ONE PARAMETER AREA PASSED TO THE SHARED FXRATE
      *>            EXCHANGE-RATE SUBPROGRAM.  THE CALLER SETS
      *>            FX-ACTION AND THE FIELDS THAT ACTION READS; FXRATE
      *>            FILLS IN THE FIELDS IT RETURNS.
      *>              L  LOAD THE RATES IN FX-RATE-FNAME IN EFFECT ON
      *>                 FX-RUN-DATE AND START FRESH CURRENCY TOTALS.
      *>                 FX-RESULT N MEANS THERE WAS NO RATE FILE;
      *>                 FX-CARDS AND FX-BAD-CARDS COME BACK WITH THE
      *>                 CARDS READ AND THE CARDS THAT WOULD NOT EDIT.
      *>              C  CONVERT FX-AMOUNT IN FX-CURRENCY TO
      *>                 FX-CONVERTED AT FX-RATE.  FX-RESULT N MEANS
      *>                 THE CURRENCY HAS NO RATE IN EFFECT AND THE
      *>                 AMOUNT WAS NOT CONVERTED.
      *>              T  THE CURRENCY TOTALS ENTRY NUMBER FX-INDEX -
      *>                 FX-CURRENCY, FX-RATE, FX-RECORDS CONVERTED,
      *>                 FX-REJECTS WITH NO RATE AND THE ORIGINAL AND
      *>                 CONVERTED TOTALS.  FX-RESULT N MEANS THERE
      *>                 IS NO SUCH ENTRY.
      *>            FX-FOREIGN-SW IS Y ONCE ANY AMOUNT SINCE THE LOAD
      *>            CARRIED A CURRENCY CODE, SO A CALLER CAN LEAVE ITS
      *>            REPORT AS IT WAS FOR AN ALL-BASE-CURRENCY RUN.
      *>
      *> USE:       COPY INTO WORKING-STORAGE; CALL "FXRATE" USING
      *>            FX-CALL-AREA.
      *>
      *> MODIFICATION HISTORY
      *>   DATE       INIT  DESCRIPTION
      *>   2026-10-15  RA   INITIAL VERSION.
       01  FX-CALL-AREA.
           05  FX-ACTION              PIC X(01).
           05  FX-RATE-FNAME          PIC X(30).
           05  FX-RUN-DATE            PIC 9(06).
           05  FX-CURRENCY            PIC X(03).
           05  FX-AMOUNT              PIC S9(14)V9(4).
           05  FX-CONVERTED           PIC S9(14)V9(4).
           05  FX-RATE                PIC 9(05)V9(08).
           05  FX-RESULT              PIC X(01).
               88  FX-OK              VALUE 'Y'.
           05  FX-FOREIGN-SW          PIC X(01).
               88  FX-FOREIGN-SEEN    VALUE 'Y'.
           05  FX-CARDS               PIC 9(05).
           05  FX-BAD-CARDS           PIC 9(05).
           05  FX-INDEX               PIC 9(03).
           05  FX-RECORDS             PIC 9(07).
           05  FX-REJECTS             PIC 9(07).
           05  FX-ORIG-TOTAL          PIC S9(16)V9(4).
           05  FX-CONV-TOTAL          PIC S9(16)V9(4).
