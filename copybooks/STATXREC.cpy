      *>            (COUNT, MIN, MAX, SUM, AVERAGE, VARIANCE,
      *>            STANDARD DEVIATION, MEDIAN, QUARTILES AND THE
      *>            DEBIT/CREDIT SPLIT) FOLLOWED BY ONE "C" RECORD
      *>            PER CATEGORY AND, FOR A PAIRED X/Y RUN, ONE "P"
      *>            RECORD WITH BOTH COLUMNS' SUMMARIES, THE
      *>            COVARIANCE, CORRELATION AND THE LEAST-SQUARES LINE
      *>            OF Y ON X.  DOWNSTREAM SYSTEMS INGEST THESE
      *>            RECORDS INSTEAD OF RE-KEYING THE FORMATTED PRINT
      *>            LINES OFF RPTOUT.
      *>
      *> USE:       COPY INTO WORKING-STORAGE.  THE WRITER FILLS THE
      *>            FIELDS AND WRITES EACH RECORD AREA; A READER
      *>            EXAMINES BYTE 1 TO TELL HEADER, CATEGORY AND
      *>            PAIRED RECORDS APART.  ALL NUMERIC FIELDS ARE
      *>            UNPUNCTUATED DISPLAY PICTURES AT FIXED POSITIONS.
      *>
      *> MODIFICATION HISTORY
      *>   DATE       INIT  DESCRIPTION
      *>   2026-09-02  RA   INITIAL VERSION.
      *>   2026-10-15  RA   ADDED THE "P" PAIRED-ANALYSIS RECORD.
       01  STATX-HEADER-REC.
           05  STATX-H-TYPE           PIC X(01).
           05  STATX-H-DATE           PIC 9(06).
           05  STATX-C-MAX            PIC S9(14)V9(4).
           05  STATX-C-SUM            PIC S9(16)V9(4).
           05  STATX-C-AVG            PIC S9(14)V9(4).

       01  STATX-PAIRED-REC.
           05  STATX-P-TYPE           PIC X(01).
           05  STATX-P-DATE           PIC 9(06).
           05  STATX-P-TICKET         PIC 9(09).
           05  STATX-P-COUNT          PIC 9(07).
           05  STATX-P-REJECTS        PIC 9(06).
           05  STATX-P-EXCLUDED       PIC 9(06).
           05  STATX-P-X-MIN          PIC S9(14)V9(4).
           05  STATX-P-X-MAX          PIC S9(14)V9(4).
           05  STATX-P-X-AVG          PIC S9(14)V9(4).
           05  STATX-P-X-STD-DEV      PIC S9(14)V9(4).
           05  STATX-P-Y-MIN          PIC S9(14)V9(4).
           05  STATX-P-Y-MAX          PIC S9(14)V9(4).
           05  STATX-P-Y-AVG          PIC S9(14)V9(4).
           05  STATX-P-Y-STD-DEV      PIC S9(14)V9(4).
           05  STATX-P-COVARIANCE     PIC S9(14)V9(4).
           05  STATX-P-CORRELATION    PIC S9(01)V9(06).
           05  STATX-P-SLOPE          PIC S9(11)V9(07).
           05  STATX-P-INTERCEPT      PIC S9(14)V9(4).
           05  STATX-P-R-SQUARED      PIC 9(01)V9(06).
           05  STATX-P-FIT-FLAG       PIC X(01).
