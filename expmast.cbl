      *> Master export for the Python loader.  Reads STUDMAST in SID
      *> order, drives each record through CALLED so INTEREST is
      *> freshly computed, and writes a pipe-delimited interface file
      *> in display format: an H header record carrying the run date,
      *> source file and record layout version (V02 is the eight-digit
      *> SID layout), one D record per student, and a T trailer
      *> carrying the record count plus hash totals of SREC-BALANCE
      *> and INTEREST so the loader can verify completeness before
      *> ingesting anything.
           05 WS-HDR-RUN-DATE      PIC 9(8).
           05 FILLER               PIC X VALUE '|'.
           05 WS-HDR-SOURCE        PIC X(8) VALUE 'STUDMAST'.
           05 FILLER               PIC X VALUE '|'.
           05 WS-HDR-LAYOUT        PIC X(3) VALUE 'V02'.
           05 FILLER               PIC X(57) VALUE SPACES.
       01 WS-DETAIL-LINE.
           05 FILLER               PIC X(2) VALUE 'D|'.
           05 WS-DTL-SID           PIC 9(8).
           05 FILLER               PIC X VALUE '|'.
           05 WS-DTL-NAME          PIC X(15).
           05 FILLER               PIC X VALUE '|'.
           05 WS-DTL-INTEREST      PIC +9(7).99.
           05 FILLER               PIC X VALUE '|'.
           05 WS-DTL-RETCODE       PIC 9(2).
           05 FILLER               PIC X(15) VALUE SPACES.
       01 WS-TRAILER-LINE.
           05 FILLER               PIC X(2) VALUE 'T|'.
           05 WS-TRL-COUNT         PIC 9(8).
