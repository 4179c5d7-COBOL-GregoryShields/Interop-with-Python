
       FD  PROPOSED-RATE-FILE.
       01  PROPOSED-RATE-REC.
           05 NEW-LOW-SID          PIC 9(8).
           05 NEW-HIGH-SID         PIC 9(8).
           05 NEW-RATE             PIC 9(3)V9(4).
           05 NEW-EFF-DATE         PIC 9(8).

       01 WS-LIVE-COUNT            PIC 9(4) VALUE ZERO.
       01 WS-LIVE-TABLE.
           05 WS-LIVE-ENTRY OCCURS 50 TIMES INDEXED BY LIV-IDX.
               10 WS-LIV-LOW       PIC 9(8).
               10 WS-LIV-HIGH      PIC 9(8).
               10 WS-LIV-RATE      PIC 9(3)V9(4).
               10 WS-LIV-EFF       PIC 9(8).
               10 WS-LIV-STUDENTS  PIC 9(8).
       01 WS-PROP-COUNT            PIC 9(4) VALUE ZERO.
       01 WS-PROP-TABLE.
           05 WS-PROP-ENTRY OCCURS 50 TIMES INDEXED BY PRP-IDX.
               10 WS-PRP-LOW       PIC 9(8).
               10 WS-PRP-HIGH      PIC 9(8).
               10 WS-PRP-RATE      PIC 9(3)V9(4).
               10 WS-PRP-EFF       PIC 9(8).
       01 WS-NO-BAND-STUDENTS      PIC 9(8) VALUE ZERO.
       01 WS-BAND-SECTION-HEADING  PIC X(80)
               VALUE 'INTEREST BY CURRENT RATE BAND'.
       01 WS-SIM-BAND-LINE.
           05 WS-SIMB-LOW          PIC 9(8).
           05 FILLER               PIC X VALUE '-'.
           05 WS-SIMB-HIGH         PIC 9(8).
           05 FILLER               PIC X(5) VALUE ' CNT '.
           05 WS-SIMB-COUNT        PIC Z(5)9.
           05 FILLER               PIC X(5) VALUE ' CUR '.
           05 WS-SIMB-CURRENT      PIC -9(8).99.
           05 FILLER               PIC X(5) VALUE ' PRP '.
           05 WS-SIMB-PROPOSED     PIC -9(8).99.
           05 FILLER               PIC X(5) VALUE ' DLT '.
           05 WS-SIMB-DELTA        PIC -9(8).99.
           05 FILLER               PIC X VALUE SPACE.
       01 WS-SIM-TOTAL-LINE.
           05 FILLER               PIC X(21)
           05 WS-SIMT-DELTA        PIC -9(11).99.
           05 FILLER               PIC X(44) VALUE SPACES.
       01 WS-CHANGE-SECTION-HEADING PIC X(80)
               VALUE 'STUDENTS CHANGING BAND - SID NAME FROM BAND RATE >
      -    ' TO BAND RATE'.
       01 WS-CHANGE-DETAIL-LINE.
           05 WS-CHG-SID           PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-CHG-NAME          PIC A(15).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-CHG-OLD-LOW       PIC 9(8).
           05 FILLER               PIC X VALUE '-'.
           05 WS-CHG-OLD-HIGH      PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-CHG-OLD-RATE      PIC 9(3).9(4).
           05 FILLER               PIC X(3) VALUE ' > '.
           05 WS-CHG-NEW-LOW       PIC 9(8).
           05 FILLER               PIC X VALUE '-'.
           05 WS-CHG-NEW-HIGH      PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-CHG-NEW-RATE      PIC 9(3).9(4).
       01 WS-SIM-COUNT-LINE.
           05 WS-SIMC-LABEL        PIC X(23).
           05 WS-SIMC-COUNT        PIC Z(7)9.
