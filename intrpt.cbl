       FILE SECTION.
       FD  REPORT-IN-FILE.
       01  REPORT-IN-REC.
           05 RPT-IN-SID           PIC X(8).
           05 FILLER               PIC X.
           05 RPT-IN-NAME          PIC X(15).
           05 FILLER               PIC X.
               10 RPT-IN-INT-DEC   PIC 99.
           05 FILLER               PIC X.
           05 RPT-IN-RETCODE       PIC X(2).
           05 FILLER               PIC X(41).

       FD  RATE-TABLE-FILE.
       COPY ratetab.
       01 WS-RATE-FILE-STATUS      PIC XX VALUE '00'.
       01 WS-PRINT-STATUS          PIC XX VALUE '00'.
       01 WS-EOF-SWITCH            PIC X VALUE 'N'.
       01 WS-OPEN-ERROR-SWITCH     PIC X VALUE 'N'.
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-PAGE-NUMBER           PIC 9(4) VALUE ZERO.
       01 WS-LINE-COUNT            PIC 9(2) VALUE 99.
       01 WS-RATE-TABLE-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-BAND-TABLE.
           05 WS-BAND-ENTRY OCCURS 50 TIMES INDEXED BY BAND-IDX.
               10 WS-BAND-LOW      PIC 9(8).
               10 WS-BAND-HIGH     PIC 9(8).
               10 WS-BAND-RATE     PIC 9(3)V9(4).
               10 WS-BAND-EFF      PIC 9(8).
               10 WS-BAND-COUNT    PIC 9(8).
           05 FILLER               PIC X(2) VALUE SPACES.
       01 WS-COLUMN-HEADING.
           05 FILLER               PIC X(80)
               VALUE ' SID      NAME             INTEREST    RC'.
       01 WS-DETAIL-LINE.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-DTL-SID           PIC X(8).
           05 FILLER               PIC XX VALUE SPACES.
           05 WS-DTL-NAME          PIC X(15).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-DTL-INTEREST      PIC -9(7).99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-DTL-RETCODE       PIC X(2).
           05 FILLER               PIC X(38) VALUE SPACES.
       01 WS-BAND-LINE.
           05 FILLER               PIC X(5) VALUE 'BAND '.
           05 WS-BND-LOW           PIC 9(8).
           05 FILLER               PIC X VALUE '-'.
           05 WS-BND-HIGH          PIC 9(8).
           05 FILLER               PIC X(7) VALUE '  RATE '.
           05 WS-BND-RATE          PIC 9(3).9(4).
           05 FILLER               PIC X(8) VALUE '  COUNT '.
           05 WS-BND-COUNT         PIC Z(7)9.
           05 FILLER               PIC X(11) VALUE '  INTEREST '.
           05 WS-BND-TOTAL         PIC -9(9).99.
           05 FILLER               PIC X(3) VALUE SPACES.
       01 WS-REJECT-LINE.
           05 FILLER               PIC X(19)
               VALUE 'REJECTS WITH CODE '.
           PERFORM PROCESS-REPORT-LINES UNTIL WS-EOF-SWITCH = 'Y'.
           PERFORM PRINT-SUMMARY.
           PERFORM CLOSE-FILES.
           IF WS-OPEN-ERROR-SWITCH = 'Y'
               MOVE 12 TO RETURN-CODE
           END-IF.
           GOBACK.

       OPEN-FILES.
               DISPLAY 'ERROR: cannot open RPTFILE, status='
                   WS-REPORT-IN-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 'Y' TO WS-OPEN-ERROR-SWITCH
           END-IF.
           OPEN OUTPUT PRINT-FILE.

