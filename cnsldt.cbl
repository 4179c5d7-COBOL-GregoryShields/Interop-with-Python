           05 STOT-REJ-OTHER       PIC 9(8).
           05 FILLER               PIC X.
           05 STOT-CKPT-COUNT      PIC 9(8).
           05 FILLER               PIC X.
           05 STOT-FROZEN-COUNT    PIC 9(8).

       FD  STREAM-REPORT-FILE.
       01  STREAM-REPORT-REC PIC X(80).

       FD  STREAM-SUSP-FILE.
       01  STREAM-SUSP-REC PIC X(91).

       FD  REPORT-FILE.
       01  REPORT-REC PIC X(80).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-REC PIC X(91).

       FD  AUDIT-FILE.
       01  AUDIT-REC PIC X(80).

       FD  RUN-STATS-FILE.
       01  RUN-STATS-REC PIC X(140).

       FD  DATE-CONTROL-FILE.
       01  DATE-CONTROL-IO-REC PIC X(111).
       01 WS-STREAM-BAND-FOUND     PIC X VALUE 'N'.
       01 WS-STREAM-BAND-TABLE.
           05 WS-STREAM-BAND-ENTRY OCCURS 9 TIMES INDEXED BY SBD-IDX.
               10 WS-SBD-LOW       PIC 9(8).
               10 WS-SBD-HIGH      PIC 9(8).
       01 WS-STREAM-NUMBER         PIC 9(2) VALUE ZERO.
       01 WS-COPY-EOF-SWITCH       PIC X VALUE 'N'.
       01 WS-RUNNING-TOTAL         PIC S9(9)V99 VALUE ZERO.
       01 WS-REJECT-30-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-REJECT-OTHER-COUNT    PIC 9(8) VALUE ZERO.
       01 WS-CHECKPOINT-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-FROZEN-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-RECON-LINE.
           05 WS-RECON-LABEL       PIC X(20)
               VALUE 'RECONCILIATION '.
                       ADD STOT-REJ-30        TO WS-REJECT-30-COUNT
                       ADD STOT-REJ-OTHER     TO WS-REJECT-OTHER-COUNT
                       ADD STOT-CKPT-COUNT    TO WS-CHECKPOINT-COUNT
                       IF STOT-FROZEN-COUNT IS NUMERIC
                           ADD STOT-FROZEN-COUNT TO WS-FROZEN-COUNT
                       END-IF
               END-READ
               CLOSE STREAM-TOTAL-FILE
           END-IF.
           MOVE WS-REJECT-30-COUNT     TO WS-RUNS-REJ-30.
           MOVE WS-REJECT-OTHER-COUNT  TO WS-RUNS-REJ-OTHER.
           MOVE WS-CHECKPOINT-COUNT    TO WS-RUNS-CKPT-COUNT.
           MOVE WS-FROZEN-COUNT        TO WS-RUNS-FROZEN.
           MOVE WS-RECON-RESULT        TO WS-RUNS-RECON-RESULT.
           MOVE WS-RUN-DATE            TO WS-RUNS-BUSINESS-DATE.
           MOVE 'CNSLDT'               TO WS-RUNS-PROGRAM.
           MOVE WS-RETURN-CODE         TO WS-RUNS-RETURN-CODE.
           OPEN EXTEND RUN-STATS-FILE.
           IF WS-RUN-STATS-STATUS NOT = '00'
               OPEN OUTPUT RUN-STATS-FILE
