
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REC.
           05 CKPT-LAST-SID        PIC 9(8).
           05 CKPT-RUNNING-TOTAL   PIC S9(9)V99.

       FD  STREAM-TOTAL-FILE.
           05 STOT-REJ-OTHER       PIC 9(8).
           05 FILLER               PIC X.
           05 STOT-CKPT-COUNT      PIC 9(8).
           05 FILLER               PIC X.
           05 STOT-FROZEN-COUNT    PIC 9(8).

       FD  DATE-CONTROL-FILE.
       01  DATE-CONTROL-IO-REC PIC X(111).
       01 WS-RESTARTING            PIC X VALUE 'N'.
       01 WS-CKPT-QUOTIENT         PIC 9(8).
       01 WS-CKPT-REMAINDER        PIC 9(4).
       01 WS-LAST-SID              PIC 9(8) VALUE ZERO.
       01 WS-EOF-SWITCH            PIC X VALUE 'N'.
       01 WS-RECORD-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-PRICED-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-REJECT-20-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-REJECT-30-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-REJECT-OTHER-COUNT    PIC 9(8) VALUE ZERO.
       01 WS-FROZEN-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-CHECKPOINT-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-REPORT-LINE.
           05 WS-RPT-SID           PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-RPT-NAME          PIC A(15).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-RPT-INTEREST      PIC -9(7).99.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-RPT-RETCODE       PIC 9(2).
           05 FILLER               PIC X(6) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-STREAM-ID       PIC 9.
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE SID TO WS-LAST-SID
                   IF SREC-FROZEN
                       ADD 1 TO WS-FROZEN-COUNT
                   ELSE
                       PERFORM PRICE-ONE-STUDENT
                   END-IF
                   ADD 1 TO WS-RECORD-COUNT
                   DIVIDE WS-RECORD-COUNT BY WS-CHECKPOINT-INTERVAL
                       GIVING WS-CKPT-QUOTIENT
                       REMAINDER WS-CKPT-REMAINDER
                   END-IF
           END-READ.

      *> A frozen account is under a hold: it is read and counted
      *> but not priced, reported or suspended.
       PRICE-ONE-STUDENT.
           CALL 'called' USING STUDENT-REC.
           IF SREC-RETURN-CODE = ZERO
               ADD INTEREST TO WS-RUNNING-TOTAL
               ADD 1 TO WS-PRICED-COUNT
           ELSE
               PERFORM COUNT-REJECT
               PERFORM WRITE-SUSPENSE-RECORD
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       READ-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CHECKPOINT-STATUS = '00'
           MOVE WS-REJECT-30-COUNT    TO STOT-REJ-30.
           MOVE WS-REJECT-OTHER-COUNT TO STOT-REJ-OTHER.
           MOVE WS-CHECKPOINT-COUNT   TO STOT-CKPT-COUNT.
           MOVE WS-FROZEN-COUNT       TO STOT-FROZEN-COUNT.
           WRITE STREAM-TOTAL-REC.
           CLOSE STREAM-TOTAL-FILE.

