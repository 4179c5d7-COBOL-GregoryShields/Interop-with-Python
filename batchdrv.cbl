
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REC.
           05 CKPT-LAST-SID        PIC 9(8).
           05 CKPT-RUNNING-TOTAL   PIC S9(9)V99.

       FD  AUDIT-FILE.
       COPY susprec.

       FD  RUN-STATS-FILE.
       01  RUN-STATS-REC PIC X(140).

       FD  DATE-CONTROL-FILE.
       01  DATE-CONTROL-IO-REC PIC X(111).
       01 WS-REJECT-20-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-REJECT-30-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-REJECT-OTHER-COUNT    PIC 9(8) VALUE ZERO.
       01 WS-FROZEN-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-CHECKPOINT-COUNT      PIC 9(8) VALUE ZERO.
       COPY runstats.
       01 WS-AUDIT-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-RESTARTING            PIC X VALUE 'N'.
       01 WS-CKPT-QUOTIENT         PIC 9(8).
       01 WS-CKPT-REMAINDER        PIC 9(4).
       01 WS-LAST-SID              PIC 9(8) VALUE ZERO.
       01 WS-STUDENT-MASTER-STATUS PIC XX VALUE '00'.
       01 WS-REPORT-STATUS         PIC XX VALUE '00'.
       01 WS-EOF-SWITCH            PIC X VALUE 'N'.
       01 WS-RECORD-COUNT          PIC 9(8) VALUE ZERO.
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
       01 LK-RESTART-FLAG    PIC X.
           PERFORM READ-DATE-CONTROL.
           IF WS-JOB-REFUSED = 'Y'
               MOVE 8 TO WS-RETURN-CODE
               MOVE 'REFUSED' TO WS-RECON-RESULT
           ELSE
               PERFORM OPEN-FILES
               PERFORM PROCESS-STUDENTS UNTIL WS-EOF-SWITCH = 'Y'
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
           MOVE WS-REJECT-OTHER-COUNT  TO WS-RUNS-REJ-OTHER.
           MOVE WS-CHECKPOINT-COUNT    TO WS-RUNS-CKPT-COUNT.
           MOVE WS-RECON-RESULT        TO WS-RUNS-RECON-RESULT.
           MOVE WS-FROZEN-COUNT        TO WS-RUNS-FROZEN.
           MOVE WS-RUN-DATE            TO WS-RUNS-BUSINESS-DATE.
           MOVE 'BATCHDRV'             TO WS-RUNS-PROGRAM.
           MOVE WS-RETURN-CODE         TO WS-RUNS-RETURN-CODE.
           OPEN EXTEND RUN-STATS-FILE.
           IF WS-RUN-STATS-STATUS NOT = '00'
               OPEN OUTPUT RUN-STATS-FILE
