      *> file since then - POSTDLY postings, CAPINT capitalization
      *> and STUDMNT maintenance all carry their amount there.  A
      *> TRIAL BALANCE line goes to AUDITLOG and a fresh control
      *> record is appended for the next run either way - BALCTL
      *> keeps one record per run, the last one being the control,
      *> so the master total at any past run date stays on file for
      *> the GL extract to prove a period's movement against; an
      *> out-of-balance master ends with return code 8 so the
      *> scheduler stops the night before BATCHDRV prices it.  The
      *> first run, with no control record yet, establishes the
       READ-BALANCE-CONTROL.
           OPEN INPUT BALANCE-CONTROL-FILE.
           IF WS-CONTROL-STATUS = '00'
               PERFORM UNTIL WS-CONTROL-STATUS NOT = '00'
                   READ BALANCE-CONTROL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE 'Y' TO WS-CONTROL-PRESENT
                           MOVE BCTL-DATE  TO WS-PRIOR-DATE
                           MOVE BCTL-TOTAL TO WS-PRIOR-TOTAL
                   END-READ
               END-PERFORM
               CLOSE BALANCE-CONTROL-FILE
           END-IF.

      *> so after an out-of-balance night is investigated the next
      *> run compares against reality, not the stale expectation.
       WRITE-BALANCE-CONTROL.
           OPEN EXTEND BALANCE-CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = '00'
               OPEN OUTPUT BALANCE-CONTROL-FILE
           END-IF.
           MOVE WS-RUN-DATE     TO BCTL-DATE.
           MOVE WS-ACTUAL-TOTAL TO BCTL-TOTAL.
           WRITE BALANCE-CONTROL-REC.
