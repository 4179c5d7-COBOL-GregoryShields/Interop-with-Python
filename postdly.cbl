      *> amounts, or that would drive a balance negative are written
      *> to TRANREJ; every posting is logged to AUDITLOG with the
      *> before and after balance.
      *> A reversal (type R) names the movement it backs out by its
      *> history key in TRN-ORIG-KEY and reverses exactly that
      *> posting or capitalization; TRN-AMOUNT may be left zero, or
      *> keyed as a check against the original.  A reversal for a
      *> different SID, of a movement already reversed, or of a
      *> maintenance or reversal entry is rejected.  The reversal is
      *> written to HISTFILE as type R pointing at the original.
      *> A withdrawal against an account STUDMNT has frozen is
      *> rejected as ACCOUNT FROZEN; deposits and reversals still
      *> post to a frozen account.
      *> An entry STNDGEN generated from a standing instruction posts
      *> like any other; if it is rejected, the instruction number
      *> and due date it carries go out on TRANREJ with it.
      *> Every run that gets past the control checks ends with a
      *> DAILY POSTING line on AUDITLOG carrying the business date and
      *> the read, posted, rejected and reversal counts, so the daily
      *> control report can foot the postings against HISTFILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       COPY studrec.

       FD  TRAN-FILE.
       COPY tranrec.

       FD  TRAN-REJECT-FILE.
       01  TRAN-REJECT-REC.
           05 TREJ-SID             PIC 9(8).
           05 TREJ-TYPE            PIC X.
           05 TREJ-AMOUNT          PIC 9(9)V99.
           05 FILLER               PIC X.
           05 TREJ-REASON          PIC X(20).
           05 FILLER               PIC X.
           05 TREJ-ORIG-KEY        PIC X(20).
           05 FILLER               PIC X.
           05 TREJ-STND-REF        PIC X(11).
           05 FILLER               PIC X(6).

       FD  AUDIT-FILE.
       01  AUDIT-REC PIC X(80).
       01 WS-TRAN-COUNT            PIC 9(8) VALUE ZERO.
       01 WS-POSTED-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-REJECT-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-FROZEN-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-STANDING-REJECT-COUNT PIC 9(8) VALUE ZERO.
       01 WS-REVERSAL-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-SIZE-ERROR-FLAG       PIC X VALUE 'N'.
       01 WS-REJECT-REASON         PIC X(20) VALUE SPACES.
       01 WS-BEFORE-BALANCE        PIC S9(9)V99 VALUE ZERO.
       01 WS-NEW-BALANCE           PIC S9(9)V99 VALUE ZERO.
       01 WS-REVERSAL-AMOUNT       PIC S9(9)V99 VALUE ZERO.
       01 WS-REVERSAL-CHECK        PIC S9(9)V99 VALUE ZERO.
       01 WS-REVERSED-TYPE         PIC X VALUE SPACE.
       01 WS-ALREADY-REVERSED      PIC X VALUE 'N'.
       01 WS-SCAN-DONE             PIC X VALUE 'N'.
       01 WS-POSTING-AUDIT-LINE.
           05 WS-PAUD-DATE         PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 FILLER               PIC X(4) VALUE 'PST-'.
           05 WS-PAUD-TYPE         PIC X.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-PAUD-SID          PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-PAUD-BEFORE       PIC -9(9).99.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-PAUD-AFTER        PIC -9(9).99.
           05 FILLER               PIC X(20) VALUE SPACES.
       01 WS-POSTING-SUMMARY-LINE.
           05 FILLER               PIC X(20)
               VALUE 'DAILY POSTING '.
           05 WS-PSUM-DATE         PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-PSUM-READ         PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-PSUM-POSTED       PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-PSUM-REJECTED     PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-PSUM-REVERSALS    PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-PSUM-STANDING-REJ PIC 9(8).
           05 FILLER               PIC X(7) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-ENTRY.
               PERFORM OPEN-FILES
               PERFORM POST-TRANSACTIONS UNTIL WS-EOF-SWITCH = 'Y'
               PERFORM CLOSE-FILES
               PERFORM WRITE-POSTING-SUMMARY
               IF WS-OPEN-ERROR-SWITCH = 'N'
                   PERFORM MARK-JOB-COMPLETE
               ELSE
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY 'POSTDLY TRANSACTIONS READ    ' WS-TRAN-COUNT.
           DISPLAY 'POSTDLY TRANSACTIONS POSTED  ' WS-POSTED-COUNT.
           DISPLAY 'POSTDLY REVERSALS POSTED     ' WS-REVERSAL-COUNT.
           DISPLAY 'POSTDLY TRANSACTIONS REJECTED' WS-REJECT-COUNT.
           DISPLAY 'POSTDLY REJECTED AS FROZEN   ' WS-FROZEN-COUNT.
           DISPLAY 'POSTDLY STANDING INSTR REJ   '
               WS-STANDING-REJECT-COUNT.
           GOBACK.

       OPEN-FILES.
               PERFORM WRITE-TRAN-REJECT
           ELSE
           IF NOT TRN-DEPOSIT AND NOT TRN-WITHDRAWAL
                   AND NOT TRN-REVERSAL
               MOVE 'INVALID TRAN TYPE'  TO WS-REJECT-REASON
               PERFORM WRITE-TRAN-REJECT
           ELSE
                   MOVE 'UNKNOWN SID'    TO WS-REJECT-REASON
                   PERFORM WRITE-TRAN-REJECT
               NOT INVALID KEY
                   IF TRN-WITHDRAWAL AND SREC-FROZEN
                       MOVE 'ACCOUNT FROZEN'  TO WS-REJECT-REASON
                       PERFORM WRITE-TRAN-REJECT
                       ADD 1 TO WS-FROZEN-COUNT
                   ELSE
                   IF TRN-REVERSAL
                       PERFORM APPLY-REVERSAL
                   ELSE
                       PERFORM UPDATE-BALANCE
                   END-IF
                   END-IF
           END-READ.

      *> The original must be on HISTFILE under the same SID as the
      *> reversal and must be a posting or a capitalization - a
      *> maintenance entry is corrected through STUDMNT, and a
      *> reversal is never itself reversed.
       APPLY-REVERSAL.
           IF TRN-ORIG-KEY IS NOT NUMERIC
               MOVE 'INVALID ORIGINAL KEY' TO WS-REJECT-REASON
               PERFORM WRITE-TRAN-REJECT
           ELSE
           IF TRN-ORIG-SID NOT = TRN-SID
               MOVE 'SID MISMATCH'       TO WS-REJECT-REASON
               PERFORM WRITE-TRAN-REJECT
           ELSE
               MOVE TRN-ORIG-KEY TO HIST-KEY
               READ HISTORY-FILE
                   INVALID KEY
                       MOVE 'ORIGINAL NOT FOUND' TO WS-REJECT-REASON
                       PERFORM WRITE-TRAN-REJECT
                   NOT INVALID KEY
                       PERFORM CHECK-REVERSAL-TARGET
               END-READ
           END-IF
           END-IF.

       CHECK-REVERSAL-TARGET.
           MOVE HIST-TYPE   TO WS-REVERSED-TYPE.
           MOVE HIST-AMOUNT TO WS-REVERSAL-AMOUNT.
           IF WS-REVERSAL-AMOUNT < ZERO
               COMPUTE WS-REVERSAL-CHECK = ZERO - WS-REVERSAL-AMOUNT
           ELSE
               MOVE WS-REVERSAL-AMOUNT TO WS-REVERSAL-CHECK
           END-IF.
           IF NOT HIST-POSTING AND NOT HIST-CAPITALIZATION
               MOVE 'NOT REVERSIBLE'     TO WS-REJECT-REASON
               PERFORM WRITE-TRAN-REJECT
           ELSE
           IF TRN-AMOUNT NOT = ZERO
                   AND TRN-AMOUNT NOT = WS-REVERSAL-CHECK
               MOVE 'AMOUNT MISMATCH'    TO WS-REJECT-REASON
               PERFORM WRITE-TRAN-REJECT
           ELSE
               PERFORM FIND-PRIOR-REVERSAL
               IF WS-ALREADY-REVERSED = 'Y'
                   MOVE 'ALREADY REVERSED'   TO WS-REJECT-REASON
                   PERFORM WRITE-TRAN-REJECT
               ELSE
                   PERFORM UPDATE-BALANCE
               END-IF
           END-IF
           END-IF.

      *> A movement counts as reversed when any type R entry under
      *> the SID points at it, including one posted earlier in this
      *> run.  The whole of the SID's history is read because the
      *> reversal may carry any business date.
       FIND-PRIOR-REVERSAL.
           MOVE 'N' TO WS-ALREADY-REVERSED.
           MOVE 'N' TO WS-SCAN-DONE.
           MOVE TRN-ORIG-SID TO HIST-SID.
           MOVE ZERO TO HIST-DATE.
           MOVE ZERO TO HIST-SEQ.
           START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF HIST-SID NOT = TRN-ORIG-SID
                           MOVE 'Y' TO WS-SCAN-DONE
                       ELSE
                       IF HIST-REVERSAL
                               AND HIST-REVERSED-DATE = TRN-ORIG-DATE
                               AND HIST-REVERSED-SEQ = TRN-ORIG-SEQ
                           MOVE 'Y' TO WS-ALREADY-REVERSED
                           MOVE 'Y' TO WS-SCAN-DONE
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

       UPDATE-BALANCE.
           MOVE SREC-BALANCE TO WS-BEFORE-BALANCE.
           MOVE 'N' TO WS-SIZE-ERROR-FLAG.
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-SIZE-ERROR-FLAG
               END-COMPUTE
           ELSE
           IF TRN-REVERSAL
               COMPUTE WS-NEW-BALANCE =
                       WS-BEFORE-BALANCE - WS-REVERSAL-AMOUNT
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-SIZE-ERROR-FLAG
               END-COMPUTE
           ELSE
               COMPUTE WS-NEW-BALANCE =
                       WS-BEFORE-BALANCE - TRN-AMOUNT
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-SIZE-ERROR-FLAG
               END-COMPUTE
           END-IF
           END-IF.
           IF WS-SIZE-ERROR-FLAG = 'Y'
               MOVE 'BALANCE OVERFLOW'  TO WS-REJECT-REASON
                       PERFORM WRITE-POSTING-AUDIT
                       PERFORM WRITE-POSTING-HISTORY
                       ADD 1 TO WS-POSTED-COUNT
                       IF TRN-REVERSAL
                           ADD 1 TO WS-REVERSAL-COUNT
                       END-IF
               END-REWRITE
           END-IF
           END-IF.
           MOVE TRN-TYPE   TO TREJ-TYPE.
           MOVE TRN-AMOUNT TO TREJ-AMOUNT.
           MOVE WS-REJECT-REASON TO TREJ-REASON.
           MOVE TRN-ORIG-KEY TO TREJ-ORIG-KEY.
           MOVE TRN-STND-REF TO TREJ-STND-REF.
           WRITE TRAN-REJECT-REC.
           ADD 1 TO WS-REJECT-COUNT.
           IF TRN-STND-REF NOT = SPACES
               ADD 1 TO WS-STANDING-REJECT-COUNT
           END-IF.

       WRITE-POSTING-AUDIT.
           ACCEPT WS-PAUD-DATE FROM DATE YYYYMMDD.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.

       WRITE-POSTING-SUMMARY.
           MOVE WS-RUN-DATE              TO WS-PSUM-DATE.
           MOVE WS-TRAN-COUNT            TO WS-PSUM-READ.
           MOVE WS-POSTED-COUNT          TO WS-PSUM-POSTED.
           MOVE WS-REJECT-COUNT          TO WS-PSUM-REJECTED.
           MOVE WS-REVERSAL-COUNT        TO WS-PSUM-REVERSALS.
           MOVE WS-STANDING-REJECT-COUNT TO WS-PSUM-STANDING-REJ.
           MOVE WS-POSTING-SUMMARY-LINE TO AUDIT-REC.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.

      *> Same-day movements for a SID climb the sequence number until
      *> a free slot takes the write, so the history key is unique
      *> without a control record.
           MOVE SID                TO HIST-SID.
           MOVE WS-RUN-DATE        TO HIST-DATE.
           MOVE 1                  TO HIST-SEQ.
           IF TRN-REVERSAL
               MOVE 'R'                TO HIST-TYPE
               MOVE WS-REVERSED-TYPE   TO HIST-ACTION
               MOVE TRN-ORIG-DATE      TO HIST-REVERSED-DATE
               MOVE TRN-ORIG-SEQ       TO HIST-REVERSED-SEQ
           ELSE
               MOVE 'P'                TO HIST-TYPE
               MOVE TRN-TYPE           TO HIST-ACTION
               MOVE SPACES             TO HIST-REVERSED-KEY
           END-IF.
           MOVE WS-BEFORE-BALANCE  TO HIST-BEFORE-BALANCE.
           COMPUTE HIST-AMOUNT = WS-NEW-BALANCE - WS-BEFORE-BALANCE.
           MOVE WS-NEW-BALANCE     TO HIST-AFTER-BALANCE.
