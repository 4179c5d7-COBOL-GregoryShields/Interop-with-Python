      *> capitalized per RATETAB SID band go to CAPRPT for the finance
      *> journal entry, and a CAPITALIZATION summary line goes to
      *> AUDITLOG.  If the run is wrong, operations restores by
      *> renaming STUDMAST.BAK over STUDMAST and, where the run used
      *> ACCRFILE, ACCRFILE.BAK over ACCRFILE - the accrual rows are
      *> copied whole to ACCRFILE.BAK before any student is touched,
      *> and restoring the master alone would leave the accruals
      *> already taken out, so the rerun would capitalize nothing.
      *> Where ACCRDLY keeps ACCRFILE, the month's interest is not
      *> recomputed: the amount accrued day by day is rounded to the
      *> cent, capitalized, and taken back out of the accrual row, so
      *> CAPRPT ties to the TOTAL ACCRUED on the ACCRRPT listing.  A
      *> student with no accrual row has earned nothing and is
      *> skipped.  Without ACCRFILE the month is computed from the
      *> current balance as before; an ACCRFILE that is there but
      *> cannot be opened stops the run instead, since capitalizing
      *> around it would leave its accruals to be taken again.
      *> A frozen account is left exactly as it stands - no interest
      *> computed or capitalized, any accrual left in place for when
      *> the hold is lifted - and is counted on its own CAPRPT line
      *> rather than as skipped.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT ACCRUAL-FILE ASSIGN TO "ACCRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACR-SID
               FILE STATUS IS WS-ACCRUAL-STATUS.
           SELECT ACCRUAL-BACKUP-FILE ASSIGN TO "ACCRFILE.BAK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAKA-SID
               FILE STATUS IS WS-ACCRUAL-BACKUP-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC

       FD  BACKUP-MASTER-FILE.
       01  BACKUP-STUDENT-REC.
           05 BAK-SID              PIC 9(8).
           05 FILLER               PIC X(41).

       FD  COMPOUND-FLAG-FILE.
       01  COMPOUND-FLAG-REC.
           05 CMPD-SID             PIC 9(8).
           05 CMPD-PERIODS         PIC 9(4).

       FD  RATE-TABLE-FILE.
       FD  AUDIT-FILE.
       01  AUDIT-REC PIC X(80).

       FD  ACCRUAL-FILE.
       COPY accrrec.

       FD  ACCRUAL-BACKUP-FILE.
       01  ACCRUAL-BACKUP-REC.
           05 BAKA-SID             PIC 9(8).
           05 FILLER               PIC X(26).

       FD  HISTORY-FILE.
       COPY histrec.

       01 WS-RECORD-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-CAPITALIZED-COUNT     PIC 9(8) VALUE ZERO.
       01 WS-SKIPPED-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-FROZEN-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-CAP-GRAND-TOTAL       PIC S9(9)V99 VALUE ZERO.
       01 WS-SIZE-ERROR-FLAG       PIC X VALUE 'N'.
       01 WS-BACKUP-ERROR-SWITCH   PIC X VALUE 'N'.
       01 WS-NEW-BALANCE           PIC S9(9)V99 VALUE ZERO.
       01 WS-ACCRUAL-STATUS        PIC XX VALUE '00'.
       01 WS-ACCRUAL-BACKUP-STATUS PIC XX VALUE '00'.
       01 WS-ACCRUAL-EOF-SWITCH    PIC X VALUE 'N'.
       01 WS-ACCRUAL-MODE          PIC X VALUE 'N'.
       01 WS-ACCRUAL-FOUND         PIC X VALUE 'N'.
       01 WS-NO-ACCRUAL-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-ACCRUED-TOTAL         PIC S9(9)V99 VALUE ZERO.
       01 WS-UNCAPITALIZED-TOTAL   PIC S9(9)V99 VALUE ZERO.
       01 LK-PRINCIPAL             PIC S9(9)V99 VALUE ZERO.
       01 LK-RATE                  PIC S9(3)V9(4) VALUE ZERO.
       01 LK-PERIODS               PIC 9(4) VALUE ZERO.
       01 WS-COMPOUND-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-COMPOUND-TABLE.
           05 WS-COMPOUND-ENTRY OCCURS 200 TIMES INDEXED BY CMP-IDX.
               10 WS-CMP-SID       PIC 9(8).
               10 WS-CMP-PERIODS   PIC 9(4).
       01 WS-RATE-TABLE-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-BAND-FOUND            PIC X VALUE 'N'.
       01 WS-BEST-BAND-SUB         PIC 9(4) VALUE ZERO.
       01 WS-BAND-TABLE.
           05 WS-BAND-ENTRY OCCURS 50 TIMES INDEXED BY BAND-IDX.
               10 WS-BAND-LOW      PIC 9(8).
               10 WS-BAND-HIGH     PIC 9(8).
               10 WS-BAND-RATE     PIC 9(3)V9(4).
               10 WS-BAND-EFF      PIC 9(8).
               10 WS-BAND-COUNT    PIC 9(8).
           05 FILLER               PIC X(29) VALUE SPACES.
       01 WS-CAP-BAND-LINE.
           05 FILLER               PIC X(5) VALUE 'BAND '.
           05 WS-CAPB-LOW          PIC 9(8).
           05 FILLER               PIC X VALUE '-'.
           05 WS-CAPB-HIGH         PIC 9(8).
           05 FILLER               PIC X(8) VALUE '  COUNT '.
           05 WS-CAPB-COUNT        PIC Z(7)9.
           05 FILLER               PIC X(14)
               VALUE '  CAPITALIZED '.
           05 WS-CAPB-TOTAL        PIC -9(9).99.
           05 FILLER               PIC X(14) VALUE SPACES.
       01 WS-CAP-TOTAL-LINE.
           05 FILLER               PIC X(18)
               VALUE 'TOTAL CAPITALIZED '.
           05 FILLER               PIC X(10) VALUE '  SKIPPED '.
           05 WS-CAPT-SKIPPED      PIC Z(7)9.
           05 FILLER               PIC X(31) VALUE SPACES.
       01 WS-CAP-ACCRUAL-LINE.
           05 FILLER               PIC X(20)
               VALUE 'ACCRUED BROUGHT FWD '.
           05 WS-CAPA-ACCRUED      PIC -9(9).99.
           05 FILLER               PIC X(17)
               VALUE '  NOT CAPITALIZED'.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-CAPA-UNCAP        PIC -9(9).99.
           05 FILLER               PIC X VALUE SPACE.
           05 FILLER               PIC X(10) VALUE 'NO ACCRUAL'.
           05 WS-CAPA-NO-ACCRUAL   PIC Z(4)9.
       01 WS-CAP-FROZEN-LINE.
           05 FILLER               PIC X(32)
               VALUE 'FROZEN ACCOUNTS NOT CAPITALIZED '.
           05 WS-CAPF-FROZEN       PIC Z(7)9.
           05 FILLER               PIC X(40) VALUE SPACES.
       01 WS-CAP-AUDIT-LINE.
           05 FILLER               PIC X(20)
               VALUE 'CAPITALIZATION '.
                       AND WS-BACKUP-ERROR-SWITCH = 'N'
                   PERFORM MARK-JOB-COMPLETE
               END-IF
               IF WS-OPEN-ERROR-SWITCH = 'Y'
                       OR WS-BACKUP-ERROR-SWITCH = 'Y'
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY 'CAPINT RECORDS READ        ' WS-RECORD-COUNT.
           DISPLAY 'CAPINT RECORDS CAPITALIZED ' WS-CAPITALIZED-COUNT.
           DISPLAY 'CAPINT RECORDS SKIPPED     ' WS-SKIPPED-COUNT.
           DISPLAY 'CAPINT RECORDS FROZEN      ' WS-FROZEN-COUNT.
           GOBACK.

      *> Duplicate-run protection: a month-end capitalization run
      *> submitted twice would compound the month twice.  The job
      *> refuses to start when the control record shows it already
      *> completed for the business date, unless the operator
      *> override flag is set.  Where ACCRFILE is kept, the month is
      *> not whole until ACCRDLY has accrued the business date, so
      *> the run is also refused until ACCRDLY shows complete for it;
      *> the override waives that check as well.  Without a control
      *> file the system date applies and the protection is off, the
      *> pre-DATECTL behaviour.
       READ-DATE-CONTROL.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 'N' TO WS-CONTROL-PRESENT.
                       MOVE 'Y' TO WS-JOB-REFUSED
                   END-IF
               END-IF
               IF WS-JOB-REFUSED = 'N' AND NOT DCTL-OVERRIDE
                   PERFORM CHECK-ACCRDLY-PREREQUISITE
               END-IF
           ELSE
               DISPLAY 'WARNING: no DATECTL - system date used,'
                   ' no duplicate-run protection'
           END-IF.

      *> Only a run that will capitalize from ACCRFILE depends on
      *> ACCRDLY; the file is opened here just to see whether it is
      *> there, before any backup generation is started.
       CHECK-ACCRDLY-PREREQUISITE.
           OPEN INPUT ACCRUAL-FILE.
           IF WS-ACCRUAL-STATUS = '00'
               CLOSE ACCRUAL-FILE
               MOVE 'ACCRDLY ' TO WS-JOB-NAME
               PERFORM FIND-JOB-ENTRY
               IF WS-JOB-FOUND = 'N'
                   PERFORM REFUSE-MISSING-ACCRDLY
               ELSE
                   IF DCTL-JOB-DATE(WS-JOB-SUB) NOT = DCTL-BUSINESS-DATE
                           OR NOT DCTL-JOB-COMPLETE(WS-JOB-SUB)
                       PERFORM REFUSE-MISSING-ACCRDLY
                   END-IF
               END-IF
               MOVE 'CAPINT  ' TO WS-JOB-NAME
           END-IF.

       REFUSE-MISSING-ACCRDLY.
           DISPLAY 'ACCRDLY NOT COMPLETE FOR ' DCTL-BUSINESS-DATE
               ' - CAPINT RUN REFUSED'.
           MOVE 'Y' TO WS-JOB-REFUSED.

       FIND-JOB-ENTRY.
           MOVE 'N' TO WS-JOB-FOUND.
           MOVE ZERO TO WS-JOB-SUB.
               END-IF
           END-IF.
           OPEN OUTPUT CAP-REPORT-FILE.
           OPEN I-O ACCRUAL-FILE.
           IF WS-ACCRUAL-STATUS = '00'
               MOVE 'Y' TO WS-ACCRUAL-MODE
               IF WS-EOF-SWITCH NOT = 'Y'
                   PERFORM BACKUP-ACCRUALS
               END-IF
           ELSE
           IF WS-ACCRUAL-STATUS = '35'
               DISPLAY 'WARNING: no ACCRFILE - interest computed from'
                   ' current balance'
           ELSE
               DISPLAY 'ERROR: cannot open ACCRFILE, status='
                   WS-ACCRUAL-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 'Y' TO WS-OPEN-ERROR-SWITCH
           END-IF
           END-IF.
           OPEN I-O HISTORY-FILE.
           IF WS-HISTORY-STATUS = '35'
               OPEN OUTPUT HISTORY-FILE
               MOVE 'Y' TO WS-OPEN-ERROR-SWITCH
           END-IF.

      *> The accrual rows are copied to ACCRFILE.BAK before the
      *> first is taken out, for the same reason as STUDMAST.BAK; a
      *> failed copy stops the run before any student is touched.
       BACKUP-ACCRUALS.
           OPEN OUTPUT ACCRUAL-BACKUP-FILE.
           IF WS-ACCRUAL-BACKUP-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open ACCRFILE.BAK, status='
                   WS-ACCRUAL-BACKUP-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 'Y' TO WS-OPEN-ERROR-SWITCH
           ELSE
               PERFORM BACKUP-ONE-ACCRUAL
                   UNTIL WS-ACCRUAL-EOF-SWITCH = 'Y'
               CLOSE ACCRUAL-BACKUP-FILE
           END-IF.

       BACKUP-ONE-ACCRUAL.
           READ ACCRUAL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ACCRUAL-EOF-SWITCH
               NOT AT END
                   MOVE ACCRUAL-REC TO ACCRUAL-BACKUP-REC
                   WRITE ACCRUAL-BACKUP-REC
                       INVALID KEY
                           DISPLAY 'ERROR: ACCRFILE.BAK write, status='
                               WS-ACCRUAL-BACKUP-STATUS
                           DISPLAY 'CAPITALIZATION STOPPED - '
                               'BACKUP FAILED'
                           MOVE 'Y' TO WS-BACKUP-ERROR-SWITCH
                           MOVE 'Y' TO WS-ACCRUAL-EOF-SWITCH
                           MOVE 'Y' TO WS-EOF-SWITCH
                   END-WRITE
           END-READ.

       LOAD-COMPOUND-FLAGS.
           OPEN INPUT COMPOUND-FLAG-FILE.
           IF WS-COMPOUND-FLAG-STATUS = '00'
           END-WRITE.

       CAPITALIZE-ONE-STUDENT.
           IF SREC-FROZEN
               ADD 1 TO WS-FROZEN-COUNT
           ELSE
           IF WS-ACCRUAL-MODE = 'Y'
               PERFORM READ-STUDENT-ACCRUAL
               IF WS-ACCRUAL-FOUND = 'Y'
                   PERFORM APPLY-CAPITALIZATION
               ELSE
                   ADD 1 TO WS-NO-ACCRUAL-COUNT
                   ADD 1 TO WS-SKIPPED-COUNT
               END-IF
           ELSE
               PERFORM COMPUTE-MONTH-INTEREST
           END-IF
           END-IF.

       COMPUTE-MONTH-INTEREST.
           PERFORM FIND-COMPOUND-FLAG.
           IF WS-COMPOUND-FOUND = 'Y'
               PERFORM LOOKUP-BAND-RATE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.

      *> The accrued amount is rounded to the cent exactly as the
      *> ACCRRPT listing rounds it.
       READ-STUDENT-ACCRUAL.
           MOVE SID TO ACR-SID.
           READ ACCRUAL-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACCRUAL-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCRUAL-FOUND
                   COMPUTE INTEREST ROUNDED = ACR-ACCRUED
                   ADD INTEREST TO WS-ACCRUED-TOTAL
           END-READ.

      *> Only what was capitalized comes out of the accrual row; the
      *> part below a cent stays and carries into the next month.
       RESET-STUDENT-ACCRUAL.
           SUBTRACT INTEREST FROM ACR-ACCRUED.
           MOVE ZERO TO ACR-DAYS-ACCRUED.
           REWRITE ACCRUAL-REC
               INVALID KEY
                   DISPLAY 'ERROR: ACCRFILE rewrite for SID ' SID
                       ' status=' WS-ACCRUAL-STATUS
           END-REWRITE.

       FIND-COMPOUND-FLAG.
           MOVE 'N' TO WS-COMPOUND-FOUND.
           MOVE ZERO TO LK-PERIODS.
                       ADD INTEREST TO WS-CAP-GRAND-TOTAL
                       PERFORM ADD-TO-BAND-TOTAL
                       PERFORM WRITE-CAPITALIZATION-HISTORY
                       IF WS-ACCRUAL-MODE = 'Y'
                           PERFORM RESET-STUDENT-ACCRUAL
                       END-IF
               END-REWRITE
           END-IF.

           MOVE WS-SKIPPED-COUNT   TO WS-CAPT-SKIPPED.
           MOVE WS-CAP-TOTAL-LINE TO CAP-REPORT-REC.
           WRITE CAP-REPORT-REC.
           MOVE WS-FROZEN-COUNT    TO WS-CAPF-FROZEN.
           MOVE WS-CAP-FROZEN-LINE TO CAP-REPORT-REC.
           WRITE CAP-REPORT-REC.
           IF WS-ACCRUAL-MODE = 'Y'
               COMPUTE WS-UNCAPITALIZED-TOTAL =
                   WS-ACCRUED-TOTAL - WS-CAP-GRAND-TOTAL
               MOVE WS-ACCRUED-TOTAL       TO WS-CAPA-ACCRUED
               MOVE WS-UNCAPITALIZED-TOTAL TO WS-CAPA-UNCAP
               MOVE WS-NO-ACCRUAL-COUNT    TO WS-CAPA-NO-ACCRUAL
               MOVE WS-CAP-ACCRUAL-LINE TO CAP-REPORT-REC
               WRITE CAP-REPORT-REC
           END-IF.

       WRITE-CAP-AUDIT.
           MOVE WS-RUN-DATE        TO WS-CAUD-DATE.
           MOVE 1                  TO HIST-SEQ.
           MOVE 'C'                TO HIST-TYPE.
           MOVE SPACE              TO HIST-ACTION.
           MOVE SPACES             TO HIST-REVERSED-KEY.
           MOVE WS-BEFORE-BALANCE  TO HIST-BEFORE-BALANCE.
           MOVE INTEREST           TO HIST-AMOUNT.
           MOVE WS-NEW-BALANCE     TO HIST-AFTER-BALANCE.
           CLOSE STUDENT-MASTER-FILE.
           CLOSE BACKUP-MASTER-FILE.
           CLOSE CAP-REPORT-FILE.
           IF WS-ACCRUAL-MODE = 'Y'
               CLOSE ACCRUAL-FILE
           END-IF.
           CLOSE HISTORY-FILE.
