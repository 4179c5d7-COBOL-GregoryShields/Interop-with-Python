       IDENTIFICATION DIVISION.
       PROGRAM-ID. stndgen.

      *> Daily standing-instruction generator, run ahead of POSTDLY
      *> once the day's TRANFILE is in place.  Browses STNDINST and,
      *> for each active instruction due on or before the DATECTL
      *> business date, appends a deposit or withdrawal of the
      *> instruction amount to TRANFILE carrying the instruction
      *> number and due date in TRN-STND-REF, then rolls the next due
      *> date on by one week or one month.  An instruction behind by
      *> more than one period catches up one occurrence per business
      *> day and is reported as late.  Suspended instructions are
      *> rolled past the business date without generating, so a
      *> resumed one does not fire the occurrences it missed.  An
      *> instruction whose next due date passes its end date is
      *> marked ended.
      *> An instruction is never generated twice for one date: the
      *> master records the business date it last generated for, and
      *> before anything is written the occurrences already on
      *> TRANFILE are loaded, so a rerun after a failure part-way
      *> through skips what went out and only rolls its date.  The
      *> run is refused once STNDGEN or POSTDLY has completed for the
      *> business date unless the operator override is set.
      *> Return code 4 when an instruction could not be updated, 8
      *> when the run is refused and 12 when a file cannot be opened.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-INSTR-FILE ASSIGN TO "STNDINST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STI-KEY
               FILE STATUS IS WS-STANDING-INSTR-STATUS.
           SELECT TRAN-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT STND-REPORT-FILE ASSIGN TO "STNDGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT DATE-CONTROL-FILE ASSIGN TO "DATECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATE-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-INSTR-FILE.
       COPY stndrec.

       FD  TRAN-FILE.
       COPY tranrec.

       FD  STND-REPORT-FILE.
       01  STND-REPORT-REC PIC X(80).

       FD  AUDIT-FILE.
       01  AUDIT-REC PIC X(80).

       FD  DATE-CONTROL-FILE.
       01  DATE-CONTROL-IO-REC PIC X(111).

       WORKING-STORAGE SECTION.
       01 WS-STANDING-INSTR-STATUS PIC XX VALUE '00'.
       01 WS-TRAN-FILE-STATUS      PIC XX VALUE '00'.
       01 WS-REPORT-STATUS         PIC XX VALUE '00'.
       01 WS-AUDIT-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-DATE-CONTROL-STATUS   PIC XX VALUE '00'.
       01 WS-CONTROL-PRESENT       PIC X VALUE 'N'.
       01 WS-JOB-NAME              PIC X(8) VALUE 'STNDGEN '.
       01 WS-JOB-REFUSED           PIC X VALUE 'N'.
       01 WS-JOB-FOUND             PIC X VALUE 'N'.
       01 WS-JOB-SUB               PIC 9(2) VALUE ZERO.
       01 WS-SCAN-SUB              PIC 9(2) VALUE ZERO.
       01 WS-OPEN-ERROR-SWITCH     PIC X VALUE 'N'.
       01 WS-RETURN-CODE           PIC 9(2) VALUE ZERO.
       COPY datectl.
       01 WS-EOF-SWITCH            PIC X VALUE 'N'.
       01 WS-TRAN-EOF-SWITCH       PIC X VALUE 'N'.
       01 WS-TRAN-FILE-PRESENT     PIC X VALUE 'N'.
       01 WS-ON-FILE-SWITCH        PIC X VALUE 'N'.
       01 WS-IO-ERROR-SWITCH       PIC X VALUE 'N'.
       01 WS-ON-FILE-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-ON-FILE-MAX           PIC 9(5) VALUE 5000.
       01 WS-ON-FILE-SUB           PIC 9(5) VALUE ZERO.
       01 WS-ON-FILE-TABLE.
           05 WS-ON-FILE-KEY       PIC X(19) OCCURS 5000 TIMES.
       01 WS-THIS-KEY.
           05 WS-THIS-SID          PIC 9(8).
           05 WS-THIS-INSTR-NO     PIC 9(3).
           05 WS-THIS-DUE-DATE     PIC 9(8).
       01 WS-INSTR-COUNT           PIC 9(8) VALUE ZERO.
       01 WS-GENERATED-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-LATE-COUNT            PIC 9(8) VALUE ZERO.
       01 WS-ALREADY-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-SUSPENDED-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-ENDED-COUNT           PIC 9(8) VALUE ZERO.
       01 WS-ERROR-COUNT           PIC 9(8) VALUE ZERO.
       01 WS-DEPOSIT-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01 WS-WITHDRAWAL-TOTAL      PIC 9(11)V99 VALUE ZERO.
       01 WS-DUE-DATE              PIC 9(8) VALUE ZERO.
       01 WS-RESULT                PIC X(16) VALUE SPACES.
       01 WS-DAYS-IN-MONTH         PIC 9(2) VALUE ZERO.
       01 WS-CDD-DATE              PIC 9(8) VALUE ZERO.
       01 WS-CDD-YEAR              PIC 9(4) VALUE ZERO.
       01 WS-CDD-MMDD              PIC 9(4) VALUE ZERO.
       01 WS-CDD-MONTH             PIC 9(2) VALUE ZERO.
       01 WS-CDD-DAY               PIC 9(2) VALUE ZERO.
       01 WS-CDD-QUOTIENT          PIC 9(8) VALUE ZERO.
       01 WS-CDD-LEAP-REM-4        PIC 9(4) VALUE ZERO.
       01 WS-CDD-LEAP-REM-100      PIC 9(4) VALUE ZERO.
       01 WS-CDD-LEAP-REM-400      PIC 9(4) VALUE ZERO.
       01 WS-CDD-LEAP-FLAG         PIC X VALUE 'N'.
       01 WS-STND-HEADING.
           05 FILLER               PIC X(31)
               VALUE 'STANDING INSTRUCTIONS GENERATED'.
           05 FILLER               PIC X(10) VALUE ' RUN DATE '.
           05 WS-STNH-DATE         PIC 9999/99/99.
           05 FILLER               PIC X(29) VALUE SPACES.
       01 WS-STND-COLUMN-HEADING   PIC X(80) VALUE
           'SID      NO. T       AMOUNT DUE DATE   NEXT DUE   RESULT'.
       01 WS-STND-DETAIL-LINE.
           05 WS-STND-SID          PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-STND-INSTR-NO     PIC 9(3).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-STND-TYPE         PIC X.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-STND-AMOUNT       PIC 9(9).99.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-STND-DUE-DATE     PIC 9999/99/99.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-STND-NEXT-DUE     PIC 9999/99/99.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-STND-RESULT       PIC X(16).
           05 FILLER               PIC X(14) VALUE SPACES.
       01 WS-STND-COUNT-LINE.
           05 WS-STNC-LABEL        PIC X(20).
           05 WS-STNC-COUNT        PIC Z(7)9.
           05 FILLER               PIC X(52) VALUE SPACES.
       01 WS-STND-AMOUNT-LINE.
           05 WS-STNA-LABEL        PIC X(20).
           05 WS-STNA-AMOUNT       PIC Z(10)9.99.
           05 FILLER               PIC X(46) VALUE SPACES.
       01 WS-STND-AUDIT-LINE.
           05 FILLER               PIC X(20)
               VALUE 'STANDING INSTR '.
           05 WS-SAUD-DATE         PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-SAUD-GENERATED    PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-SAUD-DEPOSITS     PIC 9(11).99.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-SAUD-WITHDRAWALS  PIC 9(11).99.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-SAUD-ALREADY      PIC 9(8).
           05 FILLER               PIC X(4) VALUE SPACES.
       01 WS-BLANK-LINE            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-ENTRY.
           PERFORM READ-DATE-CONTROL.
           IF WS-JOB-REFUSED = 'Y'
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM LOAD-TRAN-FILE-KEYS
               IF WS-OPEN-ERROR-SWITCH = 'N'
                   PERFORM OPEN-FILES
               END-IF
               IF WS-OPEN-ERROR-SWITCH = 'Y'
                   MOVE 12 TO WS-RETURN-CODE
               ELSE
                   PERFORM WRITE-STND-HEADING
                   PERFORM GENERATE-INSTRUCTIONS
                       UNTIL WS-EOF-SWITCH = 'Y'
                   PERFORM WRITE-STND-TOTALS
                   PERFORM WRITE-STND-AUDIT
                   PERFORM CLOSE-FILES
                   IF WS-ERROR-COUNT > ZERO
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
                   PERFORM MARK-JOB-COMPLETE
               END-IF
           END-IF.
           DISPLAY 'STNDGEN INSTRUCTIONS READ    ' WS-INSTR-COUNT.
           DISPLAY 'STNDGEN ENTRIES GENERATED    ' WS-GENERATED-COUNT.
           DISPLAY 'STNDGEN GENERATED LATE       ' WS-LATE-COUNT.
           DISPLAY 'STNDGEN ALREADY GENERATED    ' WS-ALREADY-COUNT.
           DISPLAY 'STNDGEN SUSPENDED ROLLED     ' WS-SUSPENDED-COUNT.
           DISPLAY 'STNDGEN MARKED ENDED         ' WS-ENDED-COUNT.
           DISPLAY 'STNDGEN UPDATE ERRORS        ' WS-ERROR-COUNT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *> Duplicate-run protection as in POSTDLY, and the generated
      *> entries must reach TRANFILE before POSTDLY reads it, so a run
      *> for a date POSTDLY has already completed is refused as well.
      *> Without a control file the system date applies and neither
      *> check is made.
       READ-DATE-CONTROL.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 'N' TO WS-CONTROL-PRESENT.
           OPEN INPUT DATE-CONTROL-FILE.
           IF WS-DATE-CONTROL-STATUS = '00'
               READ DATE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DATE-CONTROL-IO-REC TO DATE-CONTROL-REC
                       MOVE 'Y' TO WS-CONTROL-PRESENT
               END-READ
               CLOSE DATE-CONTROL-FILE
           END-IF.
           IF WS-CONTROL-PRESENT = 'Y'
               IF DCTL-BUSINESS-DATE IS NUMERIC
                   MOVE DCTL-BUSINESS-DATE TO WS-RUN-DATE
               END-IF
               PERFORM FIND-JOB-ENTRY
               IF WS-JOB-FOUND = 'Y'
                   IF DCTL-JOB-DATE(WS-JOB-SUB) = DCTL-BUSINESS-DATE
                           AND DCTL-JOB-COMPLETE(WS-JOB-SUB)
                           AND NOT DCTL-OVERRIDE
                       DISPLAY 'STNDGEN ALREADY COMPLETE FOR '
                           DCTL-BUSINESS-DATE ' - RUN REFUSED'
                       MOVE 'Y' TO WS-JOB-REFUSED
                   END-IF
               END-IF
               IF WS-JOB-REFUSED = 'N'
                   PERFORM CHECK-POSTING-DONE
               END-IF
           ELSE
               DISPLAY 'WARNING: no DATECTL - system date used,'
                   ' no duplicate-run protection'
           END-IF.

       CHECK-POSTING-DONE.
           MOVE 'POSTDLY ' TO WS-JOB-NAME.
           PERFORM FIND-JOB-ENTRY.
           IF WS-JOB-FOUND = 'Y'
               IF DCTL-JOB-DATE(WS-JOB-SUB) = DCTL-BUSINESS-DATE
                       AND DCTL-JOB-COMPLETE(WS-JOB-SUB)
                       AND NOT DCTL-OVERRIDE
                   DISPLAY 'STNDGEN POSTDLY ALREADY COMPLETE FOR '
                       DCTL-BUSINESS-DATE ' - RUN REFUSED'
                   MOVE 'Y' TO WS-JOB-REFUSED
               END-IF
           END-IF.
           MOVE 'STNDGEN ' TO WS-JOB-NAME.

       FIND-JOB-ENTRY.
           MOVE 'N' TO WS-JOB-FOUND.
           MOVE ZERO TO WS-JOB-SUB.
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > 6 OR WS-JOB-FOUND = 'Y'
               IF DCTL-JOB-NAME(WS-SCAN-SUB) = WS-JOB-NAME
                   MOVE 'Y' TO WS-JOB-FOUND
                   MOVE WS-SCAN-SUB TO WS-JOB-SUB
               END-IF
           END-PERFORM.

      *> Completion is stamped from a fresh copy of the control so a
      *> job that finished while this one ran keeps its mark; a job
      *> not yet in the record claims the first empty slot.  The
      *> override flag is spent by the completing rerun.
       MARK-JOB-COMPLETE.
           IF WS-CONTROL-PRESENT = 'Y'
               OPEN INPUT DATE-CONTROL-FILE
               IF WS-DATE-CONTROL-STATUS = '00'
                   READ DATE-CONTROL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE DATE-CONTROL-IO-REC
                               TO DATE-CONTROL-REC
                   END-READ
                   CLOSE DATE-CONTROL-FILE
               END-IF
               PERFORM FIND-JOB-ENTRY
               IF WS-JOB-FOUND = 'N'
                   PERFORM CLAIM-JOB-ENTRY
               END-IF
               IF WS-JOB-FOUND = 'Y'
                   MOVE DCTL-BUSINESS-DATE
                       TO DCTL-JOB-DATE(WS-JOB-SUB)
                   MOVE 'C' TO DCTL-JOB-STATUS(WS-JOB-SUB)
                   MOVE 'N' TO DCTL-OVERRIDE-FLAG
                   OPEN OUTPUT DATE-CONTROL-FILE
                   MOVE DATE-CONTROL-REC TO DATE-CONTROL-IO-REC
                   WRITE DATE-CONTROL-IO-REC
                   CLOSE DATE-CONTROL-FILE
               ELSE
                   DISPLAY 'WARNING: DATECTL full - completion for '
                       WS-JOB-NAME ' not recorded'
               END-IF
           END-IF.

       CLAIM-JOB-ENTRY.
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > 6 OR WS-JOB-FOUND = 'Y'
               IF DCTL-JOB-NAME(WS-SCAN-SUB) = SPACES
                   MOVE WS-JOB-NAME TO DCTL-JOB-NAME(WS-SCAN-SUB)
                   MOVE 'Y' TO WS-JOB-FOUND
                   MOVE WS-SCAN-SUB TO WS-JOB-SUB
               END-IF
           END-PERFORM.

      *> Every generated entry already on TRANFILE is remembered by
      *> SID, instruction number and due date before anything is
      *> appended.  Hand-keyed entries carry no reference and are
      *> passed over.  More generated entries than the table holds
      *> stops the run before it writes anything.
       LOAD-TRAN-FILE-KEYS.
           MOVE 'N' TO WS-TRAN-FILE-PRESENT.
           OPEN INPUT TRAN-FILE.
           IF WS-TRAN-FILE-STATUS = '00'
               MOVE 'Y' TO WS-TRAN-FILE-PRESENT
               PERFORM LOAD-ONE-TRAN-KEY
                   UNTIL WS-TRAN-EOF-SWITCH = 'Y'
               CLOSE TRAN-FILE
           ELSE
           IF WS-TRAN-FILE-STATUS NOT = '35'
               DISPLAY 'ERROR: cannot open TRANFILE, status='
                   WS-TRAN-FILE-STATUS
               MOVE 'Y' TO WS-OPEN-ERROR-SWITCH
           END-IF
           END-IF.

       LOAD-ONE-TRAN-KEY.
           READ TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-TRAN-EOF-SWITCH
               NOT AT END
                   IF TRN-STND-REF NOT = SPACES
                       IF WS-ON-FILE-COUNT < WS-ON-FILE-MAX
                           ADD 1 TO WS-ON-FILE-COUNT
                           MOVE TRN-SID           TO WS-THIS-SID
                           MOVE TRN-STND-INSTR-NO TO WS-THIS-INSTR-NO
                           MOVE TRN-STND-DUE-DATE TO WS-THIS-DUE-DATE
                           MOVE WS-THIS-KEY
                               TO WS-ON-FILE-KEY(WS-ON-FILE-COUNT)
                       ELSE
                           DISPLAY 'ERROR: TRANFILE holds more than '
                               WS-ON-FILE-MAX ' generated entries'
                           MOVE 'Y' TO WS-OPEN-ERROR-SWITCH
                           MOVE 'Y' TO WS-TRAN-EOF-SWITCH
                       END-IF
                   END-IF
           END-READ.

      *> TRANFILE is appended to; only when there was none at all is
      *> a new one started.
       OPEN-FILES.
           OPEN I-O STANDING-INSTR-FILE.
           IF WS-STANDING-INSTR-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open STNDINST, status='
                   WS-STANDING-INSTR-STATUS
               MOVE 'Y' TO WS-OPEN-ERROR-SWITCH
           ELSE
               IF WS-TRAN-FILE-PRESENT = 'Y'
                   OPEN EXTEND TRAN-FILE
               ELSE
                   OPEN OUTPUT TRAN-FILE
               END-IF
               IF WS-TRAN-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR: cannot open TRANFILE, status='
                       WS-TRAN-FILE-STATUS
                   MOVE 'Y' TO WS-OPEN-ERROR-SWITCH
                   CLOSE STANDING-INSTR-FILE
               ELSE
                   OPEN OUTPUT STND-REPORT-FILE
               END-IF
           END-IF.

       GENERATE-INSTRUCTIONS.
           READ STANDING-INSTR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-INSTR-COUNT
                   PERFORM PROCESS-INSTRUCTION
           END-READ.

      *> Cancelled and ended instructions and those not yet due are
      *> left as they are.
       PROCESS-INSTRUCTION.
           MOVE STI-NEXT-DUE-DATE TO WS-DUE-DATE.
           IF STI-CANCELLED OR STI-ENDED
                   OR STI-NEXT-DUE-DATE > WS-RUN-DATE
               CONTINUE
           ELSE
           IF STI-END-DATE NOT = ZERO
                   AND STI-NEXT-DUE-DATE > STI-END-DATE
               MOVE 'ENDED' TO WS-RESULT
               PERFORM MARK-INSTRUCTION-ENDED
           ELSE
           IF STI-SUSPENDED
               PERFORM ROLL-SUSPENDED-INSTRUCTION
           ELSE
           IF STI-LAST-GEN-DATE = WS-RUN-DATE
               ADD 1 TO WS-ALREADY-COUNT
               MOVE 'ALREADY GEN' TO WS-RESULT
               PERFORM WRITE-STND-DETAIL
           ELSE
               PERFORM GENERATE-ONE-ENTRY
           END-IF
           END-IF
           END-IF
           END-IF.

       MARK-INSTRUCTION-ENDED.
           MOVE 'E'         TO STI-STATUS.
           MOVE WS-RUN-DATE TO STI-STATUS-DATE.
           PERFORM REWRITE-INSTRUCTION.
           IF WS-IO-ERROR-SWITCH = 'N'
               ADD 1 TO WS-ENDED-COUNT
           END-IF.
           PERFORM WRITE-STND-DETAIL.

       ROLL-SUSPENDED-INSTRUCTION.
           PERFORM ROLL-NEXT-DUE-DATE
               UNTIL STI-NEXT-DUE-DATE > WS-RUN-DATE.
           MOVE 'SUSPENDED ROLLED' TO WS-RESULT.
           IF STI-END-DATE NOT = ZERO
                   AND STI-NEXT-DUE-DATE > STI-END-DATE
               MOVE 'E'         TO STI-STATUS
               MOVE WS-RUN-DATE TO STI-STATUS-DATE
               MOVE 'SUSPENDED ENDED' TO WS-RESULT
           END-IF.
           PERFORM REWRITE-INSTRUCTION.
           IF WS-IO-ERROR-SWITCH = 'N'
               ADD 1 TO WS-SUSPENDED-COUNT
               IF STI-ENDED
                   ADD 1 TO WS-ENDED-COUNT
               END-IF
           END-IF.
           PERFORM WRITE-STND-DETAIL.

      *> The entry goes to TRANFILE before the master is rewritten, so
      *> a failure between the two leaves an entry the rerun finds on
      *> TRANFILE and does not write again.  An entry that cannot be
      *> written leaves the instruction as it was, due again tomorrow.
       GENERATE-ONE-ENTRY.
           MOVE 'N' TO WS-IO-ERROR-SWITCH.
           MOVE STI-SID           TO WS-THIS-SID.
           MOVE STI-INSTR-NO      TO WS-THIS-INSTR-NO.
           MOVE STI-NEXT-DUE-DATE TO WS-THIS-DUE-DATE.
           PERFORM FIND-ON-FILE-KEY.
           IF WS-ON-FILE-SWITCH = 'Y'
               ADD 1 TO WS-ALREADY-COUNT
               MOVE 'ALREADY ON TRAN' TO WS-RESULT
           ELSE
               PERFORM WRITE-GENERATED-ENTRY
           END-IF.
           IF WS-IO-ERROR-SWITCH = 'N'
               MOVE WS-RUN-DATE TO STI-LAST-GEN-DATE
               ADD 1 TO STI-GEN-COUNT
               PERFORM ROLL-NEXT-DUE-DATE
               IF STI-END-DATE NOT = ZERO
                       AND STI-NEXT-DUE-DATE > STI-END-DATE
                   MOVE 'E'         TO STI-STATUS
                   MOVE WS-RUN-DATE TO STI-STATUS-DATE
               END-IF
               PERFORM REWRITE-INSTRUCTION
               IF WS-IO-ERROR-SWITCH = 'N' AND STI-ENDED
                   ADD 1 TO WS-ENDED-COUNT
               END-IF
           END-IF.
           PERFORM WRITE-STND-DETAIL.

       WRITE-GENERATED-ENTRY.
           MOVE SPACES            TO TRAN-REC.
           MOVE STI-SID           TO TRN-SID.
           MOVE STI-TYPE          TO TRN-TYPE.
           MOVE STI-AMOUNT        TO TRN-AMOUNT.
           MOVE STI-INSTR-NO      TO TRN-STND-INSTR-NO.
           MOVE STI-NEXT-DUE-DATE TO TRN-STND-DUE-DATE.
           WRITE TRAN-REC.
           IF WS-TRAN-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: TRANFILE write for SID ' STI-SID
                   ' instruction ' STI-INSTR-NO
                   ' status=' WS-TRAN-FILE-STATUS
               MOVE 'Y' TO WS-IO-ERROR-SWITCH
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'I-O ERROR' TO WS-RESULT
           ELSE
               ADD 1 TO WS-GENERATED-COUNT
               IF STI-DEPOSIT
                   ADD STI-AMOUNT TO WS-DEPOSIT-TOTAL
               ELSE
                   ADD STI-AMOUNT TO WS-WITHDRAWAL-TOTAL
               END-IF
               IF STI-NEXT-DUE-DATE < WS-RUN-DATE
                   ADD 1 TO WS-LATE-COUNT
                   MOVE 'GENERATED LATE' TO WS-RESULT
               ELSE
                   MOVE 'GENERATED' TO WS-RESULT
               END-IF
           END-IF.

       FIND-ON-FILE-KEY.
           MOVE 'N' TO WS-ON-FILE-SWITCH.
           PERFORM VARYING WS-ON-FILE-SUB FROM 1 BY 1
                   UNTIL WS-ON-FILE-SUB > WS-ON-FILE-COUNT
                       OR WS-ON-FILE-SWITCH = 'Y'
               IF WS-ON-FILE-KEY(WS-ON-FILE-SUB) = WS-THIS-KEY
                   MOVE 'Y' TO WS-ON-FILE-SWITCH
               END-IF
           END-PERFORM.

       REWRITE-INSTRUCTION.
           MOVE 'N' TO WS-IO-ERROR-SWITCH.
           REWRITE STANDING-INSTR-REC
               INVALID KEY
                   DISPLAY 'ERROR: STNDINST rewrite for SID ' STI-SID
                       ' instruction ' STI-INSTR-NO
                       ' status=' WS-STANDING-INSTR-STATUS
                   MOVE 'Y' TO WS-IO-ERROR-SWITCH
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE 'I-O ERROR' TO WS-RESULT
           END-REWRITE.

      *> Weekly moves the date on seven days, carrying into the next
      *> month and year.  Monthly moves to the next month on the
      *> instruction's own day, or that month's last day when the
      *> month is shorter.
       ROLL-NEXT-DUE-DATE.
           MOVE STI-NEXT-DUE-DATE TO WS-CDD-DATE.
           DIVIDE WS-CDD-DATE BY 10000
               GIVING WS-CDD-YEAR REMAINDER WS-CDD-MMDD.
           DIVIDE WS-CDD-MMDD BY 100
               GIVING WS-CDD-MONTH REMAINDER WS-CDD-DAY.
           IF STI-WEEKLY
               PERFORM SET-DAYS-IN-MONTH
               ADD 7 TO WS-CDD-DAY
               IF WS-CDD-DAY > WS-DAYS-IN-MONTH
                   SUBTRACT WS-DAYS-IN-MONTH FROM WS-CDD-DAY
                   PERFORM ADVANCE-ONE-MONTH
               END-IF
           ELSE
               PERFORM ADVANCE-ONE-MONTH
               PERFORM SET-DAYS-IN-MONTH
               IF STI-DUE-DAY IS NUMERIC AND STI-DUE-DAY > ZERO
                   MOVE STI-DUE-DAY TO WS-CDD-DAY
               END-IF
               IF WS-CDD-DAY > WS-DAYS-IN-MONTH
                   MOVE WS-DAYS-IN-MONTH TO WS-CDD-DAY
               END-IF
           END-IF.
           COMPUTE STI-NEXT-DUE-DATE =
               WS-CDD-YEAR * 10000 + WS-CDD-MONTH * 100 + WS-CDD-DAY.

       ADVANCE-ONE-MONTH.
           IF WS-CDD-MONTH >= 12
               MOVE 1 TO WS-CDD-MONTH
               ADD 1 TO WS-CDD-YEAR
           ELSE
               ADD 1 TO WS-CDD-MONTH
           END-IF.

       SET-DAYS-IN-MONTH.
           MOVE 'N' TO WS-CDD-LEAP-FLAG.
           DIVIDE WS-CDD-YEAR BY 4
               GIVING WS-CDD-QUOTIENT REMAINDER WS-CDD-LEAP-REM-4.
           DIVIDE WS-CDD-YEAR BY 100
               GIVING WS-CDD-QUOTIENT REMAINDER WS-CDD-LEAP-REM-100.
           DIVIDE WS-CDD-YEAR BY 400
               GIVING WS-CDD-QUOTIENT REMAINDER WS-CDD-LEAP-REM-400.
           IF WS-CDD-LEAP-REM-400 = ZERO
               MOVE 'Y' TO WS-CDD-LEAP-FLAG
           ELSE
           IF WS-CDD-LEAP-REM-4 = ZERO
                   AND WS-CDD-LEAP-REM-100 NOT = ZERO
               MOVE 'Y' TO WS-CDD-LEAP-FLAG
           END-IF
           END-IF.
           EVALUATE WS-CDD-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   IF WS-CDD-LEAP-FLAG = 'Y'
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.

       WRITE-STND-HEADING.
           MOVE WS-RUN-DATE TO WS-STNH-DATE.
           MOVE WS-STND-HEADING TO STND-REPORT-REC.
           WRITE STND-REPORT-REC.
           MOVE WS-BLANK-LINE TO STND-REPORT-REC.
           WRITE STND-REPORT-REC.
           MOVE WS-STND-COLUMN-HEADING TO STND-REPORT-REC.
           WRITE STND-REPORT-REC.

       WRITE-STND-DETAIL.
           MOVE STI-SID           TO WS-STND-SID.
           MOVE STI-INSTR-NO      TO WS-STND-INSTR-NO.
           MOVE STI-TYPE          TO WS-STND-TYPE.
           MOVE STI-AMOUNT        TO WS-STND-AMOUNT.
           MOVE WS-DUE-DATE       TO WS-STND-DUE-DATE.
           MOVE STI-NEXT-DUE-DATE TO WS-STND-NEXT-DUE.
           MOVE WS-RESULT         TO WS-STND-RESULT.
           MOVE WS-STND-DETAIL-LINE TO STND-REPORT-REC.
           WRITE STND-REPORT-REC.

       WRITE-STND-TOTALS.
           MOVE WS-BLANK-LINE TO STND-REPORT-REC.
           WRITE STND-REPORT-REC.
           MOVE 'INSTRUCTIONS READ'  TO WS-STNC-LABEL.
           MOVE WS-INSTR-COUNT       TO WS-STNC-COUNT.
           MOVE WS-STND-COUNT-LINE   TO STND-REPORT-REC.
           WRITE STND-REPORT-REC.
           MOVE 'ENTRIES GENERATED'  TO WS-STNC-LABEL.
           MOVE WS-GENERATED-COUNT   TO WS-STNC-COUNT.
           MOVE WS-STND-COUNT-LINE   TO STND-REPORT-REC.
           WRITE STND-REPORT-REC.
           MOVE 'GENERATED LATE'     TO WS-STNC-LABEL.
           MOVE WS-LATE-COUNT        TO WS-STNC-COUNT.
           MOVE WS-STND-COUNT-LINE   TO STND-REPORT-REC.
           WRITE STND-REPORT-REC.
           MOVE 'ALREADY GENERATED'  TO WS-STNC-LABEL.
           MOVE WS-ALREADY-COUNT     TO WS-STNC-COUNT.
           MOVE WS-STND-COUNT-LINE   TO STND-REPORT-REC.
           WRITE STND-REPORT-REC.
           MOVE 'SUSPENDED ROLLED'   TO WS-STNC-LABEL.
           MOVE WS-SUSPENDED-COUNT   TO WS-STNC-COUNT.
           MOVE WS-STND-COUNT-LINE   TO STND-REPORT-REC.
           WRITE STND-REPORT-REC.
           MOVE 'MARKED ENDED'       TO WS-STNC-LABEL.
           MOVE WS-ENDED-COUNT       TO WS-STNC-COUNT.
           MOVE WS-STND-COUNT-LINE   TO STND-REPORT-REC.
           WRITE STND-REPORT-REC.
           MOVE 'UPDATE ERRORS'      TO WS-STNC-LABEL.
           MOVE WS-ERROR-COUNT       TO WS-STNC-COUNT.
           MOVE WS-STND-COUNT-LINE   TO STND-REPORT-REC.
           WRITE STND-REPORT-REC.
           MOVE 'DEPOSIT AMOUNT'     TO WS-STNA-LABEL.
           MOVE WS-DEPOSIT-TOTAL     TO WS-STNA-AMOUNT.
           MOVE WS-STND-AMOUNT-LINE  TO STND-REPORT-REC.
           WRITE STND-REPORT-REC.
           MOVE 'WITHDRAWAL AMOUNT'  TO WS-STNA-LABEL.
           MOVE WS-WITHDRAWAL-TOTAL  TO WS-STNA-AMOUNT.
           MOVE WS-STND-AMOUNT-LINE  TO STND-REPORT-REC.
           WRITE STND-REPORT-REC.

       WRITE-STND-AUDIT.
           MOVE WS-RUN-DATE         TO WS-SAUD-DATE.
           MOVE WS-GENERATED-COUNT  TO WS-SAUD-GENERATED.
           MOVE WS-DEPOSIT-TOTAL    TO WS-SAUD-DEPOSITS.
           MOVE WS-WITHDRAWAL-TOTAL TO WS-SAUD-WITHDRAWALS.
           MOVE WS-ALREADY-COUNT    TO WS-SAUD-ALREADY.
           MOVE WS-STND-AUDIT-LINE TO AUDIT-REC.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.

       CLOSE-FILES.
           CLOSE STANDING-INSTR-FILE.
           CLOSE TRAN-FILE.
           CLOSE STND-REPORT-FILE.
