       IDENTIFICATION DIVISION.
       PROGRAM-ID. opsrpt.

      *> Daily operations control report.  Gathers, for the DATECTL
      *> business date, what each job left behind - the DAILY POSTING,
      *> TRIAL BALANCE, SUSP RECONCILIATION and SUSPENSE AGING lines
      *> on AUDITLOG, the night's BATCHDRV or CNSLDT line on RUNSTATS
      *> and the job completions on DATECTL - onto one page, OPSRPT,
      *> so the night is signed off from a single report.  POSTDLY
      *> figures are summed over every run for the date; for the
      *> other jobs the last line for the date is the one reported,
      *> and a BATCHDRV run refused before pricing is passed over.
      *> Two cross-foots prove the figures against the files: the
      *> postings less reversals must equal the type P HISTFILE
      *> entries dated the business date (and the reversals the type
      *> R entries), and the pricing rejects must equal the SUSPFILE
      *> records first suspended on the business date.  A job that
      *> reported nothing, a trial balance or pricing reconciliation
      *> that did not match, escalated suspense, a daily job not
      *> complete on DATECTL or a cross-foot break is an exception.
      *> CAPINT is only expected on the last day of the month, and
      *> BATCHDRV not at all on a night CNSLDT priced.  The report
      *> ends CLEAN or EXCEPTIONS, the verdict goes to AUDITLOG as an
      *> OPERATIONS CONTROL line, and exceptions end the run with
      *> return code 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT RUN-STATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATS-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT SUSPENSE-IN-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-IN-STATUS.
           SELECT OPS-REPORT-FILE ASSIGN TO "OPSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT DATE-CONTROL-FILE ASSIGN TO "DATECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATE-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-REC PIC X(80).
       01  AUDIT-POSTING-REC.
           05 APST-LABEL           PIC X(20).
           05 APST-DATE            PIC 9(8).
           05 FILLER               PIC X.
           05 APST-READ            PIC 9(8).
           05 FILLER               PIC X.
           05 APST-POSTED          PIC 9(8).
           05 FILLER               PIC X.
           05 APST-REJECTED        PIC 9(8).
           05 FILLER               PIC X.
           05 APST-REVERSALS       PIC 9(8).
           05 FILLER               PIC X.
           05 APST-STANDING-REJ    PIC 9(8).
           05 FILLER               PIC X(7).
       01  AUDIT-BALANCE-REC.
           05 ABAL-LABEL           PIC X(14).
           05 ABAL-DATE            PIC 9(8).
           05 FILLER               PIC X.
           05 ABAL-ACTUAL          PIC X(15).
           05 FILLER               PIC X.
           05 ABAL-EXPECTED        PIC X(15).
           05 FILLER               PIC X.
           05 ABAL-RESULT          PIC X(8).
           05 FILLER               PIC X(17).
       01  AUDIT-SUSPENSE-REC.
           05 ASUS-LABEL           PIC X(20).
           05 ASUS-TOTAL           PIC X(13).
           05 FILLER               PIC X.
           05 ASUS-CLEARED         PIC 9(8).
           05 FILLER               PIC X.
           05 ASUS-STILL-SUSP      PIC 9(8).
           05 FILLER               PIC X.
           05 ASUS-DATE            PIC 9(8).
           05 FILLER               PIC X(20).
       01  AUDIT-AGING-REC.
           05 AAGE-LABEL           PIC X(20).
           05 AAGE-DATE            PIC 9(8).
           05 FILLER               PIC X.
           05 AAGE-READ            PIC 9(8).
           05 FILLER               PIC X.
           05 AAGE-ESCALATED       PIC 9(8).
           05 FILLER               PIC X.
           05 AAGE-THRESHOLD       PIC 9(4).
           05 FILLER               PIC X(29).

       FD  RUN-STATS-FILE.
       01  RUN-STATS-REC PIC X(140).

       FD  HISTORY-FILE.
       COPY histrec.

       FD  SUSPENSE-IN-FILE.
       COPY susprec.

       FD  OPS-REPORT-FILE.
       01  OPS-REPORT-REC PIC X(80).

       FD  DATE-CONTROL-FILE.
       01  DATE-CONTROL-IO-REC PIC X(111).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-RUN-STATS-STATUS      PIC XX VALUE '00'.
       01 WS-HISTORY-STATUS        PIC XX VALUE '00'.
       01 WS-SUSPENSE-IN-STATUS    PIC XX VALUE '00'.
       01 WS-REPORT-STATUS         PIC XX VALUE '00'.
       01 WS-DATE-CONTROL-STATUS   PIC XX VALUE '00'.
       01 WS-CONTROL-PRESENT       PIC X VALUE 'N'.
       COPY datectl.
       COPY runstats.
       01 WS-RETURN-CODE           PIC 9(2) VALUE ZERO.
       01 WS-EOF-SWITCH            PIC X VALUE 'N'.
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-MONTH-END             PIC X VALUE 'N'.
       01 WS-JOB-SUB               PIC 9(2) VALUE ZERO.
       01 WS-EXCEPTION-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-VERDICT               PIC X(10) VALUE SPACES.
       01 WS-POST-RUNS             PIC 9(8) VALUE ZERO.
       01 WS-POST-READ             PIC 9(8) VALUE ZERO.
       01 WS-POST-POSTED           PIC 9(8) VALUE ZERO.
       01 WS-POST-REJECTED         PIC 9(8) VALUE ZERO.
       01 WS-POST-REVERSALS        PIC 9(8) VALUE ZERO.
       01 WS-POST-STANDING-REJ     PIC 9(8) VALUE ZERO.
       01 WS-POST-NET              PIC S9(8) VALUE ZERO.
       01 WS-TB-FOUND              PIC X VALUE 'N'.
       01 WS-TB-ACTUAL             PIC X(15) VALUE SPACES.
       01 WS-TB-EXPECTED           PIC X(15) VALUE SPACES.
       01 WS-TB-RESULT             PIC X(8) VALUE SPACES.
       01 WS-PRICE-FOUND           PIC X VALUE 'N'.
       01 WS-PRICE-PROGRAM         PIC X(8) VALUE SPACES.
       01 WS-PRICE-READ            PIC 9(8) VALUE ZERO.
       01 WS-PRICE-PRICED          PIC 9(8) VALUE ZERO.
       01 WS-PRICE-REJECTED        PIC 9(8) VALUE ZERO.
       01 WS-PRICE-FROZEN          PIC 9(8) VALUE ZERO.
       01 WS-PRICE-RETURN-CODE     PIC 9(2) VALUE ZERO.
       01 WS-PRICE-RECON-RESULT    PIC X(8) VALUE SPACES.
       01 WS-SUSP-FOUND            PIC X VALUE 'N'.
       01 WS-SUSP-TOTAL            PIC X(13) VALUE SPACES.
       01 WS-SUSP-CLEARED          PIC 9(8) VALUE ZERO.
       01 WS-SUSP-STILL-SUSP       PIC 9(8) VALUE ZERO.
       01 WS-AGE-FOUND             PIC X VALUE 'N'.
       01 WS-AGE-READ              PIC 9(8) VALUE ZERO.
       01 WS-AGE-ESCALATED         PIC 9(8) VALUE ZERO.
       01 WS-AGE-THRESHOLD         PIC 9(4) VALUE ZERO.
       01 WS-HIST-P-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-HIST-R-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-NEW-SUSPENSE-COUNT    PIC 9(8) VALUE ZERO.
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
       01 WS-OPS-HEADING.
           05 FILLER               PIC X(31)
               VALUE 'DAILY OPERATIONS CONTROL REPORT'.
           05 FILLER               PIC X(10) VALUE ' RUN DATE '.
           05 WS-OPSH-DATE         PIC 9999/99/99.
           05 FILLER               PIC X(29) VALUE SPACES.
       01 WS-OPS-SECTION-LINE      PIC X(80) VALUE SPACES.
       01 WS-OPS-COUNT-LINE.
           05 WS-OPSC-LABEL        PIC X(24).
           05 WS-OPSC-COUNT        PIC -(8)9.
           05 FILLER               PIC X(17) VALUE SPACES.
           05 WS-OPSC-FLAG         PIC X(20).
           05 FILLER               PIC X(10) VALUE SPACES.
       01 WS-OPS-TEXT-LINE.
           05 WS-OPST-LABEL        PIC X(24).
           05 WS-OPST-TEXT         PIC X(24).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-OPST-FLAG         PIC X(20).
           05 FILLER               PIC X(10) VALUE SPACES.
       01 WS-OPS-JOB-LINE.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-OPSJ-NAME         PIC X(8).
           05 FILLER               PIC X(14) VALUE SPACES.
           05 WS-OPSJ-DATE         PIC 9999/99/99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-OPSJ-STATUS       PIC X(14).
           05 WS-OPSJ-FLAG         PIC X(20).
           05 FILLER               PIC X(10) VALUE SPACES.
       01 WS-OPS-AUDIT-LINE.
           05 FILLER               PIC X(20)
               VALUE 'OPERATIONS CONTROL '.
           05 WS-OAUD-DATE         PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-OAUD-EXCEPTIONS   PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-OAUD-VERDICT      PIC X(10).
           05 FILLER               PIC X(32) VALUE SPACES.
       01 WS-BLANK-LINE            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-ENTRY.
           PERFORM GET-BUSINESS-DATE.
           PERFORM CHECK-MONTH-END.
           PERFORM SCAN-AUDIT-LOG.
           PERFORM SCAN-RUN-STATS.
           PERFORM COUNT-HISTORY.
           PERFORM COUNT-NEW-SUSPENSE.
           OPEN OUTPUT OPS-REPORT-FILE.
           PERFORM WRITE-OPS-HEADING.
           PERFORM WRITE-POSTING-SECTION.
           PERFORM WRITE-BALANCE-SECTION.
           PERFORM WRITE-PRICING-SECTION.
           PERFORM WRITE-SUSPPROC-SECTION.
           PERFORM WRITE-AGING-SECTION.
           PERFORM WRITE-JOBS-SECTION.
           PERFORM WRITE-CROSS-FOOTS.
           PERFORM WRITE-VERDICT.
           CLOSE OPS-REPORT-FILE.
           PERFORM WRITE-OPS-AUDIT.
           DISPLAY 'OPSRPT EXCEPTIONS   ' WS-EXCEPTION-COUNT.
           DISPLAY 'OPSRPT VERDICT      ' WS-VERDICT.
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *> The business date comes from the DATECTL control record,
      *> which also carries the job completions reported; without the
      *> control file the system date applies and the missing control
      *> is itself an exception.
       GET-BUSINESS-DATE.
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
                       IF DCTL-BUSINESS-DATE IS NUMERIC
                           MOVE DCTL-BUSINESS-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE DATE-CONTROL-FILE
           END-IF.

       CHECK-MONTH-END.
           MOVE WS-RUN-DATE TO WS-CDD-DATE.
           DIVIDE WS-CDD-DATE BY 10000
               GIVING WS-CDD-YEAR REMAINDER WS-CDD-MMDD.
           DIVIDE WS-CDD-MMDD BY 100
               GIVING WS-CDD-MONTH REMAINDER WS-CDD-DAY.
           PERFORM SET-DAYS-IN-MONTH.
           IF WS-CDD-DAY = WS-DAYS-IN-MONTH
               MOVE 'Y' TO WS-MONTH-END
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

       SCAN-AUDIT-LOG.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: cannot open AUDITLOG, status='
                   WS-AUDIT-FILE-STATUS ' - no job lines found'
           ELSE
               PERFORM SCAN-ONE-AUDIT-LINE
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE AUDIT-FILE
           END-IF.

      *> Each job's summary line is told apart by its label and only
      *> taken when it carries the business date being reported.
       SCAN-ONE-AUDIT-LINE.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   EVALUATE TRUE
                       WHEN APST-LABEL = 'DAILY POSTING'
                           PERFORM TAKE-POSTING-LINE
                       WHEN ABAL-LABEL = 'TRIAL BALANCE'
                           PERFORM TAKE-BALANCE-LINE
                       WHEN ASUS-LABEL = 'SUSP RECONCILIATION'
                           PERFORM TAKE-SUSPENSE-LINE
                       WHEN AAGE-LABEL = 'SUSPENSE AGING'
                           PERFORM TAKE-AGING-LINE
                   END-EVALUATE
           END-READ.

       TAKE-POSTING-LINE.
           IF APST-DATE IS NUMERIC AND APST-DATE = WS-RUN-DATE
                   AND APST-READ IS NUMERIC
                   AND APST-POSTED IS NUMERIC
                   AND APST-REJECTED IS NUMERIC
                   AND APST-REVERSALS IS NUMERIC
                   AND APST-STANDING-REJ IS NUMERIC
               ADD 1                 TO WS-POST-RUNS
               ADD APST-READ         TO WS-POST-READ
               ADD APST-POSTED       TO WS-POST-POSTED
               ADD APST-REJECTED     TO WS-POST-REJECTED
               ADD APST-REVERSALS    TO WS-POST-REVERSALS
               ADD APST-STANDING-REJ TO WS-POST-STANDING-REJ
           END-IF.

       TAKE-BALANCE-LINE.
           IF ABAL-DATE IS NUMERIC AND ABAL-DATE = WS-RUN-DATE
               MOVE 'Y'           TO WS-TB-FOUND
               MOVE ABAL-ACTUAL   TO WS-TB-ACTUAL
               MOVE ABAL-EXPECTED TO WS-TB-EXPECTED
               MOVE ABAL-RESULT   TO WS-TB-RESULT
           END-IF.

       TAKE-SUSPENSE-LINE.
           IF ASUS-DATE IS NUMERIC AND ASUS-DATE = WS-RUN-DATE
                   AND ASUS-CLEARED IS NUMERIC
                   AND ASUS-STILL-SUSP IS NUMERIC
               MOVE 'Y'             TO WS-SUSP-FOUND
               MOVE ASUS-TOTAL      TO WS-SUSP-TOTAL
               MOVE ASUS-CLEARED    TO WS-SUSP-CLEARED
               MOVE ASUS-STILL-SUSP TO WS-SUSP-STILL-SUSP
           END-IF.

       TAKE-AGING-LINE.
           IF AAGE-DATE IS NUMERIC AND AAGE-DATE = WS-RUN-DATE
                   AND AAGE-READ IS NUMERIC
                   AND AAGE-ESCALATED IS NUMERIC
                   AND AAGE-THRESHOLD IS NUMERIC
               MOVE 'Y'            TO WS-AGE-FOUND
               MOVE AAGE-READ      TO WS-AGE-READ
               MOVE AAGE-ESCALATED TO WS-AGE-ESCALATED
               MOVE AAGE-THRESHOLD TO WS-AGE-THRESHOLD
           END-IF.

      *> Lines written before RUNSTATS carried the business date, and
      *> BATCHDRV runs refused before pricing, are passed over; of the
      *> rest for the date the last one - a restart's, if there was
      *> one - stands for the night.
       SCAN-RUN-STATS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT RUN-STATS-FILE.
           IF WS-RUN-STATS-STATUS NOT = '00'
               DISPLAY 'WARNING: cannot open RUNSTATS, status='
                   WS-RUN-STATS-STATUS ' - no pricing run found'
           ELSE
               PERFORM SCAN-ONE-RUN-STATS
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE RUN-STATS-FILE
           END-IF.

       SCAN-ONE-RUN-STATS.
           READ RUN-STATS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE RUN-STATS-REC TO WS-RUN-STATS-LINE
                   IF WS-RUNS-BUSINESS-DATE IS NUMERIC
                           AND WS-RUNS-BUSINESS-DATE = WS-RUN-DATE
                           AND WS-RUNS-RECON-RESULT NOT = 'REFUSED'
                       PERFORM TAKE-RUN-STATS
                   END-IF
           END-READ.

       TAKE-RUN-STATS.
           MOVE 'Y'                  TO WS-PRICE-FOUND.
           MOVE WS-RUNS-PROGRAM      TO WS-PRICE-PROGRAM.
           MOVE WS-RUNS-READ         TO WS-PRICE-READ.
           MOVE WS-RUNS-PRICED       TO WS-PRICE-PRICED.
           COMPUTE WS-PRICE-REJECTED =
               WS-RUNS-REJ-10 + WS-RUNS-REJ-20
               + WS-RUNS-REJ-30 + WS-RUNS-REJ-OTHER.
           MOVE WS-RUNS-FROZEN       TO WS-PRICE-FROZEN.
           MOVE WS-RUNS-RETURN-CODE  TO WS-PRICE-RETURN-CODE.
           MOVE WS-RUNS-RECON-RESULT TO WS-PRICE-RECON-RESULT.

       COUNT-HISTORY.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY 'WARNING: cannot open HISTFILE, status='
                   WS-HISTORY-STATUS ' - no entries counted'
           ELSE
               PERFORM COUNT-ONE-HISTORY
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE HISTORY-FILE
           END-IF.

       COUNT-ONE-HISTORY.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF HIST-DATE = WS-RUN-DATE
                       IF HIST-POSTING
                           ADD 1 TO WS-HIST-P-COUNT
                       END-IF
                       IF HIST-REVERSAL
                           ADD 1 TO WS-HIST-R-COUNT
                       END-IF
                   END-IF
           END-READ.

       COUNT-NEW-SUSPENSE.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT SUSPENSE-IN-FILE.
           IF WS-SUSPENSE-IN-STATUS NOT = '00'
               DISPLAY 'WARNING: cannot open SUSPFILE, status='
                   WS-SUSPENSE-IN-STATUS ' - no records counted'
           ELSE
               PERFORM COUNT-ONE-SUSPENSE
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE SUSPENSE-IN-FILE
           END-IF.

       COUNT-ONE-SUSPENSE.
           READ SUSPENSE-IN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF SUSP-FIRST-DATE IS NUMERIC
                           AND SUSP-FIRST-DATE = WS-RUN-DATE
                       ADD 1 TO WS-NEW-SUSPENSE-COUNT
                   END-IF
           END-READ.

       WRITE-OPS-HEADING.
           MOVE WS-RUN-DATE TO WS-OPSH-DATE.
           MOVE WS-OPS-HEADING TO OPS-REPORT-REC.
           WRITE OPS-REPORT-REC.

       WRITE-SECTION-HEADING.
           MOVE WS-BLANK-LINE TO OPS-REPORT-REC.
           WRITE OPS-REPORT-REC.
           MOVE WS-OPS-SECTION-LINE TO OPS-REPORT-REC.
           WRITE OPS-REPORT-REC.

       WRITE-COUNT-LINE.
           MOVE WS-OPS-COUNT-LINE TO OPS-REPORT-REC.
           WRITE OPS-REPORT-REC.
           MOVE SPACES TO WS-OPSC-FLAG.

       WRITE-TEXT-LINE.
           MOVE WS-OPS-TEXT-LINE TO OPS-REPORT-REC.
           WRITE OPS-REPORT-REC.
           MOVE SPACES TO WS-OPST-FLAG.

       WRITE-NOT-REPORTED.
           MOVE 'NOT REPORTED'  TO WS-OPST-TEXT.
           MOVE '** EXCEPTION'  TO WS-OPST-FLAG.
           ADD 1 TO WS-EXCEPTION-COUNT.
           PERFORM WRITE-TEXT-LINE.

       WRITE-POSTING-SECTION.
           MOVE 'POSTING - POSTDLY' TO WS-OPS-SECTION-LINE.
           PERFORM WRITE-SECTION-HEADING.
           IF WS-POST-RUNS = ZERO
               MOVE 'POSTDLY'            TO WS-OPST-LABEL
               PERFORM WRITE-NOT-REPORTED
           ELSE
               MOVE 'RUNS'               TO WS-OPSC-LABEL
               MOVE WS-POST-RUNS         TO WS-OPSC-COUNT
               PERFORM WRITE-COUNT-LINE
               MOVE 'TRANSACTIONS READ'  TO WS-OPSC-LABEL
               MOVE WS-POST-READ         TO WS-OPSC-COUNT
               PERFORM WRITE-COUNT-LINE
               MOVE 'POSTED'             TO WS-OPSC-LABEL
               MOVE WS-POST-POSTED       TO WS-OPSC-COUNT
               PERFORM WRITE-COUNT-LINE
               MOVE 'REJECTED'           TO WS-OPSC-LABEL
               MOVE WS-POST-REJECTED     TO WS-OPSC-COUNT
               PERFORM WRITE-COUNT-LINE
               MOVE 'REVERSALS POSTED'   TO WS-OPSC-LABEL
               MOVE WS-POST-REVERSALS    TO WS-OPSC-COUNT
               PERFORM WRITE-COUNT-LINE
               MOVE 'STANDING INSTR REJ' TO WS-OPSC-LABEL
               MOVE WS-POST-STANDING-REJ TO WS-OPSC-COUNT
               PERFORM WRITE-COUNT-LINE
           END-IF.

      *> INITIAL is the first run establishing its baseline and is not
      *> an exception; anything but MATCH after that is.
       WRITE-BALANCE-SECTION.
           MOVE 'TRIAL BALANCE - TRIALBAL' TO WS-OPS-SECTION-LINE.
           PERFORM WRITE-SECTION-HEADING.
           IF WS-TB-FOUND = 'N'
               MOVE 'TRIALBAL'           TO WS-OPST-LABEL
               PERFORM WRITE-NOT-REPORTED
           ELSE
               MOVE 'MASTER TOTAL'       TO WS-OPST-LABEL
               MOVE WS-TB-ACTUAL         TO WS-OPST-TEXT
               PERFORM WRITE-TEXT-LINE
               MOVE 'EXPECTED TOTAL'     TO WS-OPST-LABEL
               MOVE WS-TB-EXPECTED       TO WS-OPST-TEXT
               PERFORM WRITE-TEXT-LINE
               MOVE 'RESULT'             TO WS-OPST-LABEL
               MOVE WS-TB-RESULT         TO WS-OPST-TEXT
               IF WS-TB-RESULT NOT = 'MATCH'
                       AND WS-TB-RESULT NOT = 'INITIAL'
                   MOVE '** EXCEPTION'   TO WS-OPST-FLAG
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
               PERFORM WRITE-TEXT-LINE
           END-IF.

       WRITE-PRICING-SECTION.
           MOVE 'PRICING RUN - RUNSTATS' TO WS-OPS-SECTION-LINE.
           PERFORM WRITE-SECTION-HEADING.
           IF WS-PRICE-FOUND = 'N'
               MOVE 'BATCHDRV OR CNSLDT' TO WS-OPST-LABEL
               PERFORM WRITE-NOT-REPORTED
           ELSE
               MOVE 'PRICED BY'          TO WS-OPST-LABEL
               MOVE WS-PRICE-PROGRAM     TO WS-OPST-TEXT
               PERFORM WRITE-TEXT-LINE
               MOVE 'RECORDS READ'       TO WS-OPSC-LABEL
               MOVE WS-PRICE-READ        TO WS-OPSC-COUNT
               PERFORM WRITE-COUNT-LINE
               MOVE 'PRICED'             TO WS-OPSC-LABEL
               MOVE WS-PRICE-PRICED      TO WS-OPSC-COUNT
               PERFORM WRITE-COUNT-LINE
               MOVE 'REJECTED'           TO WS-OPSC-LABEL
               MOVE WS-PRICE-REJECTED    TO WS-OPSC-COUNT
               PERFORM WRITE-COUNT-LINE
               MOVE 'FROZEN NOT PRICED'  TO WS-OPSC-LABEL
               MOVE WS-PRICE-FROZEN      TO WS-OPSC-COUNT
               PERFORM WRITE-COUNT-LINE
               MOVE 'RETURN CODE'        TO WS-OPSC-LABEL
               MOVE WS-PRICE-RETURN-CODE TO WS-OPSC-COUNT
               PERFORM WRITE-COUNT-LINE
               MOVE 'RECONCILIATION'     TO WS-OPST-LABEL
               MOVE WS-PRICE-RECON-RESULT TO WS-OPST-TEXT
               IF WS-PRICE-RECON-RESULT NOT = 'MATCH'
                   MOVE '** EXCEPTION'   TO WS-OPST-FLAG
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
               PERFORM WRITE-TEXT-LINE
           END-IF.

       WRITE-SUSPPROC-SECTION.
           MOVE 'SUSPENSE REPROCESSING - SUSPPROC'
               TO WS-OPS-SECTION-LINE.
           PERFORM WRITE-SECTION-HEADING.
           IF WS-SUSP-FOUND = 'N'
               MOVE 'SUSPPROC'           TO WS-OPST-LABEL
               PERFORM WRITE-NOT-REPORTED
           ELSE
               MOVE 'INTEREST CLEARED'   TO WS-OPST-LABEL
               MOVE WS-SUSP-TOTAL        TO WS-OPST-TEXT
               PERFORM WRITE-TEXT-LINE
               MOVE 'RECORDS CLEARED'    TO WS-OPSC-LABEL
               MOVE WS-SUSP-CLEARED      TO WS-OPSC-COUNT
               PERFORM WRITE-COUNT-LINE
               MOVE 'STILL SUSPENDED'    TO WS-OPSC-LABEL
               MOVE WS-SUSP-STILL-SUSP   TO WS-OPSC-COUNT
               PERFORM WRITE-COUNT-LINE
           END-IF.

       WRITE-AGING-SECTION.
           MOVE 'SUSPENSE AGING - SUSPAGE' TO WS-OPS-SECTION-LINE.
           PERFORM WRITE-SECTION-HEADING.
           IF WS-AGE-FOUND = 'N'
               MOVE 'SUSPAGE'            TO WS-OPST-LABEL
               PERFORM WRITE-NOT-REPORTED
           ELSE
               MOVE 'RECORDS IN SUSPENSE' TO WS-OPSC-LABEL
               MOVE WS-AGE-READ          TO WS-OPSC-COUNT
               PERFORM WRITE-COUNT-LINE
               MOVE 'THRESHOLD DAYS'     TO WS-OPSC-LABEL
               MOVE WS-AGE-THRESHOLD     TO WS-OPSC-COUNT
               PERFORM WRITE-COUNT-LINE
               MOVE 'PAST ESCALATION'    TO WS-OPSC-LABEL
               MOVE WS-AGE-ESCALATED     TO WS-OPSC-COUNT
               IF WS-AGE-ESCALATED > ZERO
                   MOVE '** EXCEPTION'   TO WS-OPSC-FLAG
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
               PERFORM WRITE-COUNT-LINE
           END-IF.

       WRITE-JOBS-SECTION.
           MOVE 'DATECTL JOBS' TO WS-OPS-SECTION-LINE.
           PERFORM WRITE-SECTION-HEADING.
           IF WS-CONTROL-PRESENT = 'N'
               MOVE 'DATECTL'            TO WS-OPST-LABEL
               PERFORM WRITE-NOT-REPORTED
           ELSE
               PERFORM WRITE-ONE-JOB
                   VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB > 6
           END-IF.

      *> A job is complete when its slot carries the business date
      *> with status C.  CAPINT runs only at month-end, and a night
      *> priced by CNSLDT leaves BATCHDRV's slot untouched.
       WRITE-ONE-JOB.
           IF DCTL-JOB-NAME(WS-JOB-SUB) NOT = SPACES
               MOVE DCTL-JOB-NAME(WS-JOB-SUB) TO WS-OPSJ-NAME
               IF DCTL-JOB-DATE(WS-JOB-SUB) IS NUMERIC
                   MOVE DCTL-JOB-DATE(WS-JOB-SUB) TO WS-OPSJ-DATE
               ELSE
                   MOVE ZERO TO WS-OPSJ-DATE
               END-IF
               MOVE SPACES TO WS-OPSJ-FLAG
               IF DCTL-JOB-DATE(WS-JOB-SUB) = WS-RUN-DATE
                       AND DCTL-JOB-COMPLETE(WS-JOB-SUB)
                   MOVE 'COMPLETE' TO WS-OPSJ-STATUS
               ELSE
               IF DCTL-JOB-NAME(WS-JOB-SUB) = 'CAPINT'
                       AND WS-MONTH-END = 'N'
                   MOVE 'NOT DUE' TO WS-OPSJ-STATUS
               ELSE
               IF DCTL-JOB-NAME(WS-JOB-SUB) = 'BATCHDRV'
                       AND WS-PRICE-PROGRAM = 'CNSLDT'
                   MOVE 'CNSLDT PRICED' TO WS-OPSJ-STATUS
               ELSE
                   MOVE 'NOT COMPLETE' TO WS-OPSJ-STATUS
                   MOVE '** EXCEPTION' TO WS-OPSJ-FLAG
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
               END-IF
               END-IF
               MOVE WS-OPS-JOB-LINE TO OPS-REPORT-REC
               WRITE OPS-REPORT-REC
           END-IF.

      *> POSTDLY counts a reversal as a posting but files it as a
      *> type R entry, so the postings less reversals foot to the
      *> type P entries and the reversals to the type R entries.
       WRITE-CROSS-FOOTS.
           MOVE 'CROSS-FOOTS' TO WS-OPS-SECTION-LINE.
           PERFORM WRITE-SECTION-HEADING.
           COMPUTE WS-POST-NET = WS-POST-POSTED - WS-POST-REVERSALS.
           MOVE 'POSTED LESS REVERSALS'  TO WS-OPSC-LABEL.
           MOVE WS-POST-NET              TO WS-OPSC-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'HISTFILE P ENTRIES'     TO WS-OPSC-LABEL.
           MOVE WS-HIST-P-COUNT          TO WS-OPSC-COUNT.
           IF WS-POST-NET = WS-HIST-P-COUNT
               MOVE 'AGREES'             TO WS-OPSC-FLAG
           ELSE
               MOVE '** BREAK'           TO WS-OPSC-FLAG
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'REVERSALS POSTED'       TO WS-OPSC-LABEL.
           MOVE WS-POST-REVERSALS        TO WS-OPSC-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'HISTFILE R ENTRIES'     TO WS-OPSC-LABEL.
           MOVE WS-HIST-R-COUNT          TO WS-OPSC-COUNT.
           IF WS-POST-REVERSALS = WS-HIST-R-COUNT
               MOVE 'AGREES'             TO WS-OPSC-FLAG
           ELSE
               MOVE '** BREAK'           TO WS-OPSC-FLAG
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'PRICING REJECTS'        TO WS-OPSC-LABEL.
           MOVE WS-PRICE-REJECTED        TO WS-OPSC-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'NEW SUSPFILE RECORDS'   TO WS-OPSC-LABEL.
           MOVE WS-NEW-SUSPENSE-COUNT    TO WS-OPSC-COUNT.
           IF WS-PRICE-REJECTED = WS-NEW-SUSPENSE-COUNT
               MOVE 'AGREES'             TO WS-OPSC-FLAG
           ELSE
               MOVE '** BREAK'           TO WS-OPSC-FLAG
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.
           PERFORM WRITE-COUNT-LINE.

       WRITE-VERDICT.
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE 'CLEAN' TO WS-VERDICT
           ELSE
               MOVE 'EXCEPTIONS' TO WS-VERDICT
           END-IF.
           MOVE WS-BLANK-LINE TO OPS-REPORT-REC.
           WRITE OPS-REPORT-REC.
           MOVE 'EXCEPTIONS'             TO WS-OPSC-LABEL.
           MOVE WS-EXCEPTION-COUNT       TO WS-OPSC-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'VERDICT'                TO WS-OPST-LABEL.
           MOVE WS-VERDICT               TO WS-OPST-TEXT.
           PERFORM WRITE-TEXT-LINE.

       WRITE-OPS-AUDIT.
           MOVE WS-RUN-DATE        TO WS-OAUD-DATE.
           MOVE WS-EXCEPTION-COUNT TO WS-OAUD-EXCEPTIONS.
           MOVE WS-VERDICT         TO WS-OAUD-VERDICT.
           MOVE WS-OPS-AUDIT-LINE TO AUDIT-REC.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.
