       IDENTIFICATION DIVISION.
       PROGRAM-ID. accrdly.

      *> Daily interest accrual.  Runs after POSTDLY: every STUDMAST
      *> balance, as posted at the end of the business day, is priced
      *> at the RATETAB band rate in force that day and the day's
      *> interest is added into the student's ACCRFILE row together
      *> with the days accrued and the date accrued to.  The band rate
      *> is the month's rate, so a day earns rate / days-in-month and
      *> a full month at an unchanged balance earns what CAPINT used
      *> to compute.  Days the job did not run (weekends, holidays)
      *> are picked up at the next run on the balance carried over
      *> them; a student already accrued to the business date is left
      *> alone, so a rerun never accrues a day twice.  ACCRRPT lists
      *> every student's accrued-to-date amount to the cent; at month
      *> end its TOTAL ACCRUED is the figure CAPRPT capitalizes.
      *> A frozen account earns nothing while the hold stands: it is
      *> not priced, but its accrued-to date still moves up to the
      *> business date so the hold days are never picked up later.
      *> Whatever it had accrued before the hold stays on its row,
      *> which CAPINT leaves alone, so that amount is listed as
      *> FROZEN ACCRUED HELD and kept out of TOTAL ACCRUED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SID
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.
           SELECT ACCRUAL-FILE ASSIGN TO "ACCRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACR-SID
               FILE STATUS IS WS-ACCRUAL-STATUS.
           SELECT RATE-TABLE-FILE ASSIGN TO "RATETAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT ACCRUAL-REPORT-FILE ASSIGN TO "ACCRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-REPORT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT DATE-CONTROL-FILE ASSIGN TO "DATECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATE-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
       COPY studrec.

       FD  ACCRUAL-FILE.
       COPY accrrec.

       FD  RATE-TABLE-FILE.
       COPY ratetab.

       FD  ACCRUAL-REPORT-FILE.
       01  ACCRUAL-REPORT-REC PIC X(80).

       FD  AUDIT-FILE.
       01  AUDIT-REC PIC X(80).

       FD  DATE-CONTROL-FILE.
       01  DATE-CONTROL-IO-REC PIC X(111).

       WORKING-STORAGE SECTION.
       01 WS-STUDENT-MASTER-STATUS PIC XX VALUE '00'.
       01 WS-ACCRUAL-STATUS        PIC XX VALUE '00'.
       01 WS-RATE-FILE-STATUS      PIC XX VALUE '00'.
       01 WS-ACCRUAL-REPORT-STATUS PIC XX VALUE '00'.
       01 WS-AUDIT-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-DATE-CONTROL-STATUS   PIC XX VALUE '00'.
       01 WS-CONTROL-PRESENT       PIC X VALUE 'N'.
       01 WS-JOB-NAME              PIC X(8) VALUE 'ACCRDLY '.
       01 WS-JOB-REFUSED           PIC X VALUE 'N'.
       01 WS-JOB-FOUND             PIC X VALUE 'N'.
       01 WS-JOB-SUB               PIC 9(2) VALUE ZERO.
       01 WS-SCAN-SUB              PIC 9(2) VALUE ZERO.
       01 WS-OPEN-ERROR-SWITCH     PIC X VALUE 'N'.
       COPY datectl.
       01 WS-EOF-SWITCH            PIC X VALUE 'N'.
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-RETURN-CODE           PIC 9(2) VALUE ZERO.
       01 WS-RECORD-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-ACCRUED-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-ALREADY-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-NO-RATE-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-FROZEN-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-ACCRUAL-FOUND         PIC X VALUE 'N'.
       01 WS-ACCRUAL-WRITTEN       PIC X VALUE 'N'.
       01 WS-ELAPSED-DAYS          PIC 9(4) VALUE ZERO.
       01 WS-RUN-DAY-NUMBER        PIC 9(8) VALUE ZERO.
       01 WS-DAYS-IN-MONTH         PIC 9(2) VALUE ZERO.
       01 WS-DAY-INTEREST          PIC S9(7)V9(6) VALUE ZERO.
       01 WS-DAY-INTEREST-CENTS    PIC S9(7)V99 VALUE ZERO.
       01 WS-ACCRUED-CENTS         PIC S9(7)V99 VALUE ZERO.
       01 WS-TODAY-TOTAL           PIC S9(9)V9(6) VALUE ZERO.
       01 WS-TODAY-TOTAL-CENTS     PIC S9(9)V99 VALUE ZERO.
       01 WS-ACCRUED-TOTAL         PIC S9(9)V99 VALUE ZERO.
       01 WS-FROZEN-ACCRUED-TOTAL  PIC S9(9)V99 VALUE ZERO.
       01 WS-CDD-DATE              PIC 9(8) VALUE ZERO.
       01 WS-CDD-DAYS              PIC 9(8) VALUE ZERO.
       01 WS-CDD-YEAR              PIC 9(4) VALUE ZERO.
       01 WS-CDD-MMDD              PIC 9(4) VALUE ZERO.
       01 WS-CDD-MONTH             PIC 9(2) VALUE ZERO.
       01 WS-CDD-DAY               PIC 9(2) VALUE ZERO.
       01 WS-CDD-OFFSET            PIC 9(3) VALUE ZERO.
       01 WS-CDD-PRIOR-YEAR        PIC 9(4) VALUE ZERO.
       01 WS-CDD-LEAP-4            PIC 9(4) VALUE ZERO.
       01 WS-CDD-LEAP-100          PIC 9(4) VALUE ZERO.
       01 WS-CDD-LEAP-400          PIC 9(4) VALUE ZERO.
       01 WS-CDD-LEAP-REM-4        PIC 9(4) VALUE ZERO.
       01 WS-CDD-LEAP-REM-100      PIC 9(4) VALUE ZERO.
       01 WS-CDD-LEAP-REM-400      PIC 9(4) VALUE ZERO.
       01 WS-CDD-QUOTIENT          PIC 9(8) VALUE ZERO.
       01 WS-CDD-LEAP-FLAG         PIC X VALUE 'N'.
       01 WS-RATE-TABLE-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-BAND-FOUND            PIC X VALUE 'N'.
       01 WS-BAND-RATE-HOLD        PIC 9(3)V9(4) VALUE ZERO.
       01 WS-BEST-EFF-DATE         PIC 9(8) VALUE ZERO.
       01 WS-BAND-TABLE.
           05 WS-BAND-ENTRY OCCURS 50 TIMES INDEXED BY BAND-IDX.
               10 WS-BAND-LOW      PIC 9(8).
               10 WS-BAND-HIGH     PIC 9(8).
               10 WS-BAND-RATE     PIC 9(3)V9(4).
               10 WS-BAND-EFF      PIC 9(8).
       01 WS-ACCR-HEADING.
           05 FILLER               PIC X(31)
               VALUE 'DAILY INTEREST ACCRUAL LISTING'.
           05 FILLER               PIC X(10) VALUE ' RUN DATE '.
           05 WS-ACCH-DATE         PIC 9999/99/99.
           05 FILLER               PIC X(29) VALUE SPACES.
       01 WS-ACCR-COLUMN-HEADING   PIC X(80) VALUE
           'SID      NAME                  BALANCE     RATE DAYS    TODA
      -    'Y    ACCRUED'.
       01 WS-ACCR-DETAIL-LINE.
           05 WS-ACCD-SID          PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-ACCD-NAME         PIC A(15).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-ACCD-BALANCE      PIC -9(9).99.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-ACCD-RATE         PIC 9(3).9(4).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-ACCD-DAYS         PIC Z(3)9.
           05 WS-ACCD-TODAY        PIC -9(5).99.
           05 WS-ACCD-ACCRUED      PIC -9(7).99.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-ACCD-NOTE         PIC X(7).
       01 WS-ACCR-COUNT-LINE.
           05 WS-ACCC-LABEL        PIC X(20).
           05 WS-ACCC-COUNT        PIC Z(7)9.
           05 FILLER               PIC X(52) VALUE SPACES.
       01 WS-ACCR-AMOUNT-LINE.
           05 WS-ACCA-LABEL        PIC X(20).
           05 WS-ACCA-AMOUNT       PIC -9(9).99.
           05 FILLER               PIC X(47) VALUE SPACES.
       01 WS-ACCR-AUDIT-LINE.
           05 FILLER               PIC X(20)
               VALUE 'ACCRUAL '.
           05 WS-AAUD-DATE         PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-AAUD-TODAY        PIC -9(9).99.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-AAUD-TOTAL        PIC -9(9).99.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-AAUD-COUNT        PIC 9(8).
           05 FILLER               PIC X(15) VALUE SPACES.
       01 WS-BLANK-LINE            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-ENTRY.
           PERFORM READ-DATE-CONTROL.
           IF WS-JOB-REFUSED = 'Y'
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM OPEN-FILES
               IF WS-OPEN-ERROR-SWITCH = 'Y'
                   MOVE 12 TO WS-RETURN-CODE
               ELSE
                   PERFORM LOAD-RATE-BANDS
                   PERFORM SET-DAYS-IN-MONTH
                   MOVE WS-RUN-DATE TO WS-CDD-DATE
                   PERFORM CONVERT-DATE-TO-DAYS
                   MOVE WS-CDD-DAYS TO WS-RUN-DAY-NUMBER
                   PERFORM WRITE-ACCRUAL-HEADING
                   PERFORM ACCRUE-STUDENTS UNTIL WS-EOF-SWITCH = 'Y'
                   PERFORM WRITE-ACCRUAL-TOTALS
                   PERFORM WRITE-ACCRUAL-AUDIT
               END-IF
               PERFORM CLOSE-FILES
               IF WS-RECORD-COUNT = ZERO AND WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               IF WS-RETURN-CODE < 8
                   PERFORM MARK-JOB-COMPLETE
               END-IF
           END-IF.
           DISPLAY 'ACCRDLY RECORDS READ       ' WS-RECORD-COUNT.
           DISPLAY 'ACCRDLY RECORDS ACCRUED    ' WS-ACCRUED-COUNT.
           DISPLAY 'ACCRDLY ALREADY ACCRUED    ' WS-ALREADY-COUNT.
           DISPLAY 'ACCRDLY NO RATE BAND       ' WS-NO-RATE-COUNT.
           DISPLAY 'ACCRDLY FROZEN NOT ACCRUED ' WS-FROZEN-COUNT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *> Duplicate-run protection plus the nightly ordering rule:
      *> the day's balances are not final until POSTDLY has posted
      *> the business date.  The operator override flag waives both
      *> checks for a deliberate rerun; the accrued-to date on each
      *> row still keeps a day from being accrued twice.  Without a
      *> control file the system date applies and the protection is
      *> off, the pre-DATECTL behaviour.
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
               IF NOT DCTL-OVERRIDE
                   PERFORM FIND-JOB-ENTRY
                   IF WS-JOB-FOUND = 'Y'
                       IF DCTL-JOB-DATE(WS-JOB-SUB)
                                   = DCTL-BUSINESS-DATE
                               AND DCTL-JOB-COMPLETE(WS-JOB-SUB)
                           DISPLAY 'ACCRDLY ALREADY COMPLETE FOR '
                               DCTL-BUSINESS-DATE ' - RUN REFUSED'
                           MOVE 'Y' TO WS-JOB-REFUSED
                       END-IF
                   END-IF
                   IF WS-JOB-REFUSED = 'N'
                       PERFORM CHECK-POSTDLY-PREREQUISITE
                   END-IF
               END-IF
           ELSE
               DISPLAY 'WARNING: no DATECTL - system date used,'
                   ' no duplicate-run protection'
           END-IF.

       CHECK-POSTDLY-PREREQUISITE.
           MOVE 'POSTDLY ' TO WS-JOB-NAME.
           PERFORM FIND-JOB-ENTRY.
           IF WS-JOB-FOUND = 'N'
               PERFORM REFUSE-MISSING-POSTDLY
           ELSE
               IF DCTL-JOB-DATE(WS-JOB-SUB) NOT = DCTL-BUSINESS-DATE
                       OR NOT DCTL-JOB-COMPLETE(WS-JOB-SUB)
                   PERFORM REFUSE-MISSING-POSTDLY
               END-IF
           END-IF.
           MOVE 'ACCRDLY ' TO WS-JOB-NAME.

       REFUSE-MISSING-POSTDLY.
           DISPLAY 'POSTDLY NOT COMPLETE FOR ' DCTL-BUSINESS-DATE
               ' - ACCRDLY RUN REFUSED'.
           MOVE 'Y' TO WS-JOB-REFUSED.

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

      *> The first run creates ACCRFILE; it is then reopened I-O
      *> because every student needs a keyed read before the write.
       OPEN-FILES.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-STUDENT-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open STUDMAST, status='
                   WS-STUDENT-MASTER-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 'Y' TO WS-OPEN-ERROR-SWITCH
           END-IF.
           OPEN I-O ACCRUAL-FILE.
           IF WS-ACCRUAL-STATUS = '35'
               OPEN OUTPUT ACCRUAL-FILE
               CLOSE ACCRUAL-FILE
               OPEN I-O ACCRUAL-FILE
           END-IF.
           IF WS-ACCRUAL-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open ACCRFILE, status='
                   WS-ACCRUAL-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 'Y' TO WS-OPEN-ERROR-SWITCH
           END-IF.
           OPEN OUTPUT ACCRUAL-REPORT-FILE.

      *> Rows dated after the run date are a future generation and
      *> are left out; rows without a date (the pre-dated layout)
      *> count as effective since forever.  Of the rows kept, the
      *> covering row with the latest effective date is the band in
      *> force - see LOOKUP-BAND-RATE.
       LOAD-RATE-BANDS.
           OPEN INPUT RATE-TABLE-FILE.
           IF WS-RATE-FILE-STATUS = '00'
               PERFORM UNTIL WS-RATE-FILE-STATUS NOT = '00'
                       OR WS-RATE-TABLE-COUNT >= 50
                   READ RATE-TABLE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RT-EFF-DATE IS NOT NUMERIC
                               MOVE ZERO TO RT-EFF-DATE
                           END-IF
                           IF RT-EFF-DATE <= WS-RUN-DATE
                               ADD 1 TO WS-RATE-TABLE-COUNT
                               MOVE RT-LOW-SID TO
                                   WS-BAND-LOW(WS-RATE-TABLE-COUNT)
                               MOVE RT-HIGH-SID TO
                                   WS-BAND-HIGH(WS-RATE-TABLE-COUNT)
                               MOVE RT-RATE TO
                                   WS-BAND-RATE(WS-RATE-TABLE-COUNT)
                               MOVE RT-EFF-DATE TO
                                   WS-BAND-EFF(WS-RATE-TABLE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-TABLE-FILE
           ELSE
               DISPLAY 'ERROR: cannot open RATETAB, status='
                   WS-RATE-FILE-STATUS
           END-IF.

       SET-DAYS-IN-MONTH.
           MOVE WS-RUN-DATE TO WS-CDD-DATE.
           PERFORM CONVERT-DATE-TO-DAYS.
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

       ACCRUE-STUDENTS.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
                   PERFORM ACCRUE-ONE-STUDENT
           END-READ.

       ACCRUE-ONE-STUDENT.
           MOVE ZERO TO WS-DAY-INTEREST.
           MOVE SPACES TO WS-ACCD-NOTE.
           PERFORM READ-STUDENT-ACCRUAL.
           PERFORM LOOKUP-BAND-RATE.
           IF SREC-FROZEN
               ADD 1 TO WS-FROZEN-COUNT
               MOVE 'FROZEN'  TO WS-ACCD-NOTE
               PERFORM HOLD-STUDENT-ACCRUAL
           ELSE
           IF ACR-LAST-DATE >= WS-RUN-DATE
               ADD 1 TO WS-ALREADY-COUNT
               MOVE 'DONE'    TO WS-ACCD-NOTE
           ELSE
           IF WS-BAND-FOUND = 'N'
               ADD 1 TO WS-NO-RATE-COUNT
               MOVE 'NO BAND' TO WS-ACCD-NOTE
           ELSE
               PERFORM COMPUTE-DAY-INTEREST
               PERFORM SAVE-STUDENT-ACCRUAL
               IF WS-ACCRUAL-WRITTEN = 'Y'
                   ADD 1 TO WS-ACCRUED-COUNT
               END-IF
           END-IF
           END-IF
           END-IF.
           PERFORM WRITE-ACCRUAL-DETAIL.

       READ-STUDENT-ACCRUAL.
           MOVE SID TO ACR-SID.
           READ ACCRUAL-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACCRUAL-FOUND
                   MOVE SID  TO ACR-SID
                   MOVE ZERO TO ACR-ACCRUED
                   MOVE ZERO TO ACR-DAYS-ACCRUED
                   MOVE ZERO TO ACR-LAST-DATE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCRUAL-FOUND
           END-READ.

       LOOKUP-BAND-RATE.
           MOVE 'N' TO WS-BAND-FOUND.
           MOVE ZERO TO WS-BAND-RATE-HOLD.
           MOVE ZERO TO WS-BEST-EFF-DATE.
           PERFORM VARYING BAND-IDX FROM 1 BY 1
                   UNTIL BAND-IDX > WS-RATE-TABLE-COUNT
               IF SID >= WS-BAND-LOW(BAND-IDX)
                       AND SID <= WS-BAND-HIGH(BAND-IDX)
                   IF WS-BAND-FOUND = 'N'
                           OR WS-BAND-EFF(BAND-IDX) > WS-BEST-EFF-DATE
                       MOVE WS-BAND-RATE(BAND-IDX)
                           TO WS-BAND-RATE-HOLD
                       MOVE WS-BAND-EFF(BAND-IDX) TO WS-BEST-EFF-DATE
                       MOVE 'Y' TO WS-BAND-FOUND
                   END-IF
               END-IF
           END-PERFORM.

      *> A student new to the accrual file earns for the business day
      *> only; otherwise every day since the last accrual is earned
      *> on today's balance, which is the balance carried over the
      *> days the job did not run.
       COMPUTE-DAY-INTEREST.
           IF ACR-LAST-DATE = ZERO
               MOVE 1 TO WS-ELAPSED-DAYS
           ELSE
               MOVE ACR-LAST-DATE TO WS-CDD-DATE
               PERFORM CONVERT-DATE-TO-DAYS
               COMPUTE WS-ELAPSED-DAYS =
                   WS-RUN-DAY-NUMBER - WS-CDD-DAYS
           END-IF.
           COMPUTE WS-DAY-INTEREST ROUNDED =
               SREC-BALANCE * WS-BAND-RATE-HOLD * WS-ELAPSED-DAYS
                   / (100 * WS-DAYS-IN-MONTH).
           ADD WS-DAY-INTEREST TO ACR-ACCRUED.
           ADD WS-ELAPSED-DAYS TO ACR-DAYS-ACCRUED.
           MOVE WS-RUN-DATE TO ACR-LAST-DATE.
           ADD WS-DAY-INTEREST TO WS-TODAY-TOTAL.

      *> The hold days are passed over, not priced: only the
      *> accrued-to date moves, so when the hold is lifted accrual
      *> resumes from the day it ends.
       HOLD-STUDENT-ACCRUAL.
           IF ACR-LAST-DATE < WS-RUN-DATE
               MOVE WS-RUN-DATE TO ACR-LAST-DATE
               PERFORM SAVE-STUDENT-ACCRUAL
           END-IF.

       SAVE-STUDENT-ACCRUAL.
           MOVE 'N' TO WS-ACCRUAL-WRITTEN.
           IF WS-ACCRUAL-FOUND = 'Y'
               REWRITE ACCRUAL-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ACCRUAL-WRITTEN
               END-REWRITE
           ELSE
               WRITE ACCRUAL-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ACCRUAL-WRITTEN
               END-WRITE
           END-IF.
           IF WS-ACCRUAL-WRITTEN = 'N'
               DISPLAY 'ERROR: ACCRFILE write for SID ' SID
                   ' status=' WS-ACCRUAL-STATUS
               MOVE 'ERROR'   TO WS-ACCD-NOTE
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF.

      *> The accrued column is rounded to the cent the same way CAPINT
      *> rounds it when it capitalizes, so the listing total and the
      *> CAPRPT total agree to the cent.  A frozen account's amount
      *> is not capitalized this month, so it is totalled apart.
       WRITE-ACCRUAL-DETAIL.
           COMPUTE WS-ACCRUED-CENTS ROUNDED = ACR-ACCRUED.
           COMPUTE WS-DAY-INTEREST-CENTS ROUNDED = WS-DAY-INTEREST.
           IF SREC-FROZEN
               ADD WS-ACCRUED-CENTS TO WS-FROZEN-ACCRUED-TOTAL
           ELSE
               ADD WS-ACCRUED-CENTS TO WS-ACCRUED-TOTAL
           END-IF.
           MOVE SID                   TO WS-ACCD-SID.
           MOVE NAME                  TO WS-ACCD-NAME.
           MOVE SREC-BALANCE          TO WS-ACCD-BALANCE.
           MOVE WS-BAND-RATE-HOLD     TO WS-ACCD-RATE.
           MOVE ACR-DAYS-ACCRUED      TO WS-ACCD-DAYS.
           MOVE WS-DAY-INTEREST-CENTS TO WS-ACCD-TODAY.
           MOVE WS-ACCRUED-CENTS      TO WS-ACCD-ACCRUED.
           MOVE WS-ACCR-DETAIL-LINE TO ACCRUAL-REPORT-REC.
           WRITE ACCRUAL-REPORT-REC.

       WRITE-ACCRUAL-HEADING.
           MOVE WS-RUN-DATE TO WS-ACCH-DATE.
           MOVE WS-ACCR-HEADING TO ACCRUAL-REPORT-REC.
           WRITE ACCRUAL-REPORT-REC.
           MOVE WS-BLANK-LINE TO ACCRUAL-REPORT-REC.
           WRITE ACCRUAL-REPORT-REC.
           MOVE WS-ACCR-COLUMN-HEADING TO ACCRUAL-REPORT-REC.
           WRITE ACCRUAL-REPORT-REC.

       WRITE-ACCRUAL-TOTALS.
           MOVE WS-BLANK-LINE TO ACCRUAL-REPORT-REC.
           WRITE ACCRUAL-REPORT-REC.
           MOVE 'STUDENTS READ       ' TO WS-ACCC-LABEL.
           MOVE WS-RECORD-COUNT TO WS-ACCC-COUNT.
           MOVE WS-ACCR-COUNT-LINE TO ACCRUAL-REPORT-REC.
           WRITE ACCRUAL-REPORT-REC.
           MOVE 'STUDENTS ACCRUED    ' TO WS-ACCC-LABEL.
           MOVE WS-ACCRUED-COUNT TO WS-ACCC-COUNT.
           MOVE WS-ACCR-COUNT-LINE TO ACCRUAL-REPORT-REC.
           WRITE ACCRUAL-REPORT-REC.
           MOVE 'ALREADY ACCRUED     ' TO WS-ACCC-LABEL.
           MOVE WS-ALREADY-COUNT TO WS-ACCC-COUNT.
           MOVE WS-ACCR-COUNT-LINE TO ACCRUAL-REPORT-REC.
           WRITE ACCRUAL-REPORT-REC.
           MOVE 'NO RATE BAND        ' TO WS-ACCC-LABEL.
           MOVE WS-NO-RATE-COUNT TO WS-ACCC-COUNT.
           MOVE WS-ACCR-COUNT-LINE TO ACCRUAL-REPORT-REC.
           WRITE ACCRUAL-REPORT-REC.
           MOVE 'FROZEN NOT ACCRUED  ' TO WS-ACCC-LABEL.
           MOVE WS-FROZEN-COUNT TO WS-ACCC-COUNT.
           MOVE WS-ACCR-COUNT-LINE TO ACCRUAL-REPORT-REC.
           WRITE ACCRUAL-REPORT-REC.
           COMPUTE WS-TODAY-TOTAL-CENTS ROUNDED = WS-TODAY-TOTAL.
           MOVE 'ACCRUED TODAY       ' TO WS-ACCA-LABEL.
           MOVE WS-TODAY-TOTAL-CENTS TO WS-ACCA-AMOUNT.
           MOVE WS-ACCR-AMOUNT-LINE TO ACCRUAL-REPORT-REC.
           WRITE ACCRUAL-REPORT-REC.
           MOVE 'TOTAL ACCRUED       ' TO WS-ACCA-LABEL.
           MOVE WS-ACCRUED-TOTAL TO WS-ACCA-AMOUNT.
           MOVE WS-ACCR-AMOUNT-LINE TO ACCRUAL-REPORT-REC.
           WRITE ACCRUAL-REPORT-REC.
           MOVE 'FROZEN ACCRUED HELD ' TO WS-ACCA-LABEL.
           MOVE WS-FROZEN-ACCRUED-TOTAL TO WS-ACCA-AMOUNT.
           MOVE WS-ACCR-AMOUNT-LINE TO ACCRUAL-REPORT-REC.
           WRITE ACCRUAL-REPORT-REC.

       WRITE-ACCRUAL-AUDIT.
           MOVE WS-RUN-DATE          TO WS-AAUD-DATE.
           MOVE WS-TODAY-TOTAL-CENTS TO WS-AAUD-TODAY.
           MOVE WS-ACCRUED-TOTAL     TO WS-AAUD-TOTAL.
           MOVE WS-ACCRUED-COUNT     TO WS-AAUD-COUNT.
           MOVE WS-ACCR-AUDIT-LINE TO AUDIT-REC.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.

      *> Whole days from a YYYYMMDD date: years at 365 plus the leap
      *> days before this year, a month offset, and a leap day once
      *> past February in a leap year.  Only differences are used, so
      *> no epoch matters.
       CONVERT-DATE-TO-DAYS.
           DIVIDE WS-CDD-DATE BY 10000
               GIVING WS-CDD-YEAR REMAINDER WS-CDD-MMDD.
           DIVIDE WS-CDD-MMDD BY 100
               GIVING WS-CDD-MONTH REMAINDER WS-CDD-DAY.
           EVALUATE WS-CDD-MONTH
               WHEN 1  MOVE 0   TO WS-CDD-OFFSET
               WHEN 2  MOVE 31  TO WS-CDD-OFFSET
               WHEN 3  MOVE 59  TO WS-CDD-OFFSET
               WHEN 4  MOVE 90  TO WS-CDD-OFFSET
               WHEN 5  MOVE 120 TO WS-CDD-OFFSET
               WHEN 6  MOVE 151 TO WS-CDD-OFFSET
               WHEN 7  MOVE 181 TO WS-CDD-OFFSET
               WHEN 8  MOVE 212 TO WS-CDD-OFFSET
               WHEN 9  MOVE 243 TO WS-CDD-OFFSET
               WHEN 10 MOVE 273 TO WS-CDD-OFFSET
               WHEN 11 MOVE 304 TO WS-CDD-OFFSET
               WHEN OTHER MOVE 334 TO WS-CDD-OFFSET
           END-EVALUATE.
           IF WS-CDD-YEAR > ZERO
               COMPUTE WS-CDD-PRIOR-YEAR = WS-CDD-YEAR - 1
           ELSE
               MOVE ZERO TO WS-CDD-PRIOR-YEAR
           END-IF.
           DIVIDE WS-CDD-PRIOR-YEAR BY 4
               GIVING WS-CDD-LEAP-4.
           DIVIDE WS-CDD-PRIOR-YEAR BY 100
               GIVING WS-CDD-LEAP-100.
           DIVIDE WS-CDD-PRIOR-YEAR BY 400
               GIVING WS-CDD-LEAP-400.
           COMPUTE WS-CDD-DAYS =
               WS-CDD-YEAR * 365
               + WS-CDD-LEAP-4 - WS-CDD-LEAP-100 + WS-CDD-LEAP-400
               + WS-CDD-OFFSET + WS-CDD-DAY.
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
           IF WS-CDD-LEAP-FLAG = 'Y' AND WS-CDD-MONTH > 2
               ADD 1 TO WS-CDD-DAYS
           END-IF.

       CLOSE-FILES.
           CLOSE STUDENT-MASTER-FILE.
           CLOSE ACCRUAL-FILE.
           CLOSE ACCRUAL-REPORT-FILE.
