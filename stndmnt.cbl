       IDENTIFICATION DIVISION.
       PROGRAM-ID. stndmnt.

      *> Standing instruction maintenance.  Applies transactions from
      *> STNDTRAN against the indexed STNDINST master: A adds an
      *> instruction, C changes its type, amount, frequency, next due
      *> date and end date, S suspends it, R resumes a suspended one
      *> and X cancels it.  An instruction is never deleted - a
      *> cancelled one stays on file so a TRANREJ line from an old
      *> generated entry can still be traced to it.  Adds need the
      *> SID on STUDMAST.  A new or changed next due date may not be
      *> before the business date, and an end date, when given, may
      *> not be before the next due date.  Every change leaves a
      *> before/after image on AUDITLOG as STUDMNT does; results go
      *> to STNDMRPT.  No money moves here, so there is no history.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-INSTR-FILE ASSIGN TO "STNDINST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STI-KEY
               FILE STATUS IS WS-STANDING-INSTR-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SID
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.
           SELECT STND-TRAN-FILE ASSIGN TO "STNDTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT STND-REPORT-FILE ASSIGN TO "STNDMRPT"
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

       FD  STUDENT-MASTER-FILE.
       COPY studrec.

       FD  STND-TRAN-FILE.
       01  STND-TRAN-REC.
           05 STT-ACTION           PIC X.
              88 STT-ADD           VALUE 'A'.
              88 STT-CHANGE        VALUE 'C'.
              88 STT-SUSPEND       VALUE 'S'.
              88 STT-RESUME        VALUE 'R'.
              88 STT-CANCEL        VALUE 'X'.
           05 STT-SID              PIC 9(8).
           05 STT-INSTR-NO         PIC 9(3).
           05 STT-TYPE             PIC X.
              88 STT-TYPE-VALID    VALUE 'D' 'W'.
           05 STT-AMOUNT           PIC 9(9)V99.
           05 STT-FREQUENCY        PIC X.
              88 STT-FREQUENCY-VALID VALUE 'W' 'M'.
           05 STT-NEXT-DUE-DATE    PIC 9(8).
           05 STT-END-DATE         PIC 9(8).

       FD  STND-REPORT-FILE.
       01  STND-REPORT-REC PIC X(80).

       FD  AUDIT-FILE.
       01  AUDIT-REC PIC X(80).

       FD  DATE-CONTROL-FILE.
       01  DATE-CONTROL-IO-REC PIC X(111).

       WORKING-STORAGE SECTION.
       01 WS-DATE-CONTROL-STATUS   PIC XX VALUE '00'.
       COPY datectl.
       01 WS-STANDING-INSTR-STATUS PIC XX VALUE '00'.
       01 WS-STUDENT-MASTER-STATUS PIC XX VALUE '00'.
       01 WS-TRAN-FILE-STATUS      PIC XX VALUE '00'.
       01 WS-REPORT-STATUS         PIC XX VALUE '00'.
       01 WS-AUDIT-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-TRAN-EOF-SWITCH       PIC X VALUE 'N'.
       01 WS-INSTR-FOUND           PIC X VALUE 'N'.
       01 WS-TRAN-COUNT            PIC 9(8) VALUE ZERO.
       01 WS-APPLIED-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-REJECT-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-EDIT-RESULT           PIC X(13) VALUE SPACES.
       01 WS-IO-ERROR-SWITCH       PIC X VALUE 'N'.
       01 WS-DATE-VALID            PIC X VALUE 'N'.
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
       01 WS-STND-REPORT-LINE.
           05 WS-SRPT-ACTION       PIC X.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-SRPT-SID          PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-SRPT-INSTR-NO     PIC X(3).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-SRPT-TYPE         PIC X.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-SRPT-AMOUNT       PIC 9(9).99.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-SRPT-FREQUENCY    PIC X.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-SRPT-NEXT-DUE     PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-SRPT-END-DATE     PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-SRPT-RESULT       PIC X(13).
           05 FILLER               PIC X(17) VALUE SPACES.
       01 WS-STND-AUDIT-LINE.
           05 WS-SAUD-DATE         PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-SAUD-TIME         PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 FILLER               PIC X(4) VALUE 'STI-'.
           05 WS-SAUD-ACTION       PIC X.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-SAUD-IMAGE        PIC X(6).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-SAUD-SID          PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-SAUD-INSTR-NO     PIC 9(3).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-SAUD-TYPE         PIC X.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-SAUD-AMOUNT       PIC 9(9).99.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-SAUD-FREQUENCY    PIC X.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-SAUD-NEXT-DUE     PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-SAUD-END-DATE     PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-SAUD-STATUS       PIC X.

       PROCEDURE DIVISION.
       MAIN-ENTRY.
           PERFORM OPEN-FILES.
           PERFORM PROCESS-TRANSACTIONS
               UNTIL WS-TRAN-EOF-SWITCH = 'Y'.
           PERFORM CLOSE-FILES.
           DISPLAY 'STNDMNT TRANSACTIONS READ    ' WS-TRAN-COUNT.
           DISPLAY 'STNDMNT TRANSACTIONS APPLIED ' WS-APPLIED-COUNT.
           DISPLAY 'STNDMNT TRANSACTIONS REJECTED' WS-REJECT-COUNT.
           GOBACK.

       OPEN-FILES.
           PERFORM GET-BUSINESS-DATE.
           OPEN I-O STANDING-INSTR-FILE.
           IF WS-STANDING-INSTR-STATUS = '35'
               OPEN OUTPUT STANDING-INSTR-FILE
               CLOSE STANDING-INSTR-FILE
               OPEN I-O STANDING-INSTR-FILE
           END-IF.
           IF WS-STANDING-INSTR-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open STNDINST, status='
                   WS-STANDING-INSTR-STATUS
               MOVE 'Y' TO WS-TRAN-EOF-SWITCH
           END-IF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-STUDENT-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open STUDMAST, status='
                   WS-STUDENT-MASTER-STATUS
               MOVE 'Y' TO WS-TRAN-EOF-SWITCH
           END-IF.
           OPEN INPUT STND-TRAN-FILE.
           IF WS-TRAN-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open STNDTRAN, status='
                   WS-TRAN-FILE-STATUS
               MOVE 'Y' TO WS-TRAN-EOF-SWITCH
           END-IF.
           OPEN OUTPUT STND-REPORT-FILE.

      *> The business date comes from the DATECTL control record so a
      *> next due date is edited against the date STNDGEN will run
      *> under; without the control file the system date applies.
       GET-BUSINESS-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT DATE-CONTROL-FILE.
           IF WS-DATE-CONTROL-STATUS = '00'
               READ DATE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DATE-CONTROL-IO-REC TO DATE-CONTROL-REC
                       IF DCTL-BUSINESS-DATE IS NUMERIC
                           MOVE DCTL-BUSINESS-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE DATE-CONTROL-FILE
           END-IF.

       PROCESS-TRANSACTIONS.
           READ STND-TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-TRAN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-TRAN-COUNT
                   PERFORM APPLY-TRANSACTION
           END-READ.

       APPLY-TRANSACTION.
           PERFORM VALIDATE-TRANSACTION.
           IF WS-EDIT-RESULT NOT = SPACES
               PERFORM REPORT-REJECT
           ELSE
               PERFORM FIND-INSTRUCTION
               EVALUATE TRUE
                   WHEN STT-ADD
                       PERFORM ADD-INSTRUCTION
                   WHEN STT-CHANGE
                       PERFORM CHANGE-INSTRUCTION
                   WHEN STT-SUSPEND
                       PERFORM SUSPEND-INSTRUCTION
                   WHEN STT-RESUME
                       PERFORM RESUME-INSTRUCTION
                   WHEN STT-CANCEL
                       PERFORM CANCEL-INSTRUCTION
               END-EVALUATE
           END-IF.

      *> Suspend, resume and cancel need only the key; an add or a
      *> change carries the whole instruction and every field is
      *> edited.  The first failing edit is the one reported.
       VALIDATE-TRANSACTION.
           MOVE SPACES TO WS-EDIT-RESULT.
           IF NOT STT-ADD AND NOT STT-CHANGE AND NOT STT-SUSPEND
                   AND NOT STT-RESUME AND NOT STT-CANCEL
               MOVE 'INVALID ACTN' TO WS-EDIT-RESULT
           ELSE
           IF STT-SID IS NOT NUMERIC OR STT-SID = ZERO
               MOVE 'INVALID SID' TO WS-EDIT-RESULT
           ELSE
           IF STT-INSTR-NO IS NOT NUMERIC OR STT-INSTR-NO = ZERO
               MOVE 'INVALID INSTR' TO WS-EDIT-RESULT
           END-IF
           END-IF
           END-IF.
           IF WS-EDIT-RESULT = SPACES
                   AND (STT-ADD OR STT-CHANGE)
               PERFORM VALIDATE-INSTRUCTION-FIELDS
           END-IF.

       VALIDATE-INSTRUCTION-FIELDS.
           IF NOT STT-TYPE-VALID
               MOVE 'INVALID TYPE' TO WS-EDIT-RESULT
           ELSE
           IF STT-AMOUNT IS NOT NUMERIC OR STT-AMOUNT = ZERO
               MOVE 'INVALID AMT' TO WS-EDIT-RESULT
           ELSE
           IF NOT STT-FREQUENCY-VALID
               MOVE 'INVALID FREQ' TO WS-EDIT-RESULT
           END-IF
           END-IF
           END-IF.
           IF WS-EDIT-RESULT = SPACES
               MOVE 'N' TO WS-DATE-VALID
               IF STT-NEXT-DUE-DATE IS NUMERIC
                   MOVE STT-NEXT-DUE-DATE TO WS-CDD-DATE
                   PERFORM CHECK-CALENDAR-DATE
               END-IF
               IF WS-DATE-VALID = 'N'
                       OR STT-NEXT-DUE-DATE < WS-RUN-DATE
                   MOVE 'INVALID DUE' TO WS-EDIT-RESULT
               END-IF
           END-IF.
           IF WS-EDIT-RESULT = SPACES
               IF STT-END-DATE IS NOT NUMERIC
                   MOVE 'INVALID END' TO WS-EDIT-RESULT
               ELSE
               IF STT-END-DATE NOT = ZERO
                   MOVE STT-END-DATE TO WS-CDD-DATE
                   PERFORM CHECK-CALENDAR-DATE
                   IF WS-DATE-VALID = 'N'
                           OR STT-END-DATE < STT-NEXT-DUE-DATE
                       MOVE 'INVALID END' TO WS-EDIT-RESULT
                   END-IF
               END-IF
               END-IF
           END-IF.

       FIND-INSTRUCTION.
           MOVE 'N' TO WS-INSTR-FOUND.
           MOVE STT-SID      TO STI-SID.
           MOVE STT-INSTR-NO TO STI-INSTR-NO.
           READ STANDING-INSTR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-INSTR-FOUND
           END-READ.

       ADD-INSTRUCTION.
           IF WS-INSTR-FOUND = 'Y'
               MOVE 'DUPLICATE' TO WS-EDIT-RESULT
               PERFORM REPORT-REJECT
           ELSE
               MOVE STT-SID TO SID
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       MOVE 'UNKNOWN SID' TO WS-EDIT-RESULT
               END-READ
               IF WS-EDIT-RESULT NOT = SPACES
                   PERFORM REPORT-REJECT
               ELSE
                   MOVE STT-SID      TO STI-SID
                   MOVE STT-INSTR-NO TO STI-INSTR-NO
                   PERFORM MOVE-INSTRUCTION-FIELDS
                   MOVE 'A'          TO STI-STATUS
                   MOVE WS-RUN-DATE  TO STI-STATUS-DATE
                   MOVE ZERO         TO STI-LAST-GEN-DATE
                   MOVE ZERO         TO STI-GEN-COUNT
                   MOVE 'N' TO WS-IO-ERROR-SWITCH
                   WRITE STANDING-INSTR-REC
                       INVALID KEY
                           DISPLAY 'ERROR: STNDINST write, status='
                               WS-STANDING-INSTR-STATUS
                           MOVE 'Y' TO WS-IO-ERROR-SWITCH
                   END-WRITE
                   PERFORM RECORD-UPDATE-RESULT
               END-IF
           END-IF.

      *> A change to an ended instruction gives it a new schedule, so
      *> it comes back active; a cancelled one stays cancelled.
       CHANGE-INSTRUCTION.
           IF WS-INSTR-FOUND = 'N'
               MOVE 'NOT FOUND' TO WS-EDIT-RESULT
               PERFORM REPORT-REJECT
           ELSE
           IF STI-CANCELLED
               MOVE 'CANCELLED' TO WS-EDIT-RESULT
               PERFORM REPORT-REJECT
           ELSE
               PERFORM WRITE-BEFORE-IMAGE
               PERFORM MOVE-INSTRUCTION-FIELDS
               IF STI-ENDED
                   MOVE 'A'         TO STI-STATUS
                   MOVE WS-RUN-DATE TO STI-STATUS-DATE
               END-IF
               PERFORM REWRITE-INSTRUCTION
           END-IF
           END-IF.

       SUSPEND-INSTRUCTION.
           IF WS-INSTR-FOUND = 'N'
               MOVE 'NOT FOUND' TO WS-EDIT-RESULT
               PERFORM REPORT-REJECT
           ELSE
           IF NOT STI-ACTIVE
               MOVE 'NOT ACTIVE' TO WS-EDIT-RESULT
               PERFORM REPORT-REJECT
           ELSE
               PERFORM WRITE-BEFORE-IMAGE
               MOVE 'S'         TO STI-STATUS
               MOVE WS-RUN-DATE TO STI-STATUS-DATE
               PERFORM REWRITE-INSTRUCTION
           END-IF
           END-IF.

       RESUME-INSTRUCTION.
           IF WS-INSTR-FOUND = 'N'
               MOVE 'NOT FOUND' TO WS-EDIT-RESULT
               PERFORM REPORT-REJECT
           ELSE
           IF NOT STI-SUSPENDED
               MOVE 'NOT SUSPENDED' TO WS-EDIT-RESULT
               PERFORM REPORT-REJECT
           ELSE
               PERFORM WRITE-BEFORE-IMAGE
               MOVE 'A'         TO STI-STATUS
               MOVE WS-RUN-DATE TO STI-STATUS-DATE
               PERFORM REWRITE-INSTRUCTION
           END-IF
           END-IF.

       CANCEL-INSTRUCTION.
           IF WS-INSTR-FOUND = 'N'
               MOVE 'NOT FOUND' TO WS-EDIT-RESULT
               PERFORM REPORT-REJECT
           ELSE
           IF STI-CANCELLED
               MOVE 'CANCELLED' TO WS-EDIT-RESULT
               PERFORM REPORT-REJECT
           ELSE
               PERFORM WRITE-BEFORE-IMAGE
               MOVE 'C'         TO STI-STATUS
               MOVE WS-RUN-DATE TO STI-STATUS-DATE
               PERFORM REWRITE-INSTRUCTION
           END-IF
           END-IF.

      *> The day of the month the next due date falls on becomes the
      *> day a monthly instruction keeps coming back to.
       MOVE-INSTRUCTION-FIELDS.
           MOVE STT-TYPE          TO STI-TYPE.
           MOVE STT-AMOUNT        TO STI-AMOUNT.
           MOVE STT-FREQUENCY     TO STI-FREQUENCY.
           MOVE STT-NEXT-DUE-DATE TO STI-NEXT-DUE-DATE.
           MOVE STT-END-DATE      TO STI-END-DATE.
           MOVE STT-NEXT-DUE-DATE TO WS-CDD-DATE.
           DIVIDE WS-CDD-DATE BY 100
               GIVING WS-CDD-QUOTIENT REMAINDER STI-DUE-DAY.

       REWRITE-INSTRUCTION.
           MOVE 'N' TO WS-IO-ERROR-SWITCH.
           REWRITE STANDING-INSTR-REC
               INVALID KEY
                   DISPLAY 'ERROR: STNDINST rewrite, status='
                       WS-STANDING-INSTR-STATUS
                   MOVE 'Y' TO WS-IO-ERROR-SWITCH
           END-REWRITE.
           PERFORM RECORD-UPDATE-RESULT.

       RECORD-UPDATE-RESULT.
           IF WS-IO-ERROR-SWITCH = 'Y'
               MOVE 'I-O ERROR' TO WS-EDIT-RESULT
               PERFORM REPORT-REJECT
           ELSE
               PERFORM WRITE-AFTER-IMAGE
               MOVE 'APPLIED' TO WS-SRPT-RESULT
               PERFORM WRITE-STND-REPORT-LINE
               ADD 1 TO WS-APPLIED-COUNT
           END-IF.

       REPORT-REJECT.
           MOVE WS-EDIT-RESULT TO WS-SRPT-RESULT.
           PERFORM WRITE-STND-REPORT-LINE.
           ADD 1 TO WS-REJECT-COUNT.

      *> The line echoes the transaction as keyed, so a field that
      *> failed its edit shows what was actually on STNDTRAN.
       WRITE-STND-REPORT-LINE.
           MOVE STT-ACTION        TO WS-SRPT-ACTION.
           MOVE STT-SID           TO WS-SRPT-SID.
           MOVE STT-INSTR-NO      TO WS-SRPT-INSTR-NO.
           MOVE STT-TYPE          TO WS-SRPT-TYPE.
           IF STT-AMOUNT IS NUMERIC
               MOVE STT-AMOUNT    TO WS-SRPT-AMOUNT
           ELSE
               MOVE ZERO          TO WS-SRPT-AMOUNT
           END-IF.
           MOVE STT-FREQUENCY     TO WS-SRPT-FREQUENCY.
           MOVE STT-NEXT-DUE-DATE TO WS-SRPT-NEXT-DUE.
           MOVE STT-END-DATE      TO WS-SRPT-END-DATE.
           MOVE WS-STND-REPORT-LINE TO STND-REPORT-REC.
           WRITE STND-REPORT-REC.

       WRITE-BEFORE-IMAGE.
           MOVE 'BEFORE' TO WS-SAUD-IMAGE.
           PERFORM WRITE-AUDIT-IMAGE.

       WRITE-AFTER-IMAGE.
           MOVE 'AFTER ' TO WS-SAUD-IMAGE.
           PERFORM WRITE-AUDIT-IMAGE.

       WRITE-AUDIT-IMAGE.
           ACCEPT WS-SAUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SAUD-TIME FROM TIME.
           MOVE STT-ACTION        TO WS-SAUD-ACTION.
           MOVE STI-SID           TO WS-SAUD-SID.
           MOVE STI-INSTR-NO      TO WS-SAUD-INSTR-NO.
           MOVE STI-TYPE          TO WS-SAUD-TYPE.
           MOVE STI-AMOUNT        TO WS-SAUD-AMOUNT.
           MOVE STI-FREQUENCY     TO WS-SAUD-FREQUENCY.
           MOVE STI-NEXT-DUE-DATE TO WS-SAUD-NEXT-DUE.
           MOVE STI-END-DATE      TO WS-SAUD-END-DATE.
           MOVE STI-STATUS        TO WS-SAUD-STATUS.
           MOVE WS-STND-AUDIT-LINE TO AUDIT-REC.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.

      *> A YYYYMMDD date is accepted when its month is 1 to 12 and its
      *> day falls inside that month, leap years included.
       CHECK-CALENDAR-DATE.
           MOVE 'N' TO WS-DATE-VALID.
           DIVIDE WS-CDD-DATE BY 10000
               GIVING WS-CDD-YEAR REMAINDER WS-CDD-MMDD.
           DIVIDE WS-CDD-MMDD BY 100
               GIVING WS-CDD-MONTH REMAINDER WS-CDD-DAY.
           IF WS-CDD-YEAR > ZERO
                   AND WS-CDD-MONTH >= 1 AND WS-CDD-MONTH <= 12
               PERFORM SET-DAYS-IN-MONTH
               IF WS-CDD-DAY >= 1 AND WS-CDD-DAY <= WS-DAYS-IN-MONTH
                   MOVE 'Y' TO WS-DATE-VALID
               END-IF
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

       CLOSE-FILES.
           CLOSE STANDING-INSTR-FILE.
           CLOSE STUDENT-MASTER-FILE.
           CLOSE STND-TRAN-FILE.
           CLOSE STND-REPORT-FILE.
