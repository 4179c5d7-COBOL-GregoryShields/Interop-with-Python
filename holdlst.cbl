       IDENTIFICATION DIVISION.
       PROGRAM-ID. holdlst.

      *> Daily hold list.  Lists every account STUDMNT has frozen -
      *> SID, name, balance, the business date the hold was set and
      *> the days it has been held as of the DATECTL business date -
      *> on HOLDRPT, with the count of frozen accounts and the
      *> balance under hold, so the holds are worked rather than
      *> forgotten.  POSTDLY refuses their withdrawals and BATCHDRV
      *> and CAPINT pass them by until the status is set back.
      *> Return code 12 when STUDMAST cannot be opened.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SID
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.
           SELECT HOLD-REPORT-FILE ASSIGN TO "HOLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT DATE-CONTROL-FILE ASSIGN TO "DATECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATE-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
       COPY studrec.

       FD  HOLD-REPORT-FILE.
       01  HOLD-REPORT-REC PIC X(80).

       FD  DATE-CONTROL-FILE.
       01  DATE-CONTROL-IO-REC PIC X(111).

       WORKING-STORAGE SECTION.
       01 WS-STUDENT-MASTER-STATUS PIC XX VALUE '00'.
       01 WS-REPORT-STATUS         PIC XX VALUE '00'.
       01 WS-DATE-CONTROL-STATUS   PIC XX VALUE '00'.
       COPY datectl.
       01 WS-EOF-SWITCH            PIC X VALUE 'N'.
       01 WS-RETURN-CODE           PIC 9(2) VALUE ZERO.
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-RUN-DAY-NUMBER        PIC 9(8) VALUE ZERO.
       01 WS-DAYS-HELD             PIC 9(5) VALUE ZERO.
       01 WS-RECORD-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-FROZEN-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-HELD-BALANCE          PIC S9(11)V99 VALUE ZERO.
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
       01 WS-HOLD-HEADING.
           05 FILLER               PIC X(31)
               VALUE 'DAILY HOLD LIST - FROZEN ACCTS '.
           05 FILLER               PIC X(10) VALUE ' RUN DATE '.
           05 WS-HOLH-DATE         PIC 9999/99/99.
           05 FILLER               PIC X(29) VALUE SPACES.
       01 WS-HOLD-COLUMN-HEADING   PIC X(80) VALUE
           'SID      NAME                  BALANCE  FROZEN ON    DAYS'.
       01 WS-HOLD-DETAIL-LINE.
           05 WS-HOLD-SID          PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-HOLD-NAME         PIC A(15).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-HOLD-BALANCE      PIC -9(9).99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-HOLD-SINCE        PIC 9999/99/99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-HOLD-DAYS         PIC Z(4)9.
           05 FILLER               PIC X(23) VALUE SPACES.
       01 WS-HOLD-COUNT-LINE.
           05 WS-HOLC-LABEL        PIC X(20).
           05 WS-HOLC-COUNT        PIC Z(7)9.
           05 FILLER               PIC X(52) VALUE SPACES.
       01 WS-HOLD-AMOUNT-LINE.
           05 WS-HOLA-LABEL        PIC X(20).
           05 WS-HOLA-AMOUNT       PIC -9(11).99.
           05 FILLER               PIC X(45) VALUE SPACES.
       01 WS-BLANK-LINE            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-ENTRY.
           PERFORM GET-BUSINESS-DATE.
           PERFORM OPEN-FILES.
           IF WS-RETURN-CODE < 12
               MOVE WS-RUN-DATE TO WS-CDD-DATE
               PERFORM CONVERT-DATE-TO-DAYS
               MOVE WS-CDD-DAYS TO WS-RUN-DAY-NUMBER
               PERFORM WRITE-HOLD-HEADING
               PERFORM LIST-FROZEN-ACCOUNTS
                   UNTIL WS-EOF-SWITCH = 'Y'
               PERFORM WRITE-HOLD-TOTALS
               PERFORM CLOSE-FILES
           END-IF.
           DISPLAY 'HOLDLST RECORDS READ    ' WS-RECORD-COUNT.
           DISPLAY 'HOLDLST ACCOUNTS FROZEN ' WS-FROZEN-COUNT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *> The business date comes from the DATECTL control record so
      *> the days held count against the same date the night runs
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

       OPEN-FILES.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-STUDENT-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open STUDMAST, status='
                   WS-STUDENT-MASTER-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 12 TO WS-RETURN-CODE
           ELSE
               OPEN OUTPUT HOLD-REPORT-FILE
           END-IF.

       LIST-FROZEN-ACCOUNTS.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
                   IF SREC-FROZEN
                       ADD 1 TO WS-FROZEN-COUNT
                       ADD SREC-BALANCE TO WS-HELD-BALANCE
                       PERFORM WRITE-HOLD-DETAIL
                   END-IF
           END-READ.

      *> A status date missing or after the business date shows zero
      *> days held rather than a nonsense count.
       WRITE-HOLD-DETAIL.
           MOVE ZERO TO WS-DAYS-HELD.
           IF SREC-STATUS-DATE IS NUMERIC
                   AND SREC-STATUS-DATE > ZERO
                   AND SREC-STATUS-DATE <= WS-RUN-DATE
               MOVE SREC-STATUS-DATE TO WS-CDD-DATE
               PERFORM CONVERT-DATE-TO-DAYS
               COMPUTE WS-DAYS-HELD =
                   WS-RUN-DAY-NUMBER - WS-CDD-DAYS
           END-IF.
           MOVE SID          TO WS-HOLD-SID.
           MOVE NAME         TO WS-HOLD-NAME.
           MOVE SREC-BALANCE TO WS-HOLD-BALANCE.
           IF SREC-STATUS-DATE IS NUMERIC
               MOVE SREC-STATUS-DATE TO WS-HOLD-SINCE
           ELSE
               MOVE ZERO TO WS-HOLD-SINCE
           END-IF.
           MOVE WS-DAYS-HELD TO WS-HOLD-DAYS.
           MOVE WS-HOLD-DETAIL-LINE TO HOLD-REPORT-REC.
           WRITE HOLD-REPORT-REC.

       WRITE-HOLD-HEADING.
           MOVE WS-RUN-DATE TO WS-HOLH-DATE.
           MOVE WS-HOLD-HEADING TO HOLD-REPORT-REC.
           WRITE HOLD-REPORT-REC.
           MOVE WS-BLANK-LINE TO HOLD-REPORT-REC.
           WRITE HOLD-REPORT-REC.
           MOVE WS-HOLD-COLUMN-HEADING TO HOLD-REPORT-REC.
           WRITE HOLD-REPORT-REC.

       WRITE-HOLD-TOTALS.
           MOVE WS-BLANK-LINE TO HOLD-REPORT-REC.
           WRITE HOLD-REPORT-REC.
           MOVE 'ACCOUNTS READ'      TO WS-HOLC-LABEL.
           MOVE WS-RECORD-COUNT      TO WS-HOLC-COUNT.
           MOVE WS-HOLD-COUNT-LINE   TO HOLD-REPORT-REC.
           WRITE HOLD-REPORT-REC.
           MOVE 'ACCOUNTS FROZEN'    TO WS-HOLC-LABEL.
           MOVE WS-FROZEN-COUNT      TO WS-HOLC-COUNT.
           MOVE WS-HOLD-COUNT-LINE   TO HOLD-REPORT-REC.
           WRITE HOLD-REPORT-REC.
           MOVE 'BALANCE ON HOLD'    TO WS-HOLA-LABEL.
           MOVE WS-HELD-BALANCE      TO WS-HOLA-AMOUNT.
           MOVE WS-HOLD-AMOUNT-LINE  TO HOLD-REPORT-REC.
           WRITE HOLD-REPORT-REC.

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
           CLOSE HOLD-REPORT-FILE.
