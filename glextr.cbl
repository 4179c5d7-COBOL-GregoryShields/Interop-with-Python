       IDENTIFICATION DIVISION.
       PROGRAM-ID. glextr.

      *> General ledger journal extract.  Reads every HISTFILE
      *> movement for a business date or a month and turns it into
      *> double-entry journal lines for the finance interface.  The
      *> caller passes the period as YYYYMMDD for one business date,
      *> YYYYMM for a month, or zero for the DATECTL business date.
      *> Every movement credits (or, when it reduces a balance,
      *> debits) the student funds account and takes the other side
      *> to the account for its type: postings to cash, capitalized
      *> interest to interest expense split by the RATETAB band in
      *> force on the movement date, maintenance to the adjustments
      *> account, and a reversal to the account of the movement it
      *> reverses.  Lines are summarized per account and source.
      *> GLFILE follows the EXPFILE interface conventions: an H
      *> header with the period, D detail lines, and a T trailer with
      *> the line count and the debit and credit totals.  The file is
      *> only written when debits equal credits and the net on the
      *> student funds account equals the period's movement in
      *> BALCTL - the master total at the last trial balance in the
      *> period less the total at the last one before it; otherwise
      *> the run is refused with return code 8 and GLRPT says why.
      *> That proof holds only when every movement dated the period's
      *> last trial-balance date was written before that trial
      *> balance ran, which is why the run book puts month-end CAPINT
      *> ahead of TRIALBAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT RATE-TABLE-FILE ASSIGN TO "RATETAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT BALANCE-CONTROL-FILE ASSIGN TO "BALCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT GL-INTERFACE-FILE ASSIGN TO "GLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.
           SELECT GL-REPORT-FILE ASSIGN TO "GLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-REPORT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT DATE-CONTROL-FILE ASSIGN TO "DATECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATE-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       COPY histrec.

       FD  RATE-TABLE-FILE.
       COPY ratetab.

       FD  BALANCE-CONTROL-FILE.
       01  BALANCE-CONTROL-REC.
           05 BCTL-DATE            PIC 9(8).
           05 FILLER               PIC X.
           05 BCTL-TOTAL           PIC S9(11)V99
                                   SIGN IS LEADING SEPARATE.

       FD  GL-INTERFACE-FILE.
       01  GL-INTERFACE-REC PIC X(80).

       FD  GL-REPORT-FILE.
       01  GL-REPORT-REC PIC X(80).

       FD  AUDIT-FILE.
       01  AUDIT-REC PIC X(80).

       FD  DATE-CONTROL-FILE.
       01  DATE-CONTROL-IO-REC PIC X(111).

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS        PIC XX VALUE '00'.
       01 WS-RATE-FILE-STATUS      PIC XX VALUE '00'.
       01 WS-CONTROL-STATUS        PIC XX VALUE '00'.
       01 WS-GL-FILE-STATUS        PIC XX VALUE '00'.
       01 WS-GL-REPORT-STATUS      PIC XX VALUE '00'.
       01 WS-AUDIT-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-DATE-CONTROL-STATUS   PIC XX VALUE '00'.
       COPY datectl.
       01 WS-EOF-SWITCH            PIC X VALUE 'N'.
       01 WS-OPEN-ERROR-SWITCH     PIC X VALUE 'N'.
       01 WS-RETURN-CODE           PIC 9(2) VALUE ZERO.
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-PERIOD-TYPE           PIC X VALUE 'D'.
       01 WS-PERIOD-MONTH          PIC 9(6) VALUE ZERO.
       01 WS-PERIOD-START          PIC 9(8) VALUE ZERO.
       01 WS-PERIOD-END            PIC 9(8) VALUE ZERO.
       01 WS-MOVEMENT-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-POSTING-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-CAPITAL-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-MAINT-COUNT           PIC 9(8) VALUE ZERO.
       01 WS-REVERSAL-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-OTHER-COUNT           PIC 9(8) VALUE ZERO.
       01 WS-HISTORY-NET           PIC S9(11)V99 VALUE ZERO.
       01 WS-DEBIT-TOTAL           PIC S9(11)V99 VALUE ZERO.
       01 WS-CREDIT-TOTAL          PIC S9(11)V99 VALUE ZERO.
       01 WS-STUDENT-NET           PIC S9(11)V99 VALUE ZERO.
       01 WS-BCTL-BEFORE-FOUND     PIC X VALUE 'N'.
       01 WS-BCTL-BEFORE-DATE      PIC 9(8) VALUE ZERO.
       01 WS-BCTL-BEFORE-TOTAL     PIC S9(11)V99 VALUE ZERO.
       01 WS-BCTL-IN-FOUND         PIC X VALUE 'N'.
       01 WS-BCTL-IN-DATE          PIC 9(8) VALUE ZERO.
       01 WS-BCTL-IN-TOTAL         PIC S9(11)V99 VALUE ZERO.
       01 WS-BCTL-MOVEMENT         PIC S9(11)V99 VALUE ZERO.
       01 WS-RESULT                PIC X(8) VALUE SPACES.
       01 WS-REFUSE-REASON         PIC X(40) VALUE SPACES.
       01 WS-MOVE-AMOUNT           PIC S9(9)V99 VALUE ZERO.
       01 WS-MOVE-TYPE             PIC X VALUE SPACE.
       01 WS-GL-CASH-ACCOUNT       PIC X(16) VALUE '1000'.
       01 WS-GL-STUDENT-ACCOUNT    PIC X(16) VALUE '2000'.
       01 WS-GL-MAINT-ACCOUNT      PIC X(16) VALUE '2900'.
       01 WS-GL-SUSPENSE-ACCOUNT   PIC X(16) VALUE '2990'.
       01 WS-GL-INTEREST-ACCOUNT.
           05 FILLER               PIC X(5) VALUE '5100-'.
           05 WS-GL-INT-BAND       PIC 9(8).
           05 FILLER               PIC X(3) VALUE SPACES.
       01 WS-GL-INTEREST-DESC.
           05 FILLER               PIC X(4) VALUE 'INT '.
           05 WS-GL-INTD-LOW       PIC 9(8).
           05 FILLER               PIC X VALUE '-'.
           05 WS-GL-INTD-HIGH      PIC 9(8).
           05 FILLER               PIC X(3) VALUE SPACES.
       01 WS-OFFSET-ACCOUNT        PIC X(16) VALUE SPACES.
       01 WS-OFFSET-DESC           PIC X(24) VALUE SPACES.
       01 WS-STUDENT-DESC          PIC X(24) VALUE SPACES.
       01 WS-POST-ACCOUNT          PIC X(16) VALUE SPACES.
       01 WS-POST-SOURCE           PIC X VALUE SPACE.
       01 WS-POST-DESC             PIC X(24) VALUE SPACES.
       01 WS-POST-DEBIT            PIC S9(11)V99 VALUE ZERO.
       01 WS-POST-CREDIT           PIC S9(11)V99 VALUE ZERO.
       01 WS-JOURNAL-FOUND         PIC X VALUE 'N'.
       01 WS-JOURNAL-OVERFLOW      PIC X VALUE 'N'.
       01 WS-JOURNAL-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-JOURNAL-TABLE.
           05 WS-JOURNAL-ENTRY OCCURS 120 TIMES INDEXED BY JNL-IDX.
               10 WS-JNL-ACCOUNT   PIC X(16).
               10 WS-JNL-SOURCE    PIC X.
               10 WS-JNL-DESC      PIC X(24).
               10 WS-JNL-DEBIT     PIC S9(11)V99.
               10 WS-JNL-CREDIT    PIC S9(11)V99.
       01 WS-LINE-SEQ              PIC 9(6) VALUE ZERO.
       01 WS-RATE-TABLE-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-BAND-FOUND            PIC X VALUE 'N'.
       01 WS-BEST-EFF-DATE         PIC 9(8) VALUE ZERO.
       01 WS-BAND-LOW-HOLD         PIC 9(8) VALUE ZERO.
       01 WS-BAND-HIGH-HOLD        PIC 9(8) VALUE ZERO.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 50 TIMES INDEXED BY RT-IDX.
               10 WS-RT-LOW        PIC 9(8).
               10 WS-RT-HIGH       PIC 9(8).
               10 WS-RT-EFF        PIC 9(8).
       01 WS-HEADER-LINE.
           05 FILLER               PIC X(2) VALUE 'H|'.
           05 WS-HDR-PERIOD-TYPE   PIC X.
           05 FILLER               PIC X VALUE '|'.
           05 WS-HDR-PERIOD-START  PIC 9(8).
           05 FILLER               PIC X VALUE '|'.
           05 WS-HDR-PERIOD-END    PIC 9(8).
           05 FILLER               PIC X VALUE '|'.
           05 WS-HDR-RUN-DATE      PIC 9(8).
           05 FILLER               PIC X VALUE '|'.
           05 WS-HDR-SOURCE        PIC X(8) VALUE 'HISTFILE'.
           05 FILLER               PIC X(41) VALUE SPACES.
       01 WS-DETAIL-LINE.
           05 FILLER               PIC X(2) VALUE 'D|'.
           05 WS-DTL-SEQ           PIC 9(6).
           05 FILLER               PIC X VALUE '|'.
           05 WS-DTL-ACCOUNT       PIC X(16).
           05 FILLER               PIC X VALUE '|'.
           05 WS-DTL-DR-CR         PIC X.
           05 FILLER               PIC X VALUE '|'.
           05 WS-DTL-AMOUNT        PIC 9(11).99.
           05 FILLER               PIC X VALUE '|'.
           05 WS-DTL-SOURCE        PIC X.
           05 FILLER               PIC X VALUE '|'.
           05 WS-DTL-DESC          PIC X(24).
           05 FILLER               PIC X(10) VALUE SPACES.
       01 WS-TRAILER-LINE.
           05 FILLER               PIC X(2) VALUE 'T|'.
           05 WS-TRL-COUNT         PIC 9(6).
           05 FILLER               PIC X VALUE '|'.
           05 WS-TRL-DEBIT-TOTAL   PIC 9(11).99.
           05 FILLER               PIC X VALUE '|'.
           05 WS-TRL-CREDIT-TOTAL  PIC 9(11).99.
           05 FILLER               PIC X(40) VALUE SPACES.
       01 WS-RPT-HEADING.
           05 FILLER               PIC X(19)
               VALUE 'GL JOURNAL EXTRACT '.
           05 FILLER               PIC X(7) VALUE 'PERIOD '.
           05 WS-RPTH-START        PIC 9999/99/99.
           05 FILLER               PIC X(4) VALUE ' TO '.
           05 WS-RPTH-END          PIC 9999/99/99.
           05 FILLER               PIC X(10) VALUE ' RUN DATE '.
           05 WS-RPTH-RUN-DATE     PIC 9999/99/99.
           05 FILLER               PIC X(10) VALUE SPACES.
       01 WS-RPT-COLUMN-HEADING    PIC X(80) VALUE
           'ACCOUNT          S DESCRIPTION                        DEBIT 
      -    '         CREDIT'.
       01 WS-RPT-DETAIL-LINE.
           05 WS-RPTD-ACCOUNT      PIC X(16).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-RPTD-SOURCE       PIC X.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-RPTD-DESC         PIC X(24).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-RPTD-DEBIT        PIC -9(11).99.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-RPTD-CREDIT       PIC -9(11).99.
           05 FILLER               PIC X(3) VALUE SPACES.
       01 WS-RPT-COUNT-LINE.
           05 WS-RPTC-LABEL        PIC X(24).
           05 WS-RPTC-COUNT        PIC Z(7)9.
           05 FILLER               PIC X(48) VALUE SPACES.
       01 WS-RPT-AMOUNT-LINE.
           05 WS-RPTA-LABEL        PIC X(24).
           05 WS-RPTA-AMOUNT       PIC -9(11).99.
           05 FILLER               PIC X(40) VALUE SPACES.
       01 WS-RPT-RESULT-LINE.
           05 FILLER               PIC X(8) VALUE 'RESULT  '.
           05 WS-RPTR-RESULT       PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-RPTR-REASON       PIC X(40).
           05 FILLER               PIC X(23) VALUE SPACES.
       01 WS-GL-AUDIT-LINE.
           05 FILLER               PIC X(20)
               VALUE 'GL EXTRACT '.
           05 WS-GAUD-START        PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-GAUD-END          PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-GAUD-DEBIT        PIC -9(11).99.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-GAUD-RESULT       PIC X(8).
           05 FILLER               PIC X(18) VALUE SPACES.
       01 WS-BLANK-LINE            PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-GL-PERIOD             PIC 9(8).

       PROCEDURE DIVISION USING LK-GL-PERIOD.
       MAIN-ENTRY.
           PERFORM SET-PERIOD.
           PERFORM OPEN-FILES.
           IF WS-OPEN-ERROR-SWITCH = 'Y'
               MOVE 'NO RUN' TO WS-RESULT
               MOVE 'HISTFILE COULD NOT BE OPENED'
                   TO WS-REFUSE-REASON
               MOVE 12 TO WS-RETURN-CODE
           ELSE
               PERFORM LOAD-RATE-BANDS
               PERFORM READ-BALANCE-CONTROL
               PERFORM JOURNAL-MOVEMENTS UNTIL WS-EOF-SWITCH = 'Y'
               PERFORM CHECK-JOURNAL
               IF WS-RESULT = 'WRITTEN'
                   PERFORM WRITE-GL-INTERFACE
               END-IF
           END-IF.
           PERFORM WRITE-GL-REPORT.
           PERFORM WRITE-GL-AUDIT.
           PERFORM CLOSE-FILES.
           DISPLAY 'GLEXTR MOVEMENTS READ    ' WS-MOVEMENT-COUNT.
           DISPLAY 'GLEXTR JOURNAL LINES     ' WS-LINE-SEQ.
           DISPLAY 'GLEXTR RESULT            ' WS-RESULT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *> A period above 999999 is a single business date; one of six
      *> digits or less is a month, run the way STMTGEN takes its
      *> statement month; zero means the DATECTL business date.
       SET-PERIOD.
           PERFORM GET-BUSINESS-DATE.
           IF LK-GL-PERIOD = ZERO
               MOVE 'D' TO WS-PERIOD-TYPE
               MOVE WS-RUN-DATE TO WS-PERIOD-START
               MOVE WS-RUN-DATE TO WS-PERIOD-END
           ELSE
           IF LK-GL-PERIOD > 999999
               MOVE 'D' TO WS-PERIOD-TYPE
               MOVE LK-GL-PERIOD TO WS-PERIOD-START
               MOVE LK-GL-PERIOD TO WS-PERIOD-END
           ELSE
               MOVE 'M' TO WS-PERIOD-TYPE
               MOVE LK-GL-PERIOD TO WS-PERIOD-MONTH
               COMPUTE WS-PERIOD-START = WS-PERIOD-MONTH * 100 + 1
               COMPUTE WS-PERIOD-END = WS-PERIOD-MONTH * 100 + 31
           END-IF
           END-IF.

      *> The business date comes from the DATECTL control record;
      *> without the control file the system date applies.
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
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open HISTFILE, status='
                   WS-HISTORY-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 'Y' TO WS-OPEN-ERROR-SWITCH
           END-IF.
           OPEN OUTPUT GL-REPORT-FILE.

      *> Every generation is kept with its effective date, because a
      *> month's capitalization is split by the band in force on the
      *> date it was capitalized, not on the run date.
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
                           ADD 1 TO WS-RATE-TABLE-COUNT
                           MOVE RT-LOW-SID TO
                               WS-RT-LOW(WS-RATE-TABLE-COUNT)
                           MOVE RT-HIGH-SID TO
                               WS-RT-HIGH(WS-RATE-TABLE-COUNT)
                           MOVE RT-EFF-DATE TO
                               WS-RT-EFF(WS-RATE-TABLE-COUNT)
                   END-READ
               END-PERFORM
               CLOSE RATE-TABLE-FILE
           ELSE
               DISPLAY 'ERROR: cannot open RATETAB, status='
                   WS-RATE-FILE-STATUS
           END-IF.

      *> BALCTL holds one record per TRIALBAL run.  The period's
      *> movement is the last master total proved inside the period
      *> less the last one proved before it starts.
       READ-BALANCE-CONTROL.
           OPEN INPUT BALANCE-CONTROL-FILE.
           IF WS-CONTROL-STATUS = '00'
               PERFORM UNTIL WS-CONTROL-STATUS NOT = '00'
                   READ BALANCE-CONTROL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM NOTE-BALANCE-CONTROL
                   END-READ
               END-PERFORM
               CLOSE BALANCE-CONTROL-FILE
           END-IF.
           IF WS-BCTL-BEFORE-FOUND = 'Y' AND WS-BCTL-IN-FOUND = 'Y'
               COMPUTE WS-BCTL-MOVEMENT =
                   WS-BCTL-IN-TOTAL - WS-BCTL-BEFORE-TOTAL
           END-IF.

       NOTE-BALANCE-CONTROL.
           IF BCTL-DATE IS NUMERIC
               IF BCTL-DATE < WS-PERIOD-START
                   MOVE 'Y' TO WS-BCTL-BEFORE-FOUND
                   MOVE BCTL-DATE  TO WS-BCTL-BEFORE-DATE
                   MOVE BCTL-TOTAL TO WS-BCTL-BEFORE-TOTAL
               ELSE
               IF BCTL-DATE <= WS-PERIOD-END
                   MOVE 'Y' TO WS-BCTL-IN-FOUND
                   MOVE BCTL-DATE  TO WS-BCTL-IN-DATE
                   MOVE BCTL-TOTAL TO WS-BCTL-IN-TOTAL
               END-IF
               END-IF
           END-IF.

       JOURNAL-MOVEMENTS.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF HIST-DATE >= WS-PERIOD-START
                           AND HIST-DATE <= WS-PERIOD-END
                       PERFORM JOURNAL-ONE-MOVEMENT
                   END-IF
           END-READ.

      *> A reversal is journalled against the account of the movement
      *> it reverses; its amount already carries the opposite sign, so
      *> the debit and credit sides swap on their own.
       JOURNAL-ONE-MOVEMENT.
           ADD 1 TO WS-MOVEMENT-COUNT.
           MOVE HIST-AMOUNT TO WS-MOVE-AMOUNT.
           ADD HIST-AMOUNT TO WS-HISTORY-NET.
           MOVE HIST-TYPE TO WS-MOVE-TYPE.
           EVALUATE TRUE
               WHEN HIST-POSTING
                   ADD 1 TO WS-POSTING-COUNT
                   MOVE 'STUDENT FUNDS - POSTING' TO WS-STUDENT-DESC
               WHEN HIST-CAPITALIZATION
                   ADD 1 TO WS-CAPITAL-COUNT
                   MOVE 'STUDENT FUNDS - INTEREST' TO WS-STUDENT-DESC
               WHEN HIST-MAINTENANCE
                   ADD 1 TO WS-MAINT-COUNT
                   MOVE 'STUDENT FUNDS - MAINT'   TO WS-STUDENT-DESC
               WHEN HIST-REVERSAL
                   ADD 1 TO WS-REVERSAL-COUNT
                   MOVE 'STUDENT FUNDS - REVERSAL' TO WS-STUDENT-DESC
                   MOVE HIST-ACTION TO WS-MOVE-TYPE
               WHEN OTHER
                   ADD 1 TO WS-OTHER-COUNT
                   MOVE 'STUDENT FUNDS - OTHER'   TO WS-STUDENT-DESC
           END-EVALUATE.
           EVALUATE WS-MOVE-TYPE
               WHEN 'P'
                   MOVE WS-GL-CASH-ACCOUNT     TO WS-OFFSET-ACCOUNT
                   MOVE 'CASH - STUDENT POSTINGS' TO WS-OFFSET-DESC
               WHEN 'C'
                   PERFORM LOOKUP-INTEREST-ACCOUNT
               WHEN 'M'
                   MOVE WS-GL-MAINT-ACCOUNT    TO WS-OFFSET-ACCOUNT
                   MOVE 'MAINTENANCE ADJUSTMENTS' TO WS-OFFSET-DESC
               WHEN OTHER
                   MOVE WS-GL-SUSPENSE-ACCOUNT TO WS-OFFSET-ACCOUNT
                   MOVE 'UNCLASSIFIED MOVEMENTS' TO WS-OFFSET-DESC
           END-EVALUATE.
           IF WS-MOVE-AMOUNT NOT = ZERO
               MOVE HIST-TYPE TO WS-POST-SOURCE
               MOVE WS-OFFSET-ACCOUNT TO WS-POST-ACCOUNT
               MOVE WS-OFFSET-DESC    TO WS-POST-DESC
               IF WS-MOVE-AMOUNT > ZERO
                   MOVE WS-MOVE-AMOUNT TO WS-POST-DEBIT
                   MOVE ZERO           TO WS-POST-CREDIT
               ELSE
                   MOVE ZERO           TO WS-POST-DEBIT
                   COMPUTE WS-POST-CREDIT = ZERO - WS-MOVE-AMOUNT
               END-IF
               PERFORM ADD-TO-JOURNAL
               MOVE WS-GL-STUDENT-ACCOUNT TO WS-POST-ACCOUNT
               MOVE WS-STUDENT-DESC       TO WS-POST-DESC
               IF WS-MOVE-AMOUNT > ZERO
                   MOVE ZERO           TO WS-POST-DEBIT
                   MOVE WS-MOVE-AMOUNT TO WS-POST-CREDIT
               ELSE
                   COMPUTE WS-POST-DEBIT = ZERO - WS-MOVE-AMOUNT
                   MOVE ZERO           TO WS-POST-CREDIT
               END-IF
               PERFORM ADD-TO-JOURNAL
           END-IF.

      *> Of the RATETAB rows covering the SID and effective by the
      *> movement date, the one with the latest effective date is the
      *> band the interest was capitalized under.
       LOOKUP-INTEREST-ACCOUNT.
           MOVE 'N' TO WS-BAND-FOUND.
           MOVE ZERO TO WS-BEST-EFF-DATE.
           MOVE ZERO TO WS-BAND-LOW-HOLD.
           MOVE ZERO TO WS-BAND-HIGH-HOLD.
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > WS-RATE-TABLE-COUNT
               IF HIST-SID >= WS-RT-LOW(RT-IDX)
                       AND HIST-SID <= WS-RT-HIGH(RT-IDX)
                       AND WS-RT-EFF(RT-IDX) <= HIST-DATE
                   IF WS-BAND-FOUND = 'N'
                           OR WS-RT-EFF(RT-IDX) > WS-BEST-EFF-DATE
                       MOVE WS-RT-LOW(RT-IDX)  TO WS-BAND-LOW-HOLD
                       MOVE WS-RT-HIGH(RT-IDX) TO WS-BAND-HIGH-HOLD
                       MOVE WS-RT-EFF(RT-IDX)  TO WS-BEST-EFF-DATE
                       MOVE 'Y' TO WS-BAND-FOUND
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-BAND-LOW-HOLD  TO WS-GL-INT-BAND.
           MOVE WS-BAND-LOW-HOLD  TO WS-GL-INTD-LOW.
           MOVE WS-BAND-HIGH-HOLD TO WS-GL-INTD-HIGH.
           MOVE WS-GL-INTEREST-ACCOUNT TO WS-OFFSET-ACCOUNT.
           MOVE WS-GL-INTEREST-DESC    TO WS-OFFSET-DESC.

       ADD-TO-JOURNAL.
           MOVE 'N' TO WS-JOURNAL-FOUND.
           PERFORM VARYING JNL-IDX FROM 1 BY 1
                   UNTIL JNL-IDX > WS-JOURNAL-COUNT
                      OR WS-JOURNAL-FOUND = 'Y'
               IF WS-JNL-ACCOUNT(JNL-IDX) = WS-POST-ACCOUNT
                       AND WS-JNL-SOURCE(JNL-IDX) = WS-POST-SOURCE
                   MOVE 'Y' TO WS-JOURNAL-FOUND
                   ADD WS-POST-DEBIT  TO WS-JNL-DEBIT(JNL-IDX)
                   ADD WS-POST-CREDIT TO WS-JNL-CREDIT(JNL-IDX)
               END-IF
           END-PERFORM.
           IF WS-JOURNAL-FOUND = 'N'
               IF WS-JOURNAL-COUNT < 120
                   ADD 1 TO WS-JOURNAL-COUNT
                   MOVE WS-POST-ACCOUNT TO
                       WS-JNL-ACCOUNT(WS-JOURNAL-COUNT)
                   MOVE WS-POST-SOURCE TO
                       WS-JNL-SOURCE(WS-JOURNAL-COUNT)
                   MOVE WS-POST-DESC TO
                       WS-JNL-DESC(WS-JOURNAL-COUNT)
                   MOVE WS-POST-DEBIT TO
                       WS-JNL-DEBIT(WS-JOURNAL-COUNT)
                   MOVE WS-POST-CREDIT TO
                       WS-JNL-CREDIT(WS-JOURNAL-COUNT)
               ELSE
                   MOVE 'Y' TO WS-JOURNAL-OVERFLOW
               END-IF
           END-IF.
           ADD WS-POST-DEBIT  TO WS-DEBIT-TOTAL.
           ADD WS-POST-CREDIT TO WS-CREDIT-TOTAL.
           IF WS-POST-ACCOUNT = WS-GL-STUDENT-ACCOUNT
               ADD WS-POST-CREDIT TO WS-STUDENT-NET
               SUBTRACT WS-POST-DEBIT FROM WS-STUDENT-NET
           END-IF.

      *> Nothing goes to finance unless the journal balances and the
      *> student funds side agrees with what TRIALBAL proved on the
      *> master for the same period.
       CHECK-JOURNAL.
           MOVE 'WRITTEN' TO WS-RESULT.
           IF WS-JOURNAL-OVERFLOW = 'Y'
               MOVE 'REFUSED' TO WS-RESULT
               MOVE 'MORE THAN 120 JOURNAL LINES'
                   TO WS-REFUSE-REASON
           ELSE
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               MOVE 'REFUSED' TO WS-RESULT
               MOVE 'DEBITS AND CREDITS DO NOT NET TO ZERO'
                   TO WS-REFUSE-REASON
           ELSE
           IF WS-BCTL-BEFORE-FOUND = 'N' OR WS-BCTL-IN-FOUND = 'N'
               MOVE 'REFUSED' TO WS-RESULT
               MOVE 'NO BALCTL TRIAL BALANCE FOR THE PERIOD'
                   TO WS-REFUSE-REASON
           ELSE
           IF WS-STUDENT-NET NOT = WS-BCTL-MOVEMENT
               MOVE 'REFUSED' TO WS-RESULT
               MOVE 'NET DOES NOT MATCH BALCTL MOVEMENT'
                   TO WS-REFUSE-REASON
           END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-RESULT = 'REFUSED'
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           ELSE
           IF WS-MOVEMENT-COUNT = ZERO
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           END-IF.

      *> Each summarized entry gives a debit line, a credit line, or
      *> both when movements for the account ran both ways.
       WRITE-GL-INTERFACE.
           OPEN OUTPUT GL-INTERFACE-FILE.
           MOVE WS-PERIOD-TYPE  TO WS-HDR-PERIOD-TYPE.
           MOVE WS-PERIOD-START TO WS-HDR-PERIOD-START.
           MOVE WS-PERIOD-END   TO WS-HDR-PERIOD-END.
           MOVE WS-RUN-DATE     TO WS-HDR-RUN-DATE.
           MOVE WS-HEADER-LINE TO GL-INTERFACE-REC.
           WRITE GL-INTERFACE-REC.
           PERFORM VARYING JNL-IDX FROM 1 BY 1
                   UNTIL JNL-IDX > WS-JOURNAL-COUNT
               IF WS-JNL-DEBIT(JNL-IDX) NOT = ZERO
                   MOVE 'D' TO WS-DTL-DR-CR
                   MOVE WS-JNL-DEBIT(JNL-IDX) TO WS-DTL-AMOUNT
                   PERFORM WRITE-GL-DETAIL
               END-IF
               IF WS-JNL-CREDIT(JNL-IDX) NOT = ZERO
                   MOVE 'C' TO WS-DTL-DR-CR
                   MOVE WS-JNL-CREDIT(JNL-IDX) TO WS-DTL-AMOUNT
                   PERFORM WRITE-GL-DETAIL
               END-IF
           END-PERFORM.
           MOVE WS-LINE-SEQ     TO WS-TRL-COUNT.
           MOVE WS-DEBIT-TOTAL  TO WS-TRL-DEBIT-TOTAL.
           MOVE WS-CREDIT-TOTAL TO WS-TRL-CREDIT-TOTAL.
           MOVE WS-TRAILER-LINE TO GL-INTERFACE-REC.
           WRITE GL-INTERFACE-REC.
           CLOSE GL-INTERFACE-FILE.

       WRITE-GL-DETAIL.
           ADD 1 TO WS-LINE-SEQ.
           MOVE WS-LINE-SEQ             TO WS-DTL-SEQ.
           MOVE WS-JNL-ACCOUNT(JNL-IDX) TO WS-DTL-ACCOUNT.
           MOVE WS-JNL-SOURCE(JNL-IDX)  TO WS-DTL-SOURCE.
           MOVE WS-JNL-DESC(JNL-IDX)    TO WS-DTL-DESC.
           MOVE WS-DETAIL-LINE TO GL-INTERFACE-REC.
           WRITE GL-INTERFACE-REC.

       WRITE-GL-REPORT.
           MOVE WS-PERIOD-START TO WS-RPTH-START.
           MOVE WS-PERIOD-END   TO WS-RPTH-END.
           MOVE WS-RUN-DATE     TO WS-RPTH-RUN-DATE.
           MOVE WS-RPT-HEADING TO GL-REPORT-REC.
           WRITE GL-REPORT-REC.
           MOVE WS-BLANK-LINE TO GL-REPORT-REC.
           WRITE GL-REPORT-REC.
           MOVE WS-RPT-COLUMN-HEADING TO GL-REPORT-REC.
           WRITE GL-REPORT-REC.
           PERFORM VARYING JNL-IDX FROM 1 BY 1
                   UNTIL JNL-IDX > WS-JOURNAL-COUNT
               MOVE WS-JNL-ACCOUNT(JNL-IDX) TO WS-RPTD-ACCOUNT
               MOVE WS-JNL-SOURCE(JNL-IDX)  TO WS-RPTD-SOURCE
               MOVE WS-JNL-DESC(JNL-IDX)    TO WS-RPTD-DESC
               MOVE WS-JNL-DEBIT(JNL-IDX)   TO WS-RPTD-DEBIT
               MOVE WS-JNL-CREDIT(JNL-IDX)  TO WS-RPTD-CREDIT
               MOVE WS-RPT-DETAIL-LINE TO GL-REPORT-REC
               WRITE GL-REPORT-REC
           END-PERFORM.
           MOVE WS-BLANK-LINE TO GL-REPORT-REC.
           WRITE GL-REPORT-REC.
           MOVE SPACES TO WS-RPTD-ACCOUNT.
           MOVE SPACE  TO WS-RPTD-SOURCE.
           MOVE 'JOURNAL TOTALS'  TO WS-RPTD-DESC.
           MOVE WS-DEBIT-TOTAL    TO WS-RPTD-DEBIT.
           MOVE WS-CREDIT-TOTAL   TO WS-RPTD-CREDIT.
           MOVE WS-RPT-DETAIL-LINE TO GL-REPORT-REC.
           WRITE GL-REPORT-REC.
           MOVE WS-BLANK-LINE TO GL-REPORT-REC.
           WRITE GL-REPORT-REC.
           MOVE 'POSTINGS (P)            ' TO WS-RPTC-LABEL.
           MOVE WS-POSTING-COUNT TO WS-RPTC-COUNT.
           PERFORM WRITE-REPORT-COUNT.
           MOVE 'CAPITALIZATION (C)      ' TO WS-RPTC-LABEL.
           MOVE WS-CAPITAL-COUNT TO WS-RPTC-COUNT.
           PERFORM WRITE-REPORT-COUNT.
           MOVE 'MAINTENANCE (M)         ' TO WS-RPTC-LABEL.
           MOVE WS-MAINT-COUNT TO WS-RPTC-COUNT.
           PERFORM WRITE-REPORT-COUNT.
           MOVE 'REVERSALS (R)           ' TO WS-RPTC-LABEL.
           MOVE WS-REVERSAL-COUNT TO WS-RPTC-COUNT.
           PERFORM WRITE-REPORT-COUNT.
           MOVE 'UNCLASSIFIED            ' TO WS-RPTC-LABEL.
           MOVE WS-OTHER-COUNT TO WS-RPTC-COUNT.
           PERFORM WRITE-REPORT-COUNT.
           MOVE 'HISTFILE NET MOVEMENT   ' TO WS-RPTA-LABEL.
           MOVE WS-HISTORY-NET TO WS-RPTA-AMOUNT.
           PERFORM WRITE-REPORT-AMOUNT.
           MOVE 'STUDENT FUNDS NET CREDIT' TO WS-RPTA-LABEL.
           MOVE WS-STUDENT-NET TO WS-RPTA-AMOUNT.
           PERFORM WRITE-REPORT-AMOUNT.
           MOVE 'BALCTL TOTAL BEFORE     ' TO WS-RPTA-LABEL.
           MOVE WS-BCTL-BEFORE-TOTAL TO WS-RPTA-AMOUNT.
           PERFORM WRITE-REPORT-AMOUNT.
           MOVE 'BALCTL TOTAL AT END     ' TO WS-RPTA-LABEL.
           MOVE WS-BCTL-IN-TOTAL TO WS-RPTA-AMOUNT.
           PERFORM WRITE-REPORT-AMOUNT.
           MOVE 'BALCTL MOVEMENT         ' TO WS-RPTA-LABEL.
           MOVE WS-BCTL-MOVEMENT TO WS-RPTA-AMOUNT.
           PERFORM WRITE-REPORT-AMOUNT.
           MOVE WS-BLANK-LINE TO GL-REPORT-REC.
           WRITE GL-REPORT-REC.
           MOVE WS-RESULT        TO WS-RPTR-RESULT.
           MOVE WS-REFUSE-REASON TO WS-RPTR-REASON.
           MOVE WS-RPT-RESULT-LINE TO GL-REPORT-REC.
           WRITE GL-REPORT-REC.

       WRITE-REPORT-COUNT.
           MOVE WS-RPT-COUNT-LINE TO GL-REPORT-REC.
           WRITE GL-REPORT-REC.

       WRITE-REPORT-AMOUNT.
           MOVE WS-RPT-AMOUNT-LINE TO GL-REPORT-REC.
           WRITE GL-REPORT-REC.

       WRITE-GL-AUDIT.
           MOVE WS-PERIOD-START TO WS-GAUD-START.
           MOVE WS-PERIOD-END   TO WS-GAUD-END.
           MOVE WS-DEBIT-TOTAL  TO WS-GAUD-DEBIT.
           MOVE WS-RESULT       TO WS-GAUD-RESULT.
           MOVE WS-GL-AUDIT-LINE TO AUDIT-REC.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.

       CLOSE-FILES.
           IF WS-OPEN-ERROR-SWITCH = 'N'
               CLOSE HISTORY-FILE
           END-IF.
           CLOSE GL-REPORT-FILE.
