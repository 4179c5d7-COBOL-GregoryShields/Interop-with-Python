      *> balance movement for the statement month replayed from the
      *> history file in date/sequence order - posted deposits and
      *> withdrawals, the month-end CAPINT capitalization, any
      *> maintenance adjustments, reversals shown against the date of
      *> the entry they back out - and the closing balance, with the
      *> student's RATETAB band in the heading.  The caller passes
      *> the statement month as YYYYMM (zero means the current
      *> month).  Students with no activity in the month and a zero
       01 WS-RATE-FILE-STATUS      PIC XX VALUE '00'.
       01 WS-STATEMENT-STATUS      PIC XX VALUE '00'.
       01 WS-EOF-SWITCH            PIC X VALUE 'N'.
       01 WS-OPEN-ERROR-SWITCH     PIC X VALUE 'N'.
       01 WS-HIST-DONE             PIC X VALUE 'Y'.
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-STATEMENT-MONTH       PIC 9(6) VALUE ZERO.
       01 WS-RATE-TABLE-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 50 TIMES INDEXED BY RT-IDX.
               10 WS-RT-LOW        PIC 9(8).
               10 WS-RT-HIGH       PIC 9(8).
               10 WS-RT-RATE       PIC 9(3)V9(4).
               10 WS-RT-EFF        PIC 9(8).
       01 WS-BAND-FOUND            PIC X VALUE 'N'.
       01 WS-BEST-EFF-DATE         PIC 9(8) VALUE ZERO.
       01 WS-BAND-LOW-HOLD         PIC 9(8) VALUE ZERO.
       01 WS-BAND-HIGH-HOLD        PIC 9(8) VALUE ZERO.
       01 WS-BAND-RATE-HOLD        PIC 9(3)V9(4) VALUE ZERO.
       01 WS-SKIPPED-LIST-COUNT    PIC 9(4) VALUE ZERO.
       01 WS-NOT-LISTED-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-SKIPPED-SID-TABLE.
           05 WS-SKIPPED-SID OCCURS 100 TIMES INDEXED BY SKP-IDX
                                   PIC 9(8).
       01 WS-PAGE-HEADING.
           05 FILLER               PIC X(19)
               VALUE 'STUDENT STATEMENT'.
           05 FILLER               PIC X(1) VALUE SPACES.
       01 WS-STUDENT-HEADING.
           05 FILLER               PIC X(4) VALUE 'SID '.
           05 WS-SHDG-SID          PIC 9(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-SHDG-NAME         PIC A(15).
           05 FILLER               PIC X(7) VALUE '  BAND '.
           05 WS-SHDG-LOW          PIC 9(8).
           05 FILLER               PIC X VALUE '-'.
           05 WS-SHDG-HIGH         PIC 9(8).
           05 FILLER               PIC X(7) VALUE '  RATE '.
           05 WS-SHDG-RATE         PIC 9(3).9(4).
           05 FILLER               PIC X(11) VALUE SPACES.
       01 WS-COLUMN-HEADING        PIC X(80) VALUE
           'DATE        DESCRIPTION                 AMOUNT       BALAN
      -    'CE'.
       01 WS-SKIPPED-LINE.
           05 FILLER               PIC X(12)
               VALUE 'SKIPPED SID '.
           05 WS-SKP-SID           PIC 9(8).
           05 FILLER               PIC X(60) VALUE SPACES.
       01 WS-REVERSAL-DESC.
           05 FILLER               PIC X(12) VALUE 'REVERSAL OF '.
           05 WS-REV-DATE          PIC 9(8).
       01 WS-BLANK-LINE            PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
           PERFORM CLOSE-FILES.
           DISPLAY 'STMTGEN STATEMENTS PRODUCED ' WS-STATEMENT-COUNT.
           DISPLAY 'STMTGEN STUDENTS SKIPPED    ' WS-SKIPPED-COUNT.
           IF WS-OPEN-ERROR-SWITCH = 'Y'
               MOVE 12 TO RETURN-CODE
           END-IF.
           GOBACK.

       OPEN-FILES.
               DISPLAY 'ERROR: cannot open STUDMAST, status='
                   WS-STUDENT-MASTER-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 'Y' TO WS-OPEN-ERROR-SWITCH
           END-IF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open HISTFILE, status='
                   WS-HISTORY-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 'Y' TO WS-OPEN-ERROR-SWITCH
           END-IF.
           OPEN OUTPUT STATEMENT-FILE.

                   MOVE 'CAPITALIZED INTEREST' TO WS-DTL-DESC
               WHEN HIST-MAINTENANCE
                   MOVE 'MAINTENANCE ADJ'      TO WS-DTL-DESC
               WHEN HIST-REVERSAL
                   MOVE HIST-REVERSED-DATE     TO WS-REV-DATE
                   MOVE WS-REVERSAL-DESC       TO WS-DTL-DESC
               WHEN OTHER
                   MOVE 'OTHER'                TO WS-DTL-DESC
           END-EVALUATE.
