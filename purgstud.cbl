      *> activity date and leaves a PRG- image on AUDITLOG; the
      *> master record is deleted only after the archive write took.
      *> Accounts with no history at all count as inactive since
      *> forever.  Only accounts STUDMNT has flagged closed-pending
      *> are candidates; every other account is kept whatever its
      *> balance and activity, and counted as not closed-pending.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-RECORD-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-PURGED-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-KEPT-COUNT            PIC 9(8) VALUE ZERO.
       01 WS-NOT-CLOSING-COUNT     PIC 9(8) VALUE ZERO.
       01 WS-LAST-ACTIVITY         PIC 9(8) VALUE ZERO.
       01 WS-ARCHIVE-OK            PIC X VALUE 'N'.
       01 WS-PURGE-REPORT-LINE.
           05 WS-PRPT-SID          PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-PRPT-NAME         PIC A(15).
           05 FILLER               PIC X(15)
               VALUE '  LAST ACTIVE '.
           05 WS-PRPT-LAST-ACT     PIC 9999/99/99.
           05 FILLER               PIC X(10) VALUE '  ARCHIVED'.
           05 FILLER               PIC X(20) VALUE SPACES.
       01 WS-PURGE-TOTAL-LINE.
           05 FILLER               PIC X(16)
               VALUE 'ACCOUNTS PURGED '.
           05 FILLER               PIC X(4) VALUE 'PRG-'.
           05 WS-PAUD-ACTION       PIC X VALUE 'D'.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-PAUD-SID          PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-PAUD-NAME         PIC A(15).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-PAUD-LAST-ACT     PIC 9(8).
           05 FILLER               PIC X(22) VALUE SPACES.
       01 WS-BLANK-LINE            PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
           DISPLAY 'PURGSTUD RECORDS READ   ' WS-RECORD-COUNT.
           DISPLAY 'PURGSTUD RECORDS PURGED ' WS-PURGED-COUNT.
           DISPLAY 'PURGSTUD RECORDS KEPT   ' WS-KEPT-COUNT.
           DISPLAY 'PURGSTUD NOT CLOSE-PEND ' WS-NOT-CLOSING-COUNT.
           GOBACK.

       OPEN-FILES.
           END-READ.

       JUDGE-ONE-STUDENT.
           IF NOT SREC-CLOSED-PENDING
               ADD 1 TO WS-NOT-CLOSING-COUNT
               ADD 1 TO WS-KEPT-COUNT
           ELSE
           IF SREC-BALANCE = ZERO
               PERFORM FIND-LAST-ACTIVITY
               IF WS-LAST-ACTIVITY < LK-CUTOFF-DATE
               END-IF
           ELSE
               ADD 1 TO WS-KEPT-COUNT
           END-IF
           END-IF.

      *> The history is keyed SID/date/sequence, so the student's
