      *> RATETAB, then edits the resulting table before anything goes
      *> live: two rows with the same effective date may not overlap
      *> in SID range, and for every effective date in the table the
      *> rows in force must cover SIDs 00000001-99999999 without a
      *> gap - a gap is what silently sends students to suspense with
      *> return code 30.  Only when the whole table passes is RATETAB
      *> rewritten and the before/after images flushed to AUDITLOG;
      *> on any edit error RATETAB is left untouched and the program
      *> ends with return code 8.
              88 RTM-ADD           VALUE 'A'.
              88 RTM-CHANGE        VALUE 'C'.
              88 RTM-DELETE        VALUE 'D'.
           05 RTM-LOW-SID          PIC 9(8).
           05 RTM-HIGH-SID         PIC 9(8).
           05 RTM-RATE             PIC 9(3)V9(4).
           05 RTM-EFF-DATE         PIC 9(8).

       01 WS-RATE-TABLE-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 50 TIMES INDEXED BY RT-IDX.
               10 WS-RT-LOW        PIC 9(8).
               10 WS-RT-HIGH       PIC 9(8).
               10 WS-RT-RATE       PIC 9(3)V9(4).
               10 WS-RT-EFF        PIC 9(8).
       01 WS-ROW-FOUND             PIC X VALUE 'N'.
       01 WS-TABLE-VALID           PIC X VALUE 'Y'.
       01 WS-CHECK-DATE            PIC 9(8) VALUE ZERO.
       01 WS-DATE-SEEN             PIC X VALUE 'N'.
       01 WS-COVER-SID             PIC 9(9) VALUE ZERO.
       01 WS-COVER-HIGH            PIC 9(8) VALUE ZERO.
       01 WS-COVER-FOUND           PIC X VALUE 'N'.
       01 WS-OUTER-SUB             PIC 9(4) VALUE ZERO.
       01 WS-INNER-SUB             PIC 9(4) VALUE ZERO.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-RAUD-IMAGE        PIC X(6).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-RAUD-LOW          PIC 9(8).
           05 FILLER               PIC X VALUE '-'.
           05 WS-RAUD-HIGH         PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-RAUD-RATE         PIC 9(3).9(4).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-RAUD-EFF          PIC 9(8).
           05 FILLER               PIC X(14) VALUE SPACES.
       01 WS-RATE-REPORT-LINE.
           05 WS-RRPT-ACTION       PIC X.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-RRPT-LOW          PIC 9(8).
           05 FILLER               PIC X VALUE '-'.
           05 WS-RRPT-HIGH         PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-RRPT-EFF          PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-RRPT-RESULT       PIC X(12).
           05 FILLER               PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-ENTRY.
           END-PERFORM.

      *> As of every effective date appearing in the table, the rows
      *> then in force must cover 00000001-99999999 end to end.  Each
      *> distinct date is checked once.
       CHECK-COVERAGE.
           PERFORM VARYING WS-OUTER-SUB FROM 1 BY 1
       CHECK-COVERAGE-AT-DATE.
           MOVE 1 TO WS-COVER-SID.
           MOVE 'Y' TO WS-COVER-FOUND.
           PERFORM UNTIL WS-COVER-SID > 99999999
                   OR WS-COVER-FOUND = 'N'
               MOVE 'N' TO WS-COVER-FOUND
               MOVE ZERO TO WS-COVER-HIGH
