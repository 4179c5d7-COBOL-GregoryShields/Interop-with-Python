      *> transactions from MNTTRAN against STUDMAST, applying the same
      *> SID/NAME validation as CALLED, and writes a before/after image
      *> of every change to AUDITLOG for compliance.
      *> Action S sets the account status from MNT-STATUS - A active,
      *> F frozen, C closed-pending - and stamps the business date as
      *> the status date; it needs only the SID and the new status,
      *> moves no money and so writes no history row, but leaves the
      *> same before/after images.  New students start active.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              88 MNT-ADD           VALUE 'A'.
              88 MNT-CHANGE        VALUE 'C'.
              88 MNT-DELETE        VALUE 'D'.
              88 MNT-SET-STATUS    VALUE 'S'.
           05 MNT-SID              PIC 9(8).
           05 MNT-NAME             PIC A(15).
           05 MNT-BALANCE          PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.
           05 MNT-STATUS           PIC X.
              88 MNT-STATUS-VALID  VALUE 'A' 'F' 'C'.

       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-REC PIC X(80).
       01 WS-EDIT-RETURN-CODE      PIC 9(2) VALUE ZERO.
       01 WS-IO-ERROR-SWITCH       PIC X VALUE 'N'.
       01 WS-SAVED-STUDENT-REC.
           05 WS-SAVED-SID         PIC 9(8).
           05 WS-SAVED-NAME        PIC A(15).
           05 WS-SAVED-BALANCE     PIC S9(9)V99   COMP-3.
           05 WS-SAVED-RATE        PIC S9(3)V9(4) COMP-3.
           05 WS-SAVED-INTEREST    PIC S9(7)V99   COMP-3.
           05 WS-SAVED-RETCODE     PIC 9(2).
           05 WS-SAVED-STATUS      PIC X.
           05 WS-SAVED-STATUS-DATE PIC 9(8).
       01 WS-MAINT-REPORT-LINE.
           05 WS-MRPT-ACTION       PIC X.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-MRPT-SID          PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-MRPT-NAME         PIC A(15).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-MRPT-RESULT       PIC X(12).
           05 FILLER               PIC X(41) VALUE SPACES.
       01 WS-MAINT-AUDIT-LINE.
           05 WS-MAUD-DATE         PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-MAUD-IMAGE        PIC X(6).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-MAUD-SID          PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-MAUD-NAME         PIC A(15).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-MAUD-BALANCE      PIC -9(9).99.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-MAUD-STATUS       PIC X.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-MAUD-STATUS-DATE  PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-ENTRY.
               ELSE
               IF WS-EDIT-RETURN-CODE = 70
                   PERFORM REPORT-RESULT-INV-BAL
               ELSE
               IF WS-EDIT-RETURN-CODE = 80
                   PERFORM REPORT-RESULT-INV-STATUS
               ELSE
                   PERFORM FIND-STUDENT
                   EVALUATE TRUE
                           PERFORM CHANGE-STUDENT
                       WHEN MNT-DELETE
                           PERFORM DELETE-STUDENT
                       WHEN MNT-SET-STATUS
                           PERFORM SET-STUDENT-STATUS
                       WHEN OTHER
                           PERFORM REPORT-RESULT-INV-ACTION
                   END-EVALUATE
               END-IF
               END-IF
               END-IF
           END-IF.

      *> Same SID/NAME edits CALLED applies in VALIDATE-INPUT, using
      *> the same return-code values.  A delete needs only a valid SID;
      *> a status change needs a valid SID and status (code 80).
       VALIDATE-TRANSACTION.
           MOVE ZERO TO WS-EDIT-RETURN-CODE.
           IF MNT-SID IS NOT NUMERIC OR MNT-SID = ZERO
               MOVE 10 TO WS-EDIT-RETURN-CODE
           END-IF.
           IF MNT-SET-STATUS
               IF NOT MNT-STATUS-VALID
                   IF WS-EDIT-RETURN-CODE = ZERO
                       MOVE 80 TO WS-EDIT-RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           IF NOT MNT-DELETE AND NOT MNT-SET-STATUS
               IF MNT-NAME = SPACES OR MNT-NAME = LOW-VALUES
                   IF WS-EDIT-RETURN-CODE = ZERO
                       MOVE 20 TO WS-EDIT-RETURN-CODE
               MOVE ZERO        TO SREC-RATE
               MOVE ZERO        TO INTEREST
               MOVE ZERO        TO SREC-RETURN-CODE
               MOVE 'A'         TO SREC-STATUS
               MOVE WS-RUN-DATE TO SREC-STATUS-DATE
               MOVE 'N' TO WS-IO-ERROR-SWITCH
               WRITE STUDENT-REC
                   INVALID KEY
               END-IF
           END-IF.

      *> The status change is a field change only: the balance is
      *> untouched, so there is no history row to write.
       SET-STUDENT-STATUS.
           IF WS-STUDENT-FOUND = 'N'
               MOVE 'NOT FOUND'    TO WS-MRPT-RESULT
               PERFORM WRITE-MAINT-REPORT-LINE
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               PERFORM WRITE-BEFORE-IMAGE
               MOVE WS-SAVED-STUDENT-REC TO STUDENT-REC
               MOVE MNT-STATUS  TO SREC-STATUS
               MOVE WS-RUN-DATE TO SREC-STATUS-DATE
               MOVE 'N' TO WS-IO-ERROR-SWITCH
               REWRITE STUDENT-REC
                   INVALID KEY
                       DISPLAY 'ERROR: STUDMAST rewrite, status='
                           WS-STUDENT-MASTER-STATUS
                       MOVE 'Y' TO WS-IO-ERROR-SWITCH
               END-REWRITE
               IF WS-IO-ERROR-SWITCH = 'Y'
                   MOVE 'I-O ERROR'    TO WS-MRPT-RESULT
                   PERFORM WRITE-MAINT-REPORT-LINE
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   PERFORM WRITE-AFTER-IMAGE
                   MOVE 'APPLIED'      TO WS-MRPT-RESULT
                   PERFORM WRITE-MAINT-REPORT-LINE
                   ADD 1 TO WS-APPLIED-COUNT
               END-IF
           END-IF.

       RECORD-UPDATE-RESULT.
           IF WS-IO-ERROR-SWITCH = 'Y'
               MOVE 'I-O ERROR'    TO WS-MRPT-RESULT
           MOVE 1           TO HIST-SEQ.
           MOVE 'M'         TO HIST-TYPE.
           MOVE MNT-ACTION  TO HIST-ACTION.
           MOVE SPACES      TO HIST-REVERSED-KEY.
           MOVE 'N' TO WS-HISTORY-WRITTEN.
           PERFORM UNTIL WS-HISTORY-WRITTEN = 'Y'
                   OR HIST-SEQ > 9998
           PERFORM WRITE-MAINT-REPORT-LINE.
           ADD 1 TO WS-REJECT-COUNT.

       REPORT-RESULT-INV-STATUS.
           MOVE 'INVALID STAT' TO WS-MRPT-RESULT.
           PERFORM WRITE-MAINT-REPORT-LINE.
           ADD 1 TO WS-REJECT-COUNT.

       REPORT-RESULT-INV-ACTION.
           MOVE 'INVALID ACTN' TO WS-MRPT-RESULT.
           PERFORM WRITE-MAINT-REPORT-LINE.
           MOVE WS-SAVED-SID     TO WS-MAUD-SID.
           MOVE WS-SAVED-NAME    TO WS-MAUD-NAME.
           MOVE WS-SAVED-BALANCE TO WS-MAUD-BALANCE.
           MOVE WS-SAVED-STATUS  TO WS-MAUD-STATUS.
           MOVE WS-SAVED-STATUS-DATE TO WS-MAUD-STATUS-DATE.
           PERFORM WRITE-AUDIT-IMAGE.

       WRITE-AFTER-IMAGE.
           MOVE SID          TO WS-MAUD-SID.
           MOVE NAME         TO WS-MAUD-NAME.
           MOVE SREC-BALANCE TO WS-MAUD-BALANCE.
           MOVE SREC-STATUS  TO WS-MAUD-STATUS.
           MOVE SREC-STATUS-DATE TO WS-MAUD-STATUS-DATE.
           PERFORM WRITE-AUDIT-IMAGE.

       WRITE-AUDIT-IMAGE.
