       IDENTIFICATION DIVISION.
       PROGRAM-ID. cvtsus8.

      *> One-time conversion of the suspense file to the eight-digit
      *> SID.  Reads the existing SUSPFILE in the four-digit layout
      *> and writes SUSPFILE.NEW in the same order with each SID
      *> zero-filled to eight digits; the reject reason and both
      *> suspense dates carry across unchanged so SUSPAGE keeps
      *> aging each record from its first reject.  A SID that is not
      *> numeric - operations may not have corrected it yet - is
      *> carried across as it stands, padded on the right, so the
      *> record still fails the SID edit when SUSPPROC resubmits it.
      *> Operations rename SUSPFILE.NEW over SUSPFILE once the
      *> displayed counts and balance totals agree.  An empty
      *> suspense file is not a failure.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-SUSPENSE-STATUS.
           SELECT NEW-SUSPENSE-FILE ASSIGN TO "SUSPFILE.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-SUSPENSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-SUSPENSE-FILE.
       01  OLD-SUSPENSE-REC.
           05 OLD-SUSP-SID         PIC X(4).
           05 OLD-SUSP-SID-NUM REDEFINES OLD-SUSP-SID
                                   PIC 9(4).
           05 OLD-SUSP-NAME        PIC A(15).
           05 OLD-SUSP-BALANCE     PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.
           05 OLD-SUSP-BALANCE-X REDEFINES OLD-SUSP-BALANCE
                                   PIC X(12).
           05 OLD-SUSP-RATE        PIC X(8).
           05 OLD-SUSP-INTEREST    PIC X(10).
           05 OLD-SUSP-RETCODE     PIC X(2).
           05 OLD-SUSP-REASON      PIC X(20).
           05 OLD-SUSP-RUN-DATE    PIC X(8).
           05 OLD-SUSP-FIRST-DATE  PIC X(8).

       FD  NEW-SUSPENSE-FILE.
       01  NEW-SUSPENSE-REC.
           05 NEW-SUSP-SID         PIC X(8).
           05 NEW-SUSP-SID-NUM REDEFINES NEW-SUSP-SID
                                   PIC 9(8).
           05 NEW-SUSP-NAME        PIC A(15).
           05 NEW-SUSP-BALANCE     PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.
           05 NEW-SUSP-BALANCE-X REDEFINES NEW-SUSP-BALANCE
                                   PIC X(12).
           05 NEW-SUSP-RATE        PIC X(8).
           05 NEW-SUSP-INTEREST    PIC X(10).
           05 NEW-SUSP-RETCODE     PIC X(2).
           05 NEW-SUSP-REASON      PIC X(20).
           05 NEW-SUSP-RUN-DATE    PIC X(8).
           05 NEW-SUSP-FIRST-DATE  PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-OLD-SUSPENSE-STATUS   PIC XX VALUE '00'.
       01 WS-NEW-SUSPENSE-STATUS   PIC XX VALUE '00'.
       01 WS-EOF-SWITCH            PIC X VALUE 'N'.
       01 WS-READ-COUNT            PIC 9(8) VALUE ZERO.
       01 WS-WRITTEN-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-READ-BALANCE          PIC S9(11)V99 VALUE ZERO.
       01 WS-WRITTEN-BALANCE       PIC S9(11)V99 VALUE ZERO.
       01 WS-DISPLAY-BALANCE       PIC -9(11).99.

       PROCEDURE DIVISION.
       MAIN-ENTRY.
           PERFORM OPEN-FILES.
           PERFORM CONVERT-SUSPENSE UNTIL WS-EOF-SWITCH = 'Y'.
           PERFORM CLOSE-FILES.
           DISPLAY 'CVTSUS8 RECORDS READ      ' WS-READ-COUNT.
           DISPLAY 'CVTSUS8 RECORDS WRITTEN   ' WS-WRITTEN-COUNT.
           MOVE WS-READ-BALANCE TO WS-DISPLAY-BALANCE.
           DISPLAY 'CVTSUS8 BALANCE READ      ' WS-DISPLAY-BALANCE.
           MOVE WS-WRITTEN-BALANCE TO WS-DISPLAY-BALANCE.
           DISPLAY 'CVTSUS8 BALANCE WRITTEN   ' WS-DISPLAY-BALANCE.
           IF WS-READ-COUNT NOT = WS-WRITTEN-COUNT
                   OR WS-READ-BALANCE NOT = WS-WRITTEN-BALANCE
               DISPLAY 'CVTSUS8 CONVERSION INCOMPLETE - DO NOT RENAME'
           END-IF.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT OLD-SUSPENSE-FILE.
           IF WS-OLD-SUSPENSE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open SUSPFILE, status='
                   WS-OLD-SUSPENSE-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               OPEN OUTPUT NEW-SUSPENSE-FILE
               IF WS-NEW-SUSPENSE-STATUS NOT = '00'
                   DISPLAY 'ERROR: cannot open SUSPFILE.NEW, status='
                       WS-NEW-SUSPENSE-STATUS
                   MOVE 'Y' TO WS-EOF-SWITCH
               END-IF
           END-IF.

      *> The balance is the only field the totals depend on; a
      *> suspended record may hold a balance that is not numeric,
      *> and such a record is copied but left out of both totals
      *> alike.
       CONVERT-SUSPENSE.
           READ OLD-SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF OLD-SUSP-BALANCE IS NUMERIC
                       ADD OLD-SUSP-BALANCE TO WS-READ-BALANCE
                   END-IF
                   IF OLD-SUSP-SID IS NUMERIC
                       MOVE OLD-SUSP-SID-NUM  TO NEW-SUSP-SID-NUM
                   ELSE
                       MOVE OLD-SUSP-SID      TO NEW-SUSP-SID
                   END-IF
                   MOVE OLD-SUSP-NAME       TO NEW-SUSP-NAME
                   MOVE OLD-SUSP-BALANCE-X  TO NEW-SUSP-BALANCE-X
                   MOVE OLD-SUSP-RATE       TO NEW-SUSP-RATE
                   MOVE OLD-SUSP-INTEREST   TO NEW-SUSP-INTEREST
                   MOVE OLD-SUSP-RETCODE    TO NEW-SUSP-RETCODE
                   MOVE OLD-SUSP-REASON     TO NEW-SUSP-REASON
                   MOVE OLD-SUSP-RUN-DATE   TO NEW-SUSP-RUN-DATE
                   MOVE OLD-SUSP-FIRST-DATE TO NEW-SUSP-FIRST-DATE
                   WRITE NEW-SUSPENSE-REC
                   IF WS-NEW-SUSPENSE-STATUS = '00'
                       ADD 1 TO WS-WRITTEN-COUNT
                       IF NEW-SUSP-BALANCE IS NUMERIC
                           ADD NEW-SUSP-BALANCE TO WS-WRITTEN-BALANCE
                       END-IF
                   ELSE
                       DISPLAY 'ERROR: SUSPFILE.NEW write, status='
                           WS-NEW-SUSPENSE-STATUS
                   END-IF
           END-READ.

       CLOSE-FILES.
           CLOSE OLD-SUSPENSE-FILE.
           CLOSE NEW-SUSPENSE-FILE.
