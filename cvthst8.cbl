       IDENTIFICATION DIVISION.
       PROGRAM-ID. cvthst8.

      *> One-time conversion of the history file to the eight-digit
      *> SID.  Reads the existing HISTFILE in the original layout -
      *> four-digit SID and no reversal pointer, as written before
      *> reversals were posted - and writes HISTFILE.NEW with the SID
      *> part of each key zero-filled to eight digits and the
      *> reversal pointer blank; the date and sequence and the
      *> movement itself carry across unchanged.  POSTDLY must not
      *> post reversals until the converted file is in place.
      *> Operations rename HISTFILE.NEW over HISTFILE once the
      *> displayed counts and the movement and after-balance totals
      *> agree.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-HIST-KEY
               FILE STATUS IS WS-OLD-HISTORY-STATUS.
           SELECT NEW-HISTORY-FILE ASSIGN TO "HISTFILE.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-NEW-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-HISTORY-FILE.
       01  OLD-HISTORY-REC.
           05 OLD-HIST-KEY.
               10 OLD-HIST-SID     PIC 9(4).
               10 OLD-HIST-DATE    PIC 9(8).
               10 OLD-HIST-SEQ     PIC 9(4).
           05 OLD-HIST-TYPE        PIC X.
           05 OLD-HIST-ACTION      PIC X.
           05 OLD-HIST-BEFORE-BALANCE PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.
           05 OLD-HIST-AMOUNT      PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.
           05 OLD-HIST-AFTER-BALANCE PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.

       FD  NEW-HISTORY-FILE.
       COPY histrec.

       WORKING-STORAGE SECTION.
       01 WS-OLD-HISTORY-STATUS    PIC XX VALUE '00'.
       01 WS-NEW-HISTORY-STATUS    PIC XX VALUE '00'.
       01 WS-EOF-SWITCH            PIC X VALUE 'N'.
       01 WS-READ-COUNT            PIC 9(8) VALUE ZERO.
       01 WS-WRITTEN-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-DUPLICATE-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-READ-AMOUNT           PIC S9(11)V99 VALUE ZERO.
       01 WS-WRITTEN-AMOUNT        PIC S9(11)V99 VALUE ZERO.
       01 WS-READ-BALANCE          PIC S9(13)V99 VALUE ZERO.
       01 WS-WRITTEN-BALANCE       PIC S9(13)V99 VALUE ZERO.
       01 WS-DISPLAY-AMOUNT        PIC -9(11).99.
       01 WS-DISPLAY-BALANCE       PIC -9(13).99.

       PROCEDURE DIVISION.
       MAIN-ENTRY.
           PERFORM OPEN-FILES.
           PERFORM CONVERT-HISTORY UNTIL WS-EOF-SWITCH = 'Y'.
           PERFORM CLOSE-FILES.
           DISPLAY 'CVTHST8 RECORDS READ      ' WS-READ-COUNT.
           DISPLAY 'CVTHST8 RECORDS WRITTEN   ' WS-WRITTEN-COUNT.
           DISPLAY 'CVTHST8 DUPLICATE KEYS    ' WS-DUPLICATE-COUNT.
           MOVE WS-READ-AMOUNT TO WS-DISPLAY-AMOUNT.
           DISPLAY 'CVTHST8 AMOUNT READ       ' WS-DISPLAY-AMOUNT.
           MOVE WS-WRITTEN-AMOUNT TO WS-DISPLAY-AMOUNT.
           DISPLAY 'CVTHST8 AMOUNT WRITTEN    ' WS-DISPLAY-AMOUNT.
           MOVE WS-READ-BALANCE TO WS-DISPLAY-BALANCE.
           DISPLAY 'CVTHST8 BALANCE READ      ' WS-DISPLAY-BALANCE.
           MOVE WS-WRITTEN-BALANCE TO WS-DISPLAY-BALANCE.
           DISPLAY 'CVTHST8 BALANCE WRITTEN   ' WS-DISPLAY-BALANCE.
           IF WS-READ-COUNT NOT = WS-WRITTEN-COUNT
                   OR WS-READ-AMOUNT NOT = WS-WRITTEN-AMOUNT
                   OR WS-READ-BALANCE NOT = WS-WRITTEN-BALANCE
                   OR WS-READ-COUNT = ZERO
               DISPLAY 'CVTHST8 CONVERSION INCOMPLETE - DO NOT RENAME'
           END-IF.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT OLD-HISTORY-FILE.
           IF WS-OLD-HISTORY-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open HISTFILE, status='
                   WS-OLD-HISTORY-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               OPEN OUTPUT NEW-HISTORY-FILE
               IF WS-NEW-HISTORY-STATUS NOT = '00'
                   DISPLAY 'ERROR: cannot open HISTFILE.NEW, status='
                       WS-NEW-HISTORY-STATUS
                   MOVE 'Y' TO WS-EOF-SWITCH
               END-IF
           END-IF.

       CONVERT-HISTORY.
           READ OLD-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   ADD OLD-HIST-AMOUNT TO WS-READ-AMOUNT
                   ADD OLD-HIST-AFTER-BALANCE TO WS-READ-BALANCE
                   MOVE OLD-HIST-SID            TO HIST-SID
                   MOVE OLD-HIST-DATE           TO HIST-DATE
                   MOVE OLD-HIST-SEQ            TO HIST-SEQ
                   MOVE OLD-HIST-TYPE           TO HIST-TYPE
                   MOVE OLD-HIST-ACTION         TO HIST-ACTION
                   MOVE OLD-HIST-BEFORE-BALANCE TO HIST-BEFORE-BALANCE
                   MOVE OLD-HIST-AMOUNT         TO HIST-AMOUNT
                   MOVE OLD-HIST-AFTER-BALANCE  TO HIST-AFTER-BALANCE
                   MOVE SPACES                  TO HIST-REVERSED-KEY
                   WRITE HISTORY-REC
                       INVALID KEY
                           ADD 1 TO WS-DUPLICATE-COUNT
                           DISPLAY 'DUPLICATE KEY NOT CONVERTED: '
                               HIST-KEY
                       NOT INVALID KEY
                           ADD 1 TO WS-WRITTEN-COUNT
                           ADD HIST-AMOUNT TO WS-WRITTEN-AMOUNT
                           ADD HIST-AFTER-BALANCE TO WS-WRITTEN-BALANCE
                   END-WRITE
           END-READ.

       CLOSE-FILES.
           CLOSE OLD-HISTORY-FILE.
           CLOSE NEW-HISTORY-FILE.
