       IDENTIFICATION DIVISION.
       PROGRAM-ID. cvtarc8.

      *> One-time conversion of the student archive to the
      *> eight-digit SID.  Reads the existing STUDARCH in the
      *> four-digit layout and writes STUDARCH.NEW with each SID
      *> zero-filled to eight digits and the purge and last activity
      *> dates carried across unchanged; operations rename
      *> STUDARCH.NEW over STUDARCH once the displayed counts and
      *> balance totals agree.  An empty archive is not a failure -
      *> nothing may have been purged yet.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ARCHIVE-FILE ASSIGN TO "STUDARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-ARC-SID
               FILE STATUS IS WS-OLD-ARCHIVE-STATUS.
           SELECT NEW-ARCHIVE-FILE ASSIGN TO "STUDARCH.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-SID
               FILE STATUS IS WS-NEW-ARCHIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-ARCHIVE-FILE.
       01  OLD-ARCHIVE-REC.
           05 OLD-ARC-SID          PIC 9(4).
           05 OLD-ARC-NAME         PIC A(15).
           05 OLD-ARC-BALANCE      PIC S9(9)V99   COMP-3.
           05 OLD-ARC-RATE         PIC S9(3)V9(4) COMP-3.
           05 OLD-ARC-INTEREST     PIC S9(7)V99   COMP-3.
           05 OLD-ARC-RETURN-CODE  PIC 9(2).
           05 OLD-ARC-PURGE-DATE   PIC 9(8).
           05 OLD-ARC-LAST-ACTIVITY PIC 9(8).

       FD  NEW-ARCHIVE-FILE.
       COPY archrec.

       WORKING-STORAGE SECTION.
       01 WS-OLD-ARCHIVE-STATUS    PIC XX VALUE '00'.
       01 WS-NEW-ARCHIVE-STATUS    PIC XX VALUE '00'.
       01 WS-EOF-SWITCH            PIC X VALUE 'N'.
       01 WS-READ-COUNT            PIC 9(8) VALUE ZERO.
       01 WS-WRITTEN-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-DUPLICATE-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-READ-BALANCE          PIC S9(11)V99 VALUE ZERO.
       01 WS-WRITTEN-BALANCE       PIC S9(11)V99 VALUE ZERO.
       01 WS-DISPLAY-BALANCE       PIC -9(11).99.

       PROCEDURE DIVISION.
       MAIN-ENTRY.
           PERFORM OPEN-FILES.
           PERFORM CONVERT-ARCHIVE UNTIL WS-EOF-SWITCH = 'Y'.
           PERFORM CLOSE-FILES.
           DISPLAY 'CVTARC8 RECORDS READ      ' WS-READ-COUNT.
           DISPLAY 'CVTARC8 RECORDS WRITTEN   ' WS-WRITTEN-COUNT.
           DISPLAY 'CVTARC8 DUPLICATE SIDS    ' WS-DUPLICATE-COUNT.
           MOVE WS-READ-BALANCE TO WS-DISPLAY-BALANCE.
           DISPLAY 'CVTARC8 BALANCE READ      ' WS-DISPLAY-BALANCE.
           MOVE WS-WRITTEN-BALANCE TO WS-DISPLAY-BALANCE.
           DISPLAY 'CVTARC8 BALANCE WRITTEN   ' WS-DISPLAY-BALANCE.
           IF WS-READ-COUNT NOT = WS-WRITTEN-COUNT
                   OR WS-READ-BALANCE NOT = WS-WRITTEN-BALANCE
               DISPLAY 'CVTARC8 CONVERSION INCOMPLETE - DO NOT RENAME'
           END-IF.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT OLD-ARCHIVE-FILE.
           IF WS-OLD-ARCHIVE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open STUDARCH, status='
                   WS-OLD-ARCHIVE-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               OPEN OUTPUT NEW-ARCHIVE-FILE
               IF WS-NEW-ARCHIVE-STATUS NOT = '00'
                   DISPLAY 'ERROR: cannot open STUDARCH.NEW, status='
                       WS-NEW-ARCHIVE-STATUS
                   MOVE 'Y' TO WS-EOF-SWITCH
               END-IF
           END-IF.

       CONVERT-ARCHIVE.
           READ OLD-ARCHIVE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   ADD OLD-ARC-BALANCE TO WS-READ-BALANCE
                   MOVE OLD-ARC-SID           TO ARC-SID
                   MOVE OLD-ARC-NAME          TO ARC-NAME
                   MOVE OLD-ARC-BALANCE       TO ARC-BALANCE
                   MOVE OLD-ARC-RATE          TO ARC-RATE
                   MOVE OLD-ARC-INTEREST      TO ARC-INTEREST
                   MOVE OLD-ARC-RETURN-CODE   TO ARC-RETURN-CODE
                   MOVE OLD-ARC-PURGE-DATE    TO ARC-PURGE-DATE
                   MOVE OLD-ARC-LAST-ACTIVITY TO ARC-LAST-ACTIVITY
                   WRITE ARCHIVE-STUDENT-REC
                       INVALID KEY
                           ADD 1 TO WS-DUPLICATE-COUNT
                           DISPLAY 'DUPLICATE SID NOT CONVERTED: '
                               ARC-SID
                       NOT INVALID KEY
                           ADD 1 TO WS-WRITTEN-COUNT
                           ADD ARC-BALANCE TO WS-WRITTEN-BALANCE
                   END-WRITE
           END-READ.

       CLOSE-FILES.
           CLOSE OLD-ARCHIVE-FILE.
           CLOSE NEW-ARCHIVE-FILE.
