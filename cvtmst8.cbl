       IDENTIFICATION DIVISION.
       PROGRAM-ID. cvtmst8.

      *> One-time conversion of the student master to the eight-digit
      *> SID.  Reads the existing STUDMAST in the 45-byte layout
      *> CVTSTAT leaves behind - four-digit SID with the account
      *> status - and writes STUDMAST.NEW with each SID zero-filled
      *> to eight digits and every other field carried across
      *> unchanged; operations rename STUDMAST.NEW over STUDMAST once
      *> the displayed counts and balance totals agree.  A master
      *> still in the original 36-byte layout goes through CVTSTAT
      *> first, and its STUDMAST.NEW is renamed over STUDMAST before
      *> this conversion is run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-SID
               FILE STATUS IS WS-OLD-MASTER-STATUS.
           SELECT NEW-MASTER-FILE ASSIGN TO "STUDMAST.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SID
               FILE STATUS IS WS-NEW-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER-FILE.
       01  OLD-STUDENT-REC.
           05 OLD-SID              PIC 9(4).
           05 OLD-NAME             PIC A(15).
           05 OLD-BALANCE          PIC S9(9)V99   COMP-3.
           05 OLD-RATE             PIC S9(3)V9(4) COMP-3.
           05 OLD-INTEREST         PIC S9(7)V99   COMP-3.
           05 OLD-RETURN-CODE      PIC 9(2).
           05 OLD-STATUS           PIC X.
           05 OLD-STATUS-DATE      PIC 9(8).

       FD  NEW-MASTER-FILE.
       COPY studrec.

       WORKING-STORAGE SECTION.
       01 WS-OLD-MASTER-STATUS     PIC XX VALUE '00'.
       01 WS-NEW-MASTER-STATUS     PIC XX VALUE '00'.
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
           PERFORM CONVERT-STUDENTS UNTIL WS-EOF-SWITCH = 'Y'.
           PERFORM CLOSE-FILES.
           DISPLAY 'CVTMST8 RECORDS READ      ' WS-READ-COUNT.
           DISPLAY 'CVTMST8 RECORDS WRITTEN   ' WS-WRITTEN-COUNT.
           DISPLAY 'CVTMST8 DUPLICATE SIDS    ' WS-DUPLICATE-COUNT.
           MOVE WS-READ-BALANCE TO WS-DISPLAY-BALANCE.
           DISPLAY 'CVTMST8 BALANCE READ      ' WS-DISPLAY-BALANCE.
           MOVE WS-WRITTEN-BALANCE TO WS-DISPLAY-BALANCE.
           DISPLAY 'CVTMST8 BALANCE WRITTEN   ' WS-DISPLAY-BALANCE.
           IF WS-READ-COUNT NOT = WS-WRITTEN-COUNT
                   OR WS-READ-BALANCE NOT = WS-WRITTEN-BALANCE
                   OR WS-READ-COUNT = ZERO
               DISPLAY 'CVTMST8 CONVERSION INCOMPLETE - DO NOT RENAME'
           END-IF.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT OLD-MASTER-FILE.
           IF WS-OLD-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open STUDMAST, status='
                   WS-OLD-MASTER-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               OPEN OUTPUT NEW-MASTER-FILE
               IF WS-NEW-MASTER-STATUS NOT = '00'
                   DISPLAY 'ERROR: cannot open STUDMAST.NEW, status='
                       WS-NEW-MASTER-STATUS
                   MOVE 'Y' TO WS-EOF-SWITCH
               END-IF
           END-IF.

       CONVERT-STUDENTS.
           READ OLD-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   ADD OLD-BALANCE TO WS-READ-BALANCE
                   MOVE OLD-SID         TO SID
                   MOVE OLD-NAME        TO NAME
                   MOVE OLD-BALANCE     TO SREC-BALANCE
                   MOVE OLD-RATE        TO SREC-RATE
                   MOVE OLD-INTEREST    TO INTEREST
                   MOVE OLD-RETURN-CODE TO SREC-RETURN-CODE
                   MOVE OLD-STATUS      TO SREC-STATUS
                   MOVE OLD-STATUS-DATE TO SREC-STATUS-DATE
                   WRITE STUDENT-REC
                       INVALID KEY
                           ADD 1 TO WS-DUPLICATE-COUNT
                           DISPLAY 'DUPLICATE SID NOT CONVERTED: ' SID
                       NOT INVALID KEY
                           ADD 1 TO WS-WRITTEN-COUNT
                           ADD SREC-BALANCE TO WS-WRITTEN-BALANCE
                   END-WRITE
           END-READ.

       CLOSE-FILES.
           CLOSE OLD-MASTER-FILE.
           CLOSE NEW-MASTER-FILE.
