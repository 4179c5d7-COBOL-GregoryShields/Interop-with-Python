       IDENTIFICATION DIVISION.
       PROGRAM-ID. cvtstat.

      *> One-time conversion of the student master to the layout
      *> carrying the account status.  Reads the existing STUDMAST in
      *> the original 36-byte layout and writes STUDMAST.NEW in the
      *> 45-byte layout - still the four-digit SID, followed by the
      *> status and status date - with every account active as of
      *> the business date; operations rename STUDMAST.NEW over
      *> STUDMAST once the displayed counts and balance totals agree.
      *> Both layouts are spelled out here rather than copied, since
      *> this is only the first step: CVTMST8 is run next on the
      *> renamed file to widen the SID to the current STUDREC layout.

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
               RECORD KEY IS NEW-SID
               FILE STATUS IS WS-NEW-MASTER-STATUS.
           SELECT DATE-CONTROL-FILE ASSIGN TO "DATECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATE-CONTROL-STATUS.

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

       FD  NEW-MASTER-FILE.
       01  NEW-STUDENT-REC.
           05 NEW-SID              PIC 9(4).
           05 NEW-NAME             PIC A(15).
           05 NEW-BALANCE          PIC S9(9)V99   COMP-3.
           05 NEW-RATE             PIC S9(3)V9(4) COMP-3.
           05 NEW-INTEREST         PIC S9(7)V99   COMP-3.
           05 NEW-RETURN-CODE      PIC 9(2).
           05 NEW-STATUS           PIC X.
           05 NEW-STATUS-DATE      PIC 9(8).

       FD  DATE-CONTROL-FILE.
       01  DATE-CONTROL-IO-REC PIC X(111).

       WORKING-STORAGE SECTION.
       01 WS-OLD-MASTER-STATUS     PIC XX VALUE '00'.
       01 WS-NEW-MASTER-STATUS     PIC XX VALUE '00'.
       01 WS-DATE-CONTROL-STATUS   PIC XX VALUE '00'.
       COPY datectl.
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-EOF-SWITCH            PIC X VALUE 'N'.
       01 WS-READ-COUNT            PIC 9(8) VALUE ZERO.
       01 WS-WRITTEN-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-DUPLICATE-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-READ-BALANCE          PIC S9(11)V99 VALUE ZERO.
       01 WS-WRITTEN-BALANCE       PIC S9(11)V99 VALUE ZERO.
       01 WS-DISPLAY-BALANCE       PIC -9(11).99.

       PROCEDURE DIVISION.
       MAIN-ENTRY.
           PERFORM GET-BUSINESS-DATE.
           PERFORM OPEN-FILES.
           PERFORM CONVERT-STUDENTS UNTIL WS-EOF-SWITCH = 'Y'.
           PERFORM CLOSE-FILES.
           DISPLAY 'CVTSTAT RECORDS READ      ' WS-READ-COUNT.
           DISPLAY 'CVTSTAT RECORDS WRITTEN   ' WS-WRITTEN-COUNT.
           DISPLAY 'CVTSTAT DUPLICATE SIDS    ' WS-DUPLICATE-COUNT.
           MOVE WS-READ-BALANCE TO WS-DISPLAY-BALANCE.
           DISPLAY 'CVTSTAT BALANCE READ      ' WS-DISPLAY-BALANCE.
           MOVE WS-WRITTEN-BALANCE TO WS-DISPLAY-BALANCE.
           DISPLAY 'CVTSTAT BALANCE WRITTEN   ' WS-DISPLAY-BALANCE.
           IF WS-READ-COUNT NOT = WS-WRITTEN-COUNT
                   OR WS-READ-BALANCE NOT = WS-WRITTEN-BALANCE
                   OR WS-READ-COUNT = ZERO
               DISPLAY 'CVTSTAT CONVERSION INCOMPLETE - DO NOT RENAME'
           END-IF.
           GOBACK.

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
                   MOVE OLD-SID         TO NEW-SID
                   MOVE OLD-NAME        TO NEW-NAME
                   MOVE OLD-BALANCE     TO NEW-BALANCE
                   MOVE OLD-RATE        TO NEW-RATE
                   MOVE OLD-INTEREST    TO NEW-INTEREST
                   MOVE OLD-RETURN-CODE TO NEW-RETURN-CODE
                   MOVE 'A'             TO NEW-STATUS
                   MOVE WS-RUN-DATE     TO NEW-STATUS-DATE
                   WRITE NEW-STUDENT-REC
                       INVALID KEY
                           ADD 1 TO WS-DUPLICATE-COUNT
                           DISPLAY 'DUPLICATE SID NOT CONVERTED: '
                               NEW-SID
                       NOT INVALID KEY
                           ADD 1 TO WS-WRITTEN-COUNT
                           ADD NEW-BALANCE TO WS-WRITTEN-BALANCE
                   END-WRITE
           END-READ.

       CLOSE-FILES.
           CLOSE OLD-MASTER-FILE.
           CLOSE NEW-MASTER-FILE.
