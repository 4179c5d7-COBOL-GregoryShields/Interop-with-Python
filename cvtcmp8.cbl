       IDENTIFICATION DIVISION.
       PROGRAM-ID. cvtcmp8.

      *> One-time conversion of the compounding flag file to the
      *> eight-digit SID.  Reads the existing CMPDFLAG in the
      *> four-digit layout and writes CMPDFLAG.NEW in the same order
      *> with each SID zero-filled to eight digits and the period
      *> count carried across unchanged; operations rename
      *> CMPDFLAG.NEW over CMPDFLAG once the displayed counts and
      *> period totals agree.  An empty flag file is not a failure.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-FLAG-FILE ASSIGN TO "CMPDFLAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-FLAG-STATUS.
           SELECT NEW-FLAG-FILE ASSIGN TO "CMPDFLAG.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-FLAG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-FLAG-FILE.
       01  OLD-FLAG-REC.
           05 OLD-CMPD-SID         PIC 9(4).
           05 OLD-CMPD-PERIODS     PIC 9(4).

       FD  NEW-FLAG-FILE.
       01  NEW-FLAG-REC.
           05 NEW-CMPD-SID         PIC 9(8).
           05 NEW-CMPD-PERIODS     PIC 9(4).

       WORKING-STORAGE SECTION.
       01 WS-OLD-FLAG-STATUS       PIC XX VALUE '00'.
       01 WS-NEW-FLAG-STATUS       PIC XX VALUE '00'.
       01 WS-EOF-SWITCH            PIC X VALUE 'N'.
       01 WS-READ-COUNT            PIC 9(8) VALUE ZERO.
       01 WS-WRITTEN-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-READ-PERIODS          PIC 9(10) VALUE ZERO.
       01 WS-WRITTEN-PERIODS       PIC 9(10) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-ENTRY.
           PERFORM OPEN-FILES.
           PERFORM CONVERT-FLAGS UNTIL WS-EOF-SWITCH = 'Y'.
           PERFORM CLOSE-FILES.
           DISPLAY 'CVTCMP8 RECORDS READ      ' WS-READ-COUNT.
           DISPLAY 'CVTCMP8 RECORDS WRITTEN   ' WS-WRITTEN-COUNT.
           DISPLAY 'CVTCMP8 PERIODS READ      ' WS-READ-PERIODS.
           DISPLAY 'CVTCMP8 PERIODS WRITTEN   ' WS-WRITTEN-PERIODS.
           IF WS-READ-COUNT NOT = WS-WRITTEN-COUNT
                   OR WS-READ-PERIODS NOT = WS-WRITTEN-PERIODS
               DISPLAY 'CVTCMP8 CONVERSION INCOMPLETE - DO NOT RENAME'
           END-IF.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT OLD-FLAG-FILE.
           IF WS-OLD-FLAG-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open CMPDFLAG, status='
                   WS-OLD-FLAG-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               OPEN OUTPUT NEW-FLAG-FILE
               IF WS-NEW-FLAG-STATUS NOT = '00'
                   DISPLAY 'ERROR: cannot open CMPDFLAG.NEW, status='
                       WS-NEW-FLAG-STATUS
                   MOVE 'Y' TO WS-EOF-SWITCH
               END-IF
           END-IF.

       CONVERT-FLAGS.
           READ OLD-FLAG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   ADD OLD-CMPD-PERIODS TO WS-READ-PERIODS
                   MOVE OLD-CMPD-SID     TO NEW-CMPD-SID
                   MOVE OLD-CMPD-PERIODS TO NEW-CMPD-PERIODS
                   WRITE NEW-FLAG-REC
                   IF WS-NEW-FLAG-STATUS = '00'
                       ADD 1 TO WS-WRITTEN-COUNT
                       ADD NEW-CMPD-PERIODS TO WS-WRITTEN-PERIODS
                   ELSE
                       DISPLAY 'ERROR: CMPDFLAG.NEW write, status='
                           WS-NEW-FLAG-STATUS
                   END-IF
           END-READ.

       CLOSE-FILES.
           CLOSE OLD-FLAG-FILE.
           CLOSE NEW-FLAG-FILE.
