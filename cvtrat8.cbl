       IDENTIFICATION DIVISION.
       PROGRAM-ID. cvtrat8.

      *> One-time conversion of the rate table to eight-digit band
      *> limits.  Reads the existing RATETAB in the four-digit layout
      *> and writes RATETAB.NEW in the same order with each band limit
      *> zero-filled to eight digits.  A band that ran to the old
      *> ceiling of 9999 is extended to 99999999, so every generation
      *> still covers the whole SID range end to end as RATEMNT
      *> requires and the new SIDs above 9999 price at the top band's
      *> rate until finance loads a new generation.  Operations
      *> rename RATETAB.NEW over RATETAB once the displayed counts and
      *> rate totals agree.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-RATE-FILE ASSIGN TO "RATETAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-RATE-STATUS.
           SELECT NEW-RATE-FILE ASSIGN TO "RATETAB.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-RATE-FILE.
       01  OLD-RATE-REC.
           05 OLD-LOW-SID          PIC 9(4).
           05 OLD-HIGH-SID         PIC 9(4).
           05 OLD-RATE             PIC 9(3)V9(4).
           05 OLD-EFF-DATE         PIC 9(8).

       FD  NEW-RATE-FILE.
       COPY ratetab.

       WORKING-STORAGE SECTION.
       01 WS-OLD-RATE-STATUS       PIC XX VALUE '00'.
       01 WS-NEW-RATE-STATUS       PIC XX VALUE '00'.
       01 WS-EOF-SWITCH            PIC X VALUE 'N'.
       01 WS-READ-COUNT            PIC 9(8) VALUE ZERO.
       01 WS-WRITTEN-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-EXTENDED-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-READ-RATE-TOTAL       PIC 9(7)V9(4) VALUE ZERO.
       01 WS-WRITTEN-RATE-TOTAL    PIC 9(7)V9(4) VALUE ZERO.
       01 WS-DISPLAY-RATE-TOTAL    PIC 9(7).9(4).

       PROCEDURE DIVISION.
       MAIN-ENTRY.
           PERFORM OPEN-FILES.
           PERFORM CONVERT-RATES UNTIL WS-EOF-SWITCH = 'Y'.
           PERFORM CLOSE-FILES.
           DISPLAY 'CVTRAT8 RECORDS READ      ' WS-READ-COUNT.
           DISPLAY 'CVTRAT8 RECORDS WRITTEN   ' WS-WRITTEN-COUNT.
           DISPLAY 'CVTRAT8 TOP BANDS EXTENDED ' WS-EXTENDED-COUNT.
           MOVE WS-READ-RATE-TOTAL TO WS-DISPLAY-RATE-TOTAL.
           DISPLAY 'CVTRAT8 RATE TOTAL READ   ' WS-DISPLAY-RATE-TOTAL.
           MOVE WS-WRITTEN-RATE-TOTAL TO WS-DISPLAY-RATE-TOTAL.
           DISPLAY 'CVTRAT8 RATE TOTAL WRITTEN ' WS-DISPLAY-RATE-TOTAL.
           IF WS-READ-COUNT NOT = WS-WRITTEN-COUNT
                   OR WS-READ-RATE-TOTAL NOT = WS-WRITTEN-RATE-TOTAL
                   OR WS-READ-COUNT = ZERO
               DISPLAY 'CVTRAT8 CONVERSION INCOMPLETE - DO NOT RENAME'
           END-IF.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT OLD-RATE-FILE.
           IF WS-OLD-RATE-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open RATETAB, status='
                   WS-OLD-RATE-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               OPEN OUTPUT NEW-RATE-FILE
               IF WS-NEW-RATE-STATUS NOT = '00'
                   DISPLAY 'ERROR: cannot open RATETAB.NEW, status='
                       WS-NEW-RATE-STATUS
                   MOVE 'Y' TO WS-EOF-SWITCH
               END-IF
           END-IF.

       CONVERT-RATES.
           READ OLD-RATE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   ADD OLD-RATE TO WS-READ-RATE-TOTAL
                   MOVE OLD-LOW-SID  TO RT-LOW-SID
                   MOVE OLD-HIGH-SID TO RT-HIGH-SID
                   IF OLD-HIGH-SID = 9999
                       MOVE 99999999 TO RT-HIGH-SID
                       ADD 1 TO WS-EXTENDED-COUNT
                   END-IF
                   MOVE OLD-RATE     TO RT-RATE
                   MOVE OLD-EFF-DATE TO RT-EFF-DATE
                   WRITE RATE-TABLE-REC
                   IF WS-NEW-RATE-STATUS = '00'
                       ADD 1 TO WS-WRITTEN-COUNT
                       ADD RT-RATE TO WS-WRITTEN-RATE-TOTAL
                   ELSE
                       DISPLAY 'ERROR: RATETAB.NEW write, status='
                           WS-NEW-RATE-STATUS
                   END-IF
           END-READ.

       CLOSE-FILES.
           CLOSE OLD-RATE-FILE.
           CLOSE NEW-RATE-FILE.
