      *> post the good ones to the indexed master, with failures on
      *> IMPREJ carrying the reason.  Applied records write type M
      *> history, the same trail hand-keyed maintenance leaves.
      *> The H header's layout version says how to read the details:
      *> V02 carries the eight-digit SID, while a header with no
      *> version is a file cut before the SID was widened, whose
      *> four-digit SIDs are zero-filled on the way in; any other
      *> version rejects the whole file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FD  IMPORT-REJECT-FILE.
       01  IMPORT-REJECT-REC.
           05 IMPREJ-DETAIL        PIC X(44).
           05 FILLER               PIC X.
           05 IMPREJ-REASON        PIC X(24).
           05 FILLER               PIC X(11).

       FD  HISTORY-FILE.
       COPY histrec.
       01 WS-BEFORE-BALANCE        PIC S9(9)V99 VALUE ZERO.
       01 WS-IO-ERROR-SWITCH       PIC X VALUE 'N'.
       01 WS-REJECT-REASON         PIC X(24) VALUE SPACES.
       01 WS-LAYOUT-VERSION        PIC X(3) VALUE SPACES.
          88 WS-LAYOUT-CURRENT     VALUE 'V02'.
          88 WS-LAYOUT-FOUR-DIGIT  VALUE SPACES.
       01 WS-IMPORT-HEADER.
           05 FILLER               PIC X(2).
           05 IMPH-EXTRACT-DATE    PIC X(8).
           05 FILLER               PIC X.
           05 IMPH-SOURCE          PIC X(8).
           05 FILLER               PIC X.
           05 IMPH-LAYOUT          PIC X(3).
           05 FILLER               PIC X(57).
       01 WS-OLD-IMPORT-DETAIL.
           05 FILLER               PIC X(2).
           05 IMPO-ACTION          PIC X.
           05 FILLER               PIC X.
           05 IMPO-SID             PIC X(4).
           05 FILLER               PIC X.
           05 IMPO-NAME            PIC X(15).
           05 FILLER               PIC X.
           05 IMPO-BALANCE         PIC X(13).
           05 FILLER               PIC X(42).
       01 WS-IMPORT-DETAIL.
           05 FILLER               PIC X(2).
           05 IMPD-ACTION          PIC X.
              88 IMPD-ADD          VALUE 'A'.
              88 IMPD-CHANGE       VALUE 'C'.
           05 FILLER               PIC X.
           05 IMPD-SID             PIC X(8).
           05 IMPD-SID-PARTS REDEFINES IMPD-SID.
               10 IMPD-SID-PREFIX  PIC X(4).
               10 IMPD-SID-SUFFIX  PIC X(4).
           05 FILLER               PIC X.
           05 IMPD-NAME            PIC X(15).
           05 FILLER               PIC X.
               10 IMPD-BAL-WHOLE   PIC 9(9).
               10 FILLER           PIC X.
               10 IMPD-BAL-DEC     PIC 99.
           05 FILLER               PIC X(38).
       01 WS-IMPORT-TRAILER.
           05 FILLER               PIC X(2).
           05 IMPT-COUNT           PIC X(8).
                   EVALUATE TRUE
                       WHEN IMP-HEADER
                           MOVE 'Y' TO WS-HEADER-SEEN
                           PERFORM CHECK-LAYOUT-VERSION
                       WHEN IMP-DETAIL
                           ADD 1 TO WS-DETAIL-COUNT
                           IF WS-HEADER-SEEN = 'N'
                                   AND WS-FILE-REJECT-REASON = SPACES
                               MOVE 'DETAIL BEFORE HEADER'
                                   TO WS-FILE-REJECT-REASON
                           END-IF
                           PERFORM LOAD-IMPORT-DETAIL
                           PERFORM DECODE-DETAIL-BALANCE
                           ADD WS-DETAIL-BALANCE TO WS-BALANCE-HASH
                       WHEN IMP-TRAILER
                   END-EVALUATE
           END-READ.

       CHECK-LAYOUT-VERSION.
           MOVE IMPORT-REC TO WS-IMPORT-HEADER.
           MOVE IMPH-LAYOUT TO WS-LAYOUT-VERSION.
           IF NOT WS-LAYOUT-CURRENT AND NOT WS-LAYOUT-FOUR-DIGIT
                   AND WS-FILE-REJECT-REASON = SPACES
               MOVE 'UNKNOWN LAYOUT VERSION' TO WS-FILE-REJECT-REASON
           END-IF.

      *> Every detail is worked on in the current layout.  A
      *> four-digit file is shifted across field by field, its SID
      *> zero-filled to eight digits; a SID that is not numeric stays
      *> that way and fails the SID edit as it always did.
       LOAD-IMPORT-DETAIL.
           IF WS-LAYOUT-CURRENT
               MOVE IMPORT-REC TO WS-IMPORT-DETAIL
           ELSE
               MOVE IMPORT-REC   TO WS-OLD-IMPORT-DETAIL
               MOVE SPACES       TO WS-IMPORT-DETAIL
               MOVE IMPO-ACTION  TO IMPD-ACTION
               MOVE '0000'       TO IMPD-SID-PREFIX
               MOVE IMPO-SID     TO IMPD-SID-SUFFIX
               MOVE IMPO-NAME    TO IMPD-NAME
               MOVE IMPO-BALANCE TO IMPD-BALANCE
           END-IF.

      *> The balance travels as an edited +9(9).99 field; pick it
      *> apart rather than relying on a de-editing MOVE, the same way
      *> INTRPT decodes the report interest.  A balance that will not
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF IMP-DETAIL
                       PERFORM LOAD-IMPORT-DETAIL
                       PERFORM APPLY-ONE-DETAIL
                   END-IF
           END-READ.
               MOVE 'INVALID ACTION'      TO WS-REJECT-REASON
               PERFORM WRITE-IMPORT-REJECT
           ELSE
           IF IMPD-SID IS NOT NUMERIC OR IMPD-SID = '00000000'
               MOVE 'INVALID SID'         TO WS-REJECT-REASON
               PERFORM WRITE-IMPORT-REJECT
           ELSE
               MOVE ZERO              TO SREC-RATE
               MOVE ZERO              TO INTEREST
               MOVE ZERO              TO SREC-RETURN-CODE
               MOVE 'A'               TO SREC-STATUS
               MOVE WS-RUN-DATE       TO SREC-STATUS-DATE
               MOVE 'N' TO WS-IO-ERROR-SWITCH
               WRITE STUDENT-REC
                   INVALID KEY
           MOVE 1                  TO HIST-SEQ.
           MOVE 'M'                TO HIST-TYPE.
           MOVE IMPD-ACTION        TO HIST-ACTION.
           MOVE SPACES             TO HIST-REVERSED-KEY.
           MOVE WS-BEFORE-BALANCE  TO HIST-BEFORE-BALANCE.
           COMPUTE HIST-AMOUNT =
               WS-DETAIL-BALANCE - WS-BEFORE-BALANCE.
