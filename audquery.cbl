      *> copied verbatim to AUDEXTR, so a request like "every
      *> calculation for student 0123 in July" is one call.  CALLED
      *> lines carry the entry point and return code; maintenance and
      *> posting lines carry their SID at the positions STUDMNT,
      *> STNDMNT and POSTDLY write them, and each is checked.  Lines
      *> logged before SIDs went to eight digits carry a four-digit
      *> SID at the same position and still match a SID below 10000.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-READ-COUNT            PIC 9(8) VALUE ZERO.
       01 WS-MATCHED-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-TO-DATE-LIMIT         PIC 9(8) VALUE ZERO.
       01 WS-QUERY-SID             PIC 9(8) VALUE ZERO.
       01 WS-QUERY-SID-X REDEFINES WS-QUERY-SID.
           05 WS-QUERY-SID-HIGH    PIC X(4).
           05 WS-QUERY-SID-LOW     PIC X(4).
       01 WS-LINE-SID              PIC X(8) VALUE SPACES.
       01 WS-SID-POS               PIC 9(2) VALUE ZERO.
       01 WS-SID-MATCH             PIC X VALUE 'N'.

       LINKAGE SECTION.
       01 LK-QUERY-SID             PIC 9(8).
       01 LK-FROM-DATE             PIC 9(8).
       01 LK-TO-DATE               PIC 9(8).


      *> The SID sits at column 19 on CALLED calculation lines, at
      *> column 25 on POSTDLY posting lines (after the PST-x tag) and
      *> at column 32 on STUDMNT and STNDMNT maintenance lines (after
      *> the MNT-x or STI-x tag and image marker).
       MATCH-SID.
           IF WS-QUERY-SID = ZERO
               MOVE 'Y' TO WS-SID-MATCH
               MOVE WS-QUERY-SID TO WS-LINE-SID
               EVALUATE TRUE
                   WHEN AUD-IN-TAG = 'PST-'
                       MOVE 25 TO WS-SID-POS
                   WHEN AUD-IN-TAG = 'MNT-'
                   WHEN AUD-IN-TAG = 'STI-'
                       MOVE 32 TO WS-SID-POS
                   WHEN OTHER
                       MOVE 19 TO WS-SID-POS
               END-EVALUATE
               PERFORM MATCH-SID-AT-POSITION
           END-IF.

      *> A four-digit SID on an older line is followed by the space
      *> that separated it from the name; an eight-digit SID never
      *> has a space in its fifth position, so the two cannot be
      *> confused.
       MATCH-SID-AT-POSITION.
           IF AUDIT-IN-REC(WS-SID-POS:8) = WS-LINE-SID
               MOVE 'Y' TO WS-SID-MATCH
           ELSE
           IF WS-QUERY-SID-HIGH = '0000'
                   AND AUDIT-IN-REC(WS-SID-POS:4) = WS-QUERY-SID-LOW
                   AND AUDIT-IN-REC(WS-SID-POS + 4:1) = SPACE
               MOVE 'Y' TO WS-SID-MATCH
           END-IF
           END-IF.

       CLOSE-FILES.
