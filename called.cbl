           05 FILLER              PIC X VALUE SPACE.
           05 WS-AUDIT-TIME       PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-AUDIT-SID        PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-AUDIT-NAME       PIC A(15).
           05 FILLER              PIC X VALUE SPACE.
       01 WS-RUN-DATE             PIC 9(8) VALUE ZERO.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 50 TIMES INDEXED BY RT-IDX.
               10 WS-RT-LOW      PIC 9(8).
               10 WS-RT-HIGH     PIC 9(8).
               10 WS-RT-RATE     PIC 9(3)V9(4).
               10 WS-RT-EFF      PIC 9(8).
       01 WS-RATE-FOUND           PIC X VALUE 'N'.
