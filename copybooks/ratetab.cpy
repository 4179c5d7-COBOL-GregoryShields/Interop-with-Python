      *> with the latest RT-EFF-DATE on or before that date, so a new
      *> generation can be loaded ahead of the date it takes effect.
       01  RATE-TABLE-REC.
           05  RT-LOW-SID   PIC 9(8).
           05  RT-HIGH-SID  PIC 9(8).
           05  RT-RATE      PIC 9(3)V9(4).
           05  RT-EFF-DATE  PIC 9(8).
