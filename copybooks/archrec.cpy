      *> answer "archived on date X with balance Y" for the seven
      *> years records retention requires.
       01  ARCHIVE-STUDENT-REC.
           05  ARC-SID             PIC 9(8).
           05  ARC-NAME            PIC A(15).
           05  ARC-BALANCE         PIC S9(9)V99   COMP-3.
           05  ARC-RATE            PIC S9(3)V9(4) COMP-3.
