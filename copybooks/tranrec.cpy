      *> TRANREC - daily posting transaction on TRANFILE, applied by
      *> POSTDLY.  D and W move the balance by TRN-AMOUNT; R reverses
      *> the earlier movement named by TRN-ORIG-KEY.  Entries keyed
      *> by hand leave TRN-STND-REF blank.  Entries STNDGEN writes
      *> from the standing-instruction master carry the instruction
      *> number and the due date they were generated for, so a
      *> rejection on TRANREJ traces back to the instruction and
      *> STNDGEN can tell an occurrence it has already written.
       01  TRAN-REC.
           05  TRN-SID             PIC 9(8).
           05  TRN-TYPE            PIC X.
               88  TRN-DEPOSIT           VALUE 'D'.
               88  TRN-WITHDRAWAL        VALUE 'W'.
               88  TRN-REVERSAL          VALUE 'R'.
           05  TRN-AMOUNT          PIC 9(9)V99.
           05  TRN-ORIG-KEY.
               10  TRN-ORIG-SID    PIC 9(8).
               10  TRN-ORIG-DATE   PIC 9(8).
               10  TRN-ORIG-SEQ    PIC 9(4).
           05  TRN-STND-REF.
               10  TRN-STND-INSTR-NO   PIC 9(3).
               10  TRN-STND-DUE-DATE   PIC 9(8).
