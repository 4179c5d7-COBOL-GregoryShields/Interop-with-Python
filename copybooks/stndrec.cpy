      *> STNDREC - standing instruction on the indexed STNDINST, keyed
      *> by SID and an instruction number unique within the SID.
      *> STNDMNT maintains it; STNDGEN writes a TRANFILE deposit or
      *> withdrawal of STI-AMOUNT for each active instruction due on
      *> the business date and rolls STI-NEXT-DUE-DATE forward by a
      *> week or a month.  STI-DUE-DAY keeps the day of the month a
      *> monthly instruction falls on, so one due on the 31st comes
      *> back to the 31st after a short month.  STI-END-DATE zero
      *> means open-ended; an instruction whose next due date passes
      *> its end date is marked ended.  STI-LAST-GEN-DATE is the
      *> business date the instruction last generated an entry for;
      *> a rerun for that date generates nothing.
       01  STANDING-INSTR-REC.
           05  STI-KEY.
               10  STI-SID         PIC 9(8).
               10  STI-INSTR-NO    PIC 9(3).
           05  STI-TYPE            PIC X.
               88  STI-DEPOSIT           VALUE 'D'.
               88  STI-WITHDRAWAL        VALUE 'W'.
           05  STI-AMOUNT          PIC 9(9)V99.
           05  STI-FREQUENCY       PIC X.
               88  STI-WEEKLY            VALUE 'W'.
               88  STI-MONTHLY           VALUE 'M'.
           05  STI-DUE-DAY         PIC 9(2).
           05  STI-NEXT-DUE-DATE   PIC 9(8).
           05  STI-END-DATE        PIC 9(8).
           05  STI-STATUS          PIC X.
               88  STI-ACTIVE            VALUE 'A'.
               88  STI-SUSPENDED         VALUE 'S'.
               88  STI-CANCELLED         VALUE 'C'.
               88  STI-ENDED             VALUE 'E'.
           05  STI-STATUS-DATE     PIC 9(8).
           05  STI-LAST-GEN-DATE   PIC 9(8).
           05  STI-GEN-COUNT       PIC 9(5).
