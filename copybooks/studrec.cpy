      *> STUDREC - shared student record layout.
      *> INCLUDEd by CALLED and any other program (or Python caller)
      *> that passes a student record, so the layout lives in one place.
      *> SREC-STATUS is the account status STUDMNT maintains: active,
      *> frozen (a hold - no withdrawals, no interest priced or
      *> capitalized) or closed-pending (the only accounts PURGSTUD
      *> may archive).  A blank status reads as active.
      *> SREC-STATUS-DATE is the business date the status was set.
       01  STUDENT-REC.
           05  SID                 PIC 9(8).
           05  NAME                PIC A(15).
           05  SREC-BALANCE        PIC S9(9)V99   COMP-3.
           05  SREC-RATE           PIC S9(3)V9(4) COMP-3.
           05  INTEREST            PIC S9(7)V99   COMP-3.
           05  SREC-RETURN-CODE    PIC 9(2).
           05  SREC-STATUS         PIC X.
               88  SREC-ACTIVE           VALUE 'A' ' '.
               88  SREC-FROZEN           VALUE 'F'.
               88  SREC-CLOSED-PENDING   VALUE 'C'.
           05  SREC-STATUS-DATE    PIC 9(8).
