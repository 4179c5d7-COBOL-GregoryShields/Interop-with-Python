      *> ACCRREC - daily interest accrual record on the indexed
      *> ACCRFILE, one row per SID.  ACCRDLY adds each business day's
      *> interest on the end-of-day balance into ACR-ACCRUED and
      *> counts the days; CAPINT capitalizes the accrued amount at
      *> month end and takes it back out, leaving only the part below
      *> a cent to carry into the next month.  The accrued amount is
      *> held to six places so small balances still build up; it is
      *> rounded to the cent only when listed or capitalized.
       01  ACCRUAL-REC.
           05  ACR-SID             PIC 9(8).
           05  ACR-ACCRUED         PIC S9(7)V9(6)
                                   SIGN IS LEADING SEPARATE.
           05  ACR-DAYS-ACCRUED    PIC 9(4).
           05  ACR-LAST-DATE       PIC 9(8).
