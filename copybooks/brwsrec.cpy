           05  BRWS-RETURNED       PIC 9(4).
           05  BRWS-MORE           PIC X.
           05  BRWS-ENTRY OCCURS 50 TIMES.
               10  BRWS-SID        PIC 9(8).
               10  BRWS-NAME       PIC A(15).
               10  BRWS-BALANCE    PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.
