      *> again; SUSP-FIRST-DATE keeps the original reject date so
      *> SUSPAGE can age the record honestly.
       01  SUSPENSE-REC.
           05  SUSP-SID            PIC 9(8).
           05  SUSP-NAME           PIC A(15).
           05  SUSP-BALANCE        PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.
