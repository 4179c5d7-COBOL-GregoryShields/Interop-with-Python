
       FD  NEW-MASTER-FILE.
       01  NEW-STUDENT-REC.
           05 NEW-SID              PIC 9(8).
           05 FILLER               PIC X(41).

       WORKING-STORAGE SECTION.
       01 WS-OLD-MASTER-RRN        PIC 9(8) VALUE ZERO.
