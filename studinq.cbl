       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
       01  MASTER-STUDENT-REC.
           05 MST-SID              PIC 9(8).
           05 MST-NAME             PIC A(15).
           05 FILLER               PIC X(26).

       WORKING-STORAGE SECTION.
       01 WS-STUDENT-MASTER-STATUS PIC XX VALUE '00'.
