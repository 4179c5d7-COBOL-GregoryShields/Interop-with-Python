
       FD  STREAM-FILE.
       01  STREAM-STUDENT-REC.
           05 STRM-SID             PIC 9(8).
           05 FILLER               PIC X(41).

       FD  RATE-TABLE-FILE.
       COPY ratetab.
       01 WS-RATE-TABLE-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-BAND-TABLE.
           05 WS-BAND-ENTRY OCCURS 9 TIMES INDEXED BY BAND-IDX.
               10 WS-BAND-LOW      PIC 9(8).
               10 WS-BAND-HIGH     PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-ENTRY.
