      *> zero restored, 60 not on the archive, 61 the SID is already
      *> active on the master, 62 the archive or master could not be
      *> updated.  Both directions leave an image on AUDITLOG.
      *> Only closed-pending accounts are ever archived, so an
      *> inquiry hit reads as closed-pending since the purge date; a
      *> restored account comes back active as of the DATECTL
      *> business date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT DATE-CONTROL-FILE ASSIGN TO "DATECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATE-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  STUDENT-MASTER-FILE.
       01  MASTER-STUDENT-REC.
           05 MST-SID              PIC 9(8).
           05 FILLER               PIC X(41).

       FD  AUDIT-FILE.
       01  AUDIT-REC PIC X(80).

       FD  DATE-CONTROL-FILE.
       01  DATE-CONTROL-IO-REC PIC X(111).

       WORKING-STORAGE SECTION.
       01 WS-ARCHIVE-STATUS        PIC XX VALUE '00'.
       01 WS-STUDENT-MASTER-STATUS PIC XX VALUE '00'.
       01 WS-AUDIT-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-DATE-CONTROL-STATUS   PIC XX VALUE '00'.
       COPY datectl.
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-ARCHIVE-OPENED        PIC X VALUE 'N'.
       01 WS-ARCHIVE-UPDATABLE     PIC X VALUE 'N'.
       01 WS-RESTORE-OK            PIC X VALUE 'N'.
       01 WS-QUERY-SID             PIC 9(8) VALUE ZERO.
       01 WS-ARCHIVE-AUDIT-LINE.
           05 WS-AAUD-DATE         PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-AAUD-TAG          PIC X(4).
           05 WS-AAUD-ACTION       PIC X.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-AAUD-SID          PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-AAUD-NAME         PIC A(15).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-AAUD-BALANCE      PIC -9(9).99.
           05 FILLER               PIC X(17) VALUE SPACES.

       LINKAGE SECTION.
       COPY studrec.
                   MOVE ARC-RATE        TO SREC-RATE
                   MOVE ARC-INTEREST    TO INTEREST
                   MOVE ZERO            TO SREC-RETURN-CODE
                   MOVE 'C'             TO SREC-STATUS
                   MOVE ARC-PURGE-DATE  TO SREC-STATUS-DATE
                   MOVE ARC-PURGE-DATE  TO LK-ARC-PURGE-DATE
                   MOVE ARC-LAST-ACTIVITY
                                        TO LK-ARC-LAST-ACTIVITY
               MOVE ARC-RATE        TO SREC-RATE
               MOVE ARC-INTEREST    TO INTEREST
               MOVE ZERO            TO SREC-RETURN-CODE
               PERFORM GET-BUSINESS-DATE
               MOVE 'A'             TO SREC-STATUS
               MOVE WS-RUN-DATE     TO SREC-STATUS-DATE
               MOVE 'N' TO WS-RESTORE-OK
               MOVE STUDENT-REC TO MASTER-STUDENT-REC
               WRITE MASTER-STUDENT-REC
               END-IF
           END-IF.

      *> The business date comes from the DATECTL control record;
      *> without the control file the system date applies.
       GET-BUSINESS-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT DATE-CONTROL-FILE.
           IF WS-DATE-CONTROL-STATUS = '00'
               READ DATE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DATE-CONTROL-IO-REC TO DATE-CONTROL-REC
                       IF DCTL-BUSINESS-DATE IS NUMERIC
                           MOVE DCTL-BUSINESS-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE DATE-CONTROL-FILE
           END-IF.

       WRITE-RESTORE-AUDIT.
           ACCEPT WS-AAUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AAUD-TIME FROM TIME.
