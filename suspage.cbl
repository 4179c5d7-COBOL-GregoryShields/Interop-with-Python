      *> record ends the run with return code 8 so the scheduler can
      *> alert the supervisor.  Interest never computed is money
      *> misstated - suspense must not be invisible.
      *> A SUSPENSE AGING line on AUDITLOG records the business date,
      *> the records aged, the escalated count and the threshold for
      *> the daily control report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AGE-REPORT-FILE ASSIGN TO "AGERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT DATE-CONTROL-FILE ASSIGN TO "DATECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATE-CONTROL-STATUS.
       FD  AGE-REPORT-FILE.
       01  AGE-REPORT-REC PIC X(80).

       FD  AUDIT-FILE.
       01  AUDIT-REC PIC X(80).

       FD  DATE-CONTROL-FILE.
       01  DATE-CONTROL-IO-REC PIC X(111).

       WORKING-STORAGE SECTION.
       01 WS-SUSPENSE-IN-STATUS    PIC XX VALUE '00'.
       01 WS-REPORT-STATUS         PIC XX VALUE '00'.
       01 WS-AUDIT-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-DATE-CONTROL-STATUS   PIC XX VALUE '00'.
       COPY datectl.
       01 WS-RETURN-CODE           PIC 9(2) VALUE ZERO.
           05 WS-HDG-PAGE          PIC ZZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
       01 WS-COLUMN-HEADING        PIC X(80) VALUE
           'SID      NAME            RC REASON               FIRST SUSP
      -    '   DAYS'.
       01 WS-DETAIL-LINE.
           05 WS-DTL-SID           PIC 9(8).
           05 FILLER               PIC XX VALUE SPACES.
           05 WS-DTL-NAME          PIC A(15).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-DTL-DAYS          PIC Z(4)9.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-DTL-FLAG          PIC X(12).
       01 WS-MATRIX-HEADING        PIC X(80) VALUE
           'AGED SUSPENSE BY RETURN CODE     0-7     8-14    15-30
      -    '  31+'.
           05 WS-ESC-THRESHOLD     PIC Z(3)9.
           05 FILLER               PIC X(5) VALUE ' DAYS'.
           05 FILLER               PIC X(24) VALUE SPACES.
       01 WS-AGING-AUDIT-LINE.
           05 FILLER               PIC X(20)
               VALUE 'SUSPENSE AGING '.
           05 WS-GAUD-DATE         PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-GAUD-READ         PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-GAUD-ESCALATED    PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-GAUD-THRESHOLD    PIC 9(4).
           05 FILLER               PIC X(29) VALUE SPACES.
       01 WS-BLANK-LINE            PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
           PERFORM AGE-SUSPENSE-RECORDS UNTIL WS-EOF-SWITCH = 'Y'.
           PERFORM PRINT-AGE-SUMMARY.
           PERFORM CLOSE-FILES.
           IF WS-RETURN-CODE < 12
               PERFORM WRITE-AGING-AUDIT
           END-IF.
           DISPLAY 'SUSPAGE RECORDS READ      ' WS-READ-COUNT.
           DISPLAY 'SUSPAGE RECORDS ESCALATED ' WS-ESCALATED-COUNT.
           IF WS-ESCALATED-COUNT > ZERO AND WS-RETURN-CODE < 8
           MOVE WS-MATRIX-LINE TO AGE-REPORT-REC.
           WRITE AGE-REPORT-REC.

       WRITE-AGING-AUDIT.
           MOVE WS-RUN-DATE        TO WS-GAUD-DATE.
           MOVE WS-READ-COUNT      TO WS-GAUD-READ.
           MOVE WS-ESCALATED-COUNT TO WS-GAUD-ESCALATED.
           MOVE WS-THRESHOLD-DAYS  TO WS-GAUD-THRESHOLD.
           MOVE WS-AGING-AUDIT-LINE TO AUDIT-REC.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.

       CLOSE-FILES.
           CLOSE SUSPENSE-IN-FILE.
           CLOSE AGE-REPORT-FILE.
