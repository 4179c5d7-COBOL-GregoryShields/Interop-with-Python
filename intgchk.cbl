       IDENTIFICATION DIVISION.
       PROGRAM-ID. intgchk.

      *> Weekly cross-file integrity check.  Each daily program only
      *> edits its own input, so this job checks the files against
      *> one another and lists every exception on INTGRPT under one
      *> of six categories:
      *>   BOTH MASTERS  SID on STUDMAST and on STUDARCH
      *>   ORPHAN HIST   HISTFILE entries for a SID on neither master
      *>   BAL MISMATCH  last HIST-AFTER-BALANCE for a SID differs from
      *>                 the student's current SREC-BALANCE
      *>   SUSP CLEAN    SUSPFILE record for a SID that CALLED would
      *>                 now accept from the master (SID, name and a
      *>                 covering rate all present)
      *>   CMPD ORPHAN   CMPDFLAG entry for a SID no longer on STUDMAST
      *>   NO RATE       live SID with no RATETAB row in force on the
      *>                 DATECTL business date
      *> The report ends with the count per category.  Nothing is
      *> corrected here - the listing is the work queue.  Return code
      *> 8 when any category has exceptions, 12 when STUDMAST or
      *> HISTFILE cannot be opened.  STUDARCH, SUSPFILE and CMPDFLAG
      *> are optional; a missing one simply has nothing to check.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SID
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.
           SELECT ARCHIVE-MASTER-FILE ASSIGN TO "STUDARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-SID
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT COMPOUND-FLAG-FILE ASSIGN TO "CMPDFLAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPOUND-FLAG-STATUS.
           SELECT RATE-TABLE-FILE ASSIGN TO "RATETAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT DATE-CONTROL-FILE ASSIGN TO "DATECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATE-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
       COPY studrec.

       FD  ARCHIVE-MASTER-FILE.
       COPY archrec.

       FD  HISTORY-FILE.
       COPY histrec.

       FD  SUSPENSE-FILE.
       COPY susprec.

       FD  COMPOUND-FLAG-FILE.
       01  COMPOUND-FLAG-REC.
           05 CMPD-SID             PIC 9(8).
           05 CMPD-PERIODS         PIC 9(4).

       FD  RATE-TABLE-FILE.
       COPY ratetab.

       FD  INTEGRITY-REPORT-FILE.
       01  INTEGRITY-REPORT-REC PIC X(80).

       FD  AUDIT-FILE.
       01  AUDIT-REC PIC X(80).

       FD  DATE-CONTROL-FILE.
       01  DATE-CONTROL-IO-REC PIC X(111).

       WORKING-STORAGE SECTION.
       01 WS-STUDENT-MASTER-STATUS PIC XX VALUE '00'.
       01 WS-ARCHIVE-STATUS        PIC XX VALUE '00'.
       01 WS-HISTORY-STATUS        PIC XX VALUE '00'.
       01 WS-SUSPENSE-STATUS       PIC XX VALUE '00'.
       01 WS-COMPOUND-FLAG-STATUS  PIC XX VALUE '00'.
       01 WS-RATE-FILE-STATUS      PIC XX VALUE '00'.
       01 WS-REPORT-STATUS         PIC XX VALUE '00'.
       01 WS-AUDIT-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-DATE-CONTROL-STATUS   PIC XX VALUE '00'.
       COPY datectl.
       01 WS-ARCHIVE-OPEN          PIC X VALUE 'N'.
       01 WS-OPEN-ERROR-SWITCH     PIC X VALUE 'N'.
       01 WS-EOF-SWITCH            PIC X VALUE 'N'.
       01 WS-RETURN-CODE           PIC 9(2) VALUE ZERO.
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-ON-MASTER             PIC X VALUE 'N'.
       01 WS-ON-ARCHIVE            PIC X VALUE 'N'.
       01 WS-CHECK-SID             PIC 9(8) VALUE ZERO.
       01 WS-RATE-TABLE-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 50 TIMES INDEXED BY RT-IDX.
               10 WS-RT-LOW        PIC 9(8).
               10 WS-RT-HIGH       PIC 9(8).
       01 WS-RATE-FOUND            PIC X VALUE 'N'.
       01 WS-HIST-SID              PIC 9(8) VALUE ZERO.
       01 WS-HIST-SID-ACTIVE       PIC X VALUE 'N'.
       01 WS-HIST-SID-ENTRIES      PIC 9(8) VALUE ZERO.
       01 WS-HIST-LAST-BALANCE     PIC S9(9)V99 VALUE ZERO.
       01 WS-MASTER-READ           PIC 9(8) VALUE ZERO.
       01 WS-HISTORY-READ          PIC 9(8) VALUE ZERO.
       01 WS-SUSPENSE-READ         PIC 9(8) VALUE ZERO.
       01 WS-COMPOUND-READ         PIC 9(8) VALUE ZERO.
       01 WS-BOTH-MASTERS-COUNT    PIC 9(8) VALUE ZERO.
       01 WS-ORPHAN-HIST-COUNT     PIC 9(8) VALUE ZERO.
       01 WS-BAL-MISMATCH-COUNT    PIC 9(8) VALUE ZERO.
       01 WS-SUSP-CLEAN-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-CMPD-ORPHAN-COUNT     PIC 9(8) VALUE ZERO.
       01 WS-NO-RATE-COUNT         PIC 9(8) VALUE ZERO.
       01 WS-EXCEPTION-TOTAL       PIC 9(8) VALUE ZERO.
       01 WS-INTG-HEADING.
           05 FILLER               PIC X(31)
               VALUE 'CROSS-FILE INTEGRITY CHECK     '.
           05 FILLER               PIC X(10) VALUE ' RUN DATE '.
           05 WS-INTH-DATE         PIC 9999/99/99.
           05 FILLER               PIC X(29) VALUE SPACES.
       01 WS-INTG-COLUMN-HEADING.
           05 FILLER               PIC X(40) VALUE
               'CATEGORY      SID       DETAIL'.
           05 FILLER               PIC X(40) VALUE
               '            AMOUNT 1      AMOUNT 2'.
       01 WS-EXCEPTION-LINE.
           05 WS-EXC-CATEGORY      PIC X(14).
           05 WS-EXC-SID           PIC 9(8).
           05 FILLER               PIC X(2).
           05 WS-EXC-DETAIL        PIC X(26).
           05 WS-EXC-AMOUNT-1      PIC -9(9).99.
           05 FILLER               PIC X.
           05 WS-EXC-AMOUNT-2      PIC -9(9).99.
           05 FILLER               PIC X(3).
       01 WS-EXC-ENTRIES-DETAIL.
           05 WS-EXCE-COUNT        PIC Z(7)9.
           05 FILLER               PIC X(18) VALUE ' HISTORY ENTRIES'.
       01 WS-INTG-COUNT-LINE.
           05 WS-INTC-LABEL        PIC X(40).
           05 WS-INTC-COUNT        PIC Z(7)9.
           05 FILLER               PIC X(32) VALUE SPACES.
       01 WS-INTG-AUDIT-LINE.
           05 FILLER               PIC X(20)
               VALUE 'INTEGRITY CHECK '.
           05 WS-IAUD-DATE         PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-IAUD-TOTAL        PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-IAUD-RESULT       PIC X(10).
           05 FILLER               PIC X(32) VALUE SPACES.
       01 WS-BLANK-LINE            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-ENTRY.
           PERFORM GET-BUSINESS-DATE.
           PERFORM OPEN-FILES.
           IF WS-OPEN-ERROR-SWITCH = 'Y'
               MOVE 12 TO WS-RETURN-CODE
           ELSE
               PERFORM LOAD-RATE-TABLE
               PERFORM WRITE-INTG-HEADING
               PERFORM CHECK-MASTER UNTIL WS-EOF-SWITCH = 'Y'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM CHECK-HISTORY UNTIL WS-EOF-SWITCH = 'Y'
               IF WS-HIST-SID-ACTIVE = 'Y'
                   PERFORM FINISH-HISTORY-SID
               END-IF
               PERFORM CHECK-SUSPENSE-FILE
               PERFORM CHECK-COMPOUND-FLAGS
               PERFORM PRINT-CATEGORY-COUNTS
               PERFORM CLOSE-FILES
               PERFORM WRITE-INTG-AUDIT
               IF WS-EXCEPTION-TOTAL > ZERO
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF.
           DISPLAY 'INTGCHK MASTER RECORDS    ' WS-MASTER-READ.
           DISPLAY 'INTGCHK HISTORY RECORDS   ' WS-HISTORY-READ.
           DISPLAY 'INTGCHK BOTH MASTERS      ' WS-BOTH-MASTERS-COUNT.
           DISPLAY 'INTGCHK ORPHAN HISTORY    ' WS-ORPHAN-HIST-COUNT.
           DISPLAY 'INTGCHK BALANCE MISMATCH  ' WS-BAL-MISMATCH-COUNT.
           DISPLAY 'INTGCHK SUSPENSE CLEAN    ' WS-SUSP-CLEAN-COUNT.
           DISPLAY 'INTGCHK CMPDFLAG ORPHAN   ' WS-CMPD-ORPHAN-COUNT.
           DISPLAY 'INTGCHK NO RATE IN FORCE  ' WS-NO-RATE-COUNT.
           DISPLAY 'INTGCHK TOTAL EXCEPTIONS  ' WS-EXCEPTION-TOTAL.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

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

       OPEN-FILES.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-STUDENT-MASTER-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open STUDMAST, status='
                   WS-STUDENT-MASTER-STATUS
               MOVE 'Y' TO WS-OPEN-ERROR-SWITCH
           ELSE
               OPEN INPUT HISTORY-FILE
               IF WS-HISTORY-STATUS NOT = '00'
                   DISPLAY 'ERROR: cannot open HISTFILE, status='
                       WS-HISTORY-STATUS
                   MOVE 'Y' TO WS-OPEN-ERROR-SWITCH
                   CLOSE STUDENT-MASTER-FILE
               ELSE
                   OPEN INPUT ARCHIVE-MASTER-FILE
                   IF WS-ARCHIVE-STATUS = '00'
                       MOVE 'Y' TO WS-ARCHIVE-OPEN
                   ELSE
                       DISPLAY 'WARNING: cannot open STUDARCH, status='
                           WS-ARCHIVE-STATUS ' - archive not checked'
                   END-IF
                   OPEN OUTPUT INTEGRITY-REPORT-FILE
               END-IF
           END-IF.

      *> Only the SID ranges matter here.  Rows dated after the
      *> business date are a future generation and are left out,
      *> exactly as CALLED loads the table.
       LOAD-RATE-TABLE.
           OPEN INPUT RATE-TABLE-FILE.
           IF WS-RATE-FILE-STATUS = '00'
               PERFORM UNTIL WS-RATE-FILE-STATUS NOT = '00'
                       OR WS-RATE-TABLE-COUNT >= 50
                   READ RATE-TABLE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RT-EFF-DATE IS NOT NUMERIC
                               MOVE ZERO TO RT-EFF-DATE
                           END-IF
                           IF RT-EFF-DATE <= WS-RUN-DATE
                               ADD 1 TO WS-RATE-TABLE-COUNT
                               MOVE RT-LOW-SID TO
                                   WS-RT-LOW(WS-RATE-TABLE-COUNT)
                               MOVE RT-HIGH-SID TO
                                   WS-RT-HIGH(WS-RATE-TABLE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-TABLE-FILE
           ELSE
               DISPLAY 'WARNING: cannot open RATETAB, status='
                   WS-RATE-FILE-STATUS ' - no SID has a rate'
           END-IF.

       FIND-RATE-FOR-SID.
           MOVE 'N' TO WS-RATE-FOUND.
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > WS-RATE-TABLE-COUNT
                      OR WS-RATE-FOUND = 'Y'
               IF WS-CHECK-SID >= WS-RT-LOW(RT-IDX)
                       AND WS-CHECK-SID <= WS-RT-HIGH(RT-IDX)
                   MOVE 'Y' TO WS-RATE-FOUND
               END-IF
           END-PERFORM.

       WRITE-INTG-HEADING.
           MOVE WS-RUN-DATE TO WS-INTH-DATE.
           MOVE WS-INTG-HEADING TO INTEGRITY-REPORT-REC.
           WRITE INTEGRITY-REPORT-REC.
           MOVE WS-BLANK-LINE TO INTEGRITY-REPORT-REC.
           WRITE INTEGRITY-REPORT-REC.
           MOVE WS-INTG-COLUMN-HEADING TO INTEGRITY-REPORT-REC.
           WRITE INTEGRITY-REPORT-REC.

      *> Pass 1 - every live student must be off the archive and
      *> covered by the rate table in force.
       CHECK-MASTER.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-MASTER-READ
                   PERFORM CHECK-ONE-STUDENT
           END-READ.

       CHECK-ONE-STUDENT.
           IF WS-ARCHIVE-OPEN = 'Y'
               MOVE SID TO ARC-SID
               READ ARCHIVE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-BOTH-MASTERS-COUNT
                       MOVE SPACES TO WS-EXCEPTION-LINE
                       MOVE 'BOTH MASTERS' TO WS-EXC-CATEGORY
                       MOVE SID TO WS-EXC-SID
                       MOVE 'LIVE BAL / ARCHIVED BAL' TO WS-EXC-DETAIL
                       MOVE SREC-BALANCE TO WS-EXC-AMOUNT-1
                       MOVE ARC-BALANCE TO WS-EXC-AMOUNT-2
                       PERFORM WRITE-EXCEPTION-LINE
               END-READ
           END-IF.
           MOVE SID TO WS-CHECK-SID.
           PERFORM FIND-RATE-FOR-SID.
           IF WS-RATE-FOUND = 'N'
               ADD 1 TO WS-NO-RATE-COUNT
               MOVE SPACES TO WS-EXCEPTION-LINE
               MOVE 'NO RATE' TO WS-EXC-CATEGORY
               MOVE SID TO WS-EXC-SID
               MOVE 'NO RATETAB BAND IN FORCE' TO WS-EXC-DETAIL
               MOVE SREC-BALANCE TO WS-EXC-AMOUNT-1
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

      *> Pass 2 - HISTFILE in key order, one SID at a time.  The last
      *> entry read for a SID is its latest movement.
       CHECK-HISTORY.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ
                   IF WS-HIST-SID-ACTIVE = 'Y'
                           AND HIST-SID NOT = WS-HIST-SID
                       PERFORM FINISH-HISTORY-SID
                   END-IF
                   IF WS-HIST-SID-ACTIVE = 'N'
                       MOVE 'Y' TO WS-HIST-SID-ACTIVE
                       MOVE HIST-SID TO WS-HIST-SID
                       MOVE ZERO TO WS-HIST-SID-ENTRIES
                   END-IF
                   ADD 1 TO WS-HIST-SID-ENTRIES
                   MOVE HIST-AFTER-BALANCE TO WS-HIST-LAST-BALANCE
           END-READ.

       FINISH-HISTORY-SID.
           MOVE 'N' TO WS-HIST-SID-ACTIVE.
           MOVE WS-HIST-SID TO WS-CHECK-SID.
           PERFORM LOOK-UP-MASTERS.
           IF WS-ON-MASTER = 'Y'
               IF WS-HIST-LAST-BALANCE NOT = SREC-BALANCE
                   ADD 1 TO WS-BAL-MISMATCH-COUNT
                   MOVE SPACES TO WS-EXCEPTION-LINE
                   MOVE 'BAL MISMATCH' TO WS-EXC-CATEGORY
                   MOVE WS-HIST-SID TO WS-EXC-SID
                   MOVE 'LAST HISTORY / MASTER BAL' TO WS-EXC-DETAIL
                   MOVE WS-HIST-LAST-BALANCE TO WS-EXC-AMOUNT-1
                   MOVE SREC-BALANCE TO WS-EXC-AMOUNT-2
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           ELSE
           IF WS-ON-ARCHIVE = 'N'
               ADD WS-HIST-SID-ENTRIES TO WS-ORPHAN-HIST-COUNT
               MOVE SPACES TO WS-EXCEPTION-LINE
               MOVE 'ORPHAN HIST' TO WS-EXC-CATEGORY
               MOVE WS-HIST-SID TO WS-EXC-SID
               MOVE WS-HIST-SID-ENTRIES TO WS-EXCE-COUNT
               MOVE WS-EXC-ENTRIES-DETAIL TO WS-EXC-DETAIL
               MOVE WS-HIST-LAST-BALANCE TO WS-EXC-AMOUNT-1
               PERFORM WRITE-EXCEPTION-LINE
           END-IF
           END-IF.

       LOOK-UP-MASTERS.
           MOVE 'N' TO WS-ON-MASTER.
           MOVE 'N' TO WS-ON-ARCHIVE.
           MOVE WS-CHECK-SID TO SID.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ON-MASTER
           END-READ.
           IF WS-ON-MASTER = 'N' AND WS-ARCHIVE-OPEN = 'Y'
               MOVE WS-CHECK-SID TO ARC-SID
               READ ARCHIVE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ON-ARCHIVE
               END-READ
           END-IF.

      *> Pass 3 - a suspense record is stale when the master now
      *> carries what CALLED checks for: a numeric non-zero SID, a
      *> name and a covering rate.  SUSPPROC would clear it.
       CHECK-SUSPENSE-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = '00'
               DISPLAY 'WARNING: cannot open SUSPFILE, status='
                   WS-SUSPENSE-STATUS ' - suspense not checked'
           ELSE
               PERFORM CHECK-SUSPENSE UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE SUSPENSE-FILE
           END-IF.

       CHECK-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-SUSPENSE-READ
                   IF SUSP-SID IS NUMERIC AND SUSP-SID NOT = ZERO
                       PERFORM CHECK-ONE-SUSPENSE
                   END-IF
           END-READ.

       CHECK-ONE-SUSPENSE.
           MOVE SUSP-SID TO WS-CHECK-SID.
           PERFORM LOOK-UP-MASTERS.
           IF WS-ON-MASTER = 'Y'
                   AND NAME NOT = SPACES
                   AND NAME NOT = LOW-VALUES
               PERFORM FIND-RATE-FOR-SID
               IF WS-RATE-FOUND = 'Y'
                   ADD 1 TO WS-SUSP-CLEAN-COUNT
                   MOVE SPACES TO WS-EXCEPTION-LINE
                   MOVE 'SUSP CLEAN' TO WS-EXC-CATEGORY
                   MOVE SUSP-SID TO WS-EXC-SID
                   MOVE SUSP-REASON TO WS-EXC-DETAIL
                   MOVE SREC-BALANCE TO WS-EXC-AMOUNT-1
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-IF.

      *> Pass 4 - a compounding flag for a SID that has left STUDMAST
      *> (archived or never there) is dead weight in CAPINT's table.
       CHECK-COMPOUND-FLAGS.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT COMPOUND-FLAG-FILE.
           IF WS-COMPOUND-FLAG-STATUS NOT = '00'
               DISPLAY 'WARNING: cannot open CMPDFLAG, status='
                   WS-COMPOUND-FLAG-STATUS ' - flags not checked'
           ELSE
               PERFORM CHECK-COMPOUND-FLAG UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE COMPOUND-FLAG-FILE
           END-IF.

       CHECK-COMPOUND-FLAG.
           READ COMPOUND-FLAG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-COMPOUND-READ
                   MOVE CMPD-SID TO WS-CHECK-SID
                   PERFORM LOOK-UP-MASTERS
                   IF WS-ON-MASTER = 'N'
                       ADD 1 TO WS-CMPD-ORPHAN-COUNT
                       MOVE SPACES TO WS-EXCEPTION-LINE
                       MOVE 'CMPD ORPHAN' TO WS-EXC-CATEGORY
                       MOVE CMPD-SID TO WS-EXC-SID
                       IF WS-ON-ARCHIVE = 'Y'
                           MOVE 'SID ARCHIVED' TO WS-EXC-DETAIL
                       ELSE
                           MOVE 'SID NOT ON FILE' TO WS-EXC-DETAIL
                       END-IF
                       PERFORM WRITE-EXCEPTION-LINE
                   END-IF
           END-READ.

       WRITE-EXCEPTION-LINE.
           MOVE WS-EXCEPTION-LINE TO INTEGRITY-REPORT-REC.
           WRITE INTEGRITY-REPORT-REC.

       PRINT-CATEGORY-COUNTS.
           COMPUTE WS-EXCEPTION-TOTAL = WS-BOTH-MASTERS-COUNT
               + WS-ORPHAN-HIST-COUNT + WS-BAL-MISMATCH-COUNT
               + WS-SUSP-CLEAN-COUNT + WS-CMPD-ORPHAN-COUNT
               + WS-NO-RATE-COUNT.
           MOVE WS-BLANK-LINE TO INTEGRITY-REPORT-REC.
           WRITE INTEGRITY-REPORT-REC.
           MOVE 'STUDMAST RECORDS READ' TO WS-INTC-LABEL.
           MOVE WS-MASTER-READ TO WS-INTC-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'HISTFILE RECORDS READ' TO WS-INTC-LABEL.
           MOVE WS-HISTORY-READ TO WS-INTC-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'SUSPFILE RECORDS READ' TO WS-INTC-LABEL.
           MOVE WS-SUSPENSE-READ TO WS-INTC-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'CMPDFLAG RECORDS READ' TO WS-INTC-LABEL.
           MOVE WS-COMPOUND-READ TO WS-INTC-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE WS-BLANK-LINE TO INTEGRITY-REPORT-REC.
           WRITE INTEGRITY-REPORT-REC.
           MOVE 'SID ON STUDMAST AND STUDARCH' TO WS-INTC-LABEL.
           MOVE WS-BOTH-MASTERS-COUNT TO WS-INTC-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'HISTORY ENTRIES ON NEITHER MASTER'
               TO WS-INTC-LABEL.
           MOVE WS-ORPHAN-HIST-COUNT TO WS-INTC-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'LAST HISTORY BALANCE NOT MASTER'
               TO WS-INTC-LABEL.
           MOVE WS-BAL-MISMATCH-COUNT TO WS-INTC-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'SUSPENSE FOR SID NOW CLEAN' TO WS-INTC-LABEL.
           MOVE WS-SUSP-CLEAN-COUNT TO WS-INTC-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'CMPDFLAG FOR SID NOT ON STUDMAST'
               TO WS-INTC-LABEL.
           MOVE WS-CMPD-ORPHAN-COUNT TO WS-INTC-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'LIVE SID WITH NO RATE IN FORCE' TO WS-INTC-LABEL.
           MOVE WS-NO-RATE-COUNT TO WS-INTC-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'TOTAL EXCEPTIONS' TO WS-INTC-LABEL.
           MOVE WS-EXCEPTION-TOTAL TO WS-INTC-COUNT.
           PERFORM WRITE-COUNT-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-INTG-COUNT-LINE TO INTEGRITY-REPORT-REC.
           WRITE INTEGRITY-REPORT-REC.

       WRITE-INTG-AUDIT.
           MOVE WS-RUN-DATE TO WS-IAUD-DATE.
           MOVE WS-EXCEPTION-TOTAL TO WS-IAUD-TOTAL.
           IF WS-EXCEPTION-TOTAL > ZERO
               MOVE 'EXCEPTIONS' TO WS-IAUD-RESULT
           ELSE
               MOVE 'CLEAN' TO WS-IAUD-RESULT
           END-IF.
           MOVE WS-INTG-AUDIT-LINE TO AUDIT-REC.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.

       CLOSE-FILES.
           CLOSE STUDENT-MASTER-FILE.
           CLOSE HISTORY-FILE.
           IF WS-ARCHIVE-OPEN = 'Y'
               CLOSE ARCHIVE-MASTER-FILE
           END-IF.
           CLOSE INTEGRITY-REPORT-FILE.
