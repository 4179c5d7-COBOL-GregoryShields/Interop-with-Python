      *> contribute as a SUSP RECONCILIATION line to AUDITLOG so the
      *> day's totals can be reconciled without a full re-run.  Records
      *> that still fail go to SUSPOUT with a fresh reason and date.
      *> The reconciliation line ends with the business date so the
      *> daily control report can find the night's figures.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       COPY susprec.

       FD  SUSPENSE-OUT-FILE.
       01  SUSPENSE-OUT-REC PIC X(91).

       FD  REPORT-FILE.
       01  REPORT-REC PIC X(80).
       01 WS-REPROCESSED-TOTAL     PIC S9(9)V99 VALUE ZERO.
       COPY studrec.
       01 WS-RESUSPENSE-REC.
           05 WS-RESUSP-SID        PIC 9(8).
           05 WS-RESUSP-NAME       PIC A(15).
           05 WS-RESUSP-BALANCE    PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.
           05 WS-RESUSP-RUN-DATE   PIC 9(8).
           05 WS-RESUSP-FIRST-DATE PIC 9(8).
       01 WS-REPORT-LINE.
           05 WS-RPT-SID           PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-RPT-NAME          PIC A(15).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-RPT-INTEREST      PIC -9(7).99.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-RPT-RETCODE       PIC 9(2).
           05 FILLER               PIC X(6) VALUE SPACES.
       01 WS-RECON-LINE.
           05 WS-RECON-LABEL       PIC X(20)
               VALUE 'SUSP RECONCILIATION '.
           05 WS-RECON-CLEARED     PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-RECON-STILL-SUSP  PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-RECON-DATE        PIC 9(8).
           05 FILLER               PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-ENTRY.
               PERFORM CLOSE-FILES
               IF WS-OPEN-ERROR-SWITCH = 'N'
                   PERFORM MARK-JOB-COMPLETE
               ELSE
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY 'SUSPPROC RECORDS READ     ' WS-READ-COUNT.
           MOVE WS-REPROCESSED-TOTAL TO WS-RECON-TOTAL.
           MOVE WS-CLEARED-COUNT     TO WS-RECON-CLEARED.
           MOVE WS-STILL-SUSP-COUNT  TO WS-RECON-STILL-SUSP.
           MOVE WS-RUN-DATE          TO WS-RECON-DATE.
           MOVE WS-RECON-LINE TO AUDIT-REC.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
