       IDENTIFICATION DIVISION.
       PROGRAM-ID. jobchain.

      *> Nightly job-chain controller.  Loads the RUNBOOK steps and
      *> calls each program in turn with the parameters the run book
      *> gives it, logging start and end date/time, return code and
      *> outcome of every step to STEPLOG.  A step whose return code
      *> is above the highest the run book allows for it stops the
      *> chain.  CHAINCTL remembers, for the DATECTL business date,
      *> the step the chain has reached, so the next submission after
      *> a failure resumes at the failed step and does not rerun the
      *> steps that already finished.  A chain already complete for
      *> the business date is always refused: the DATECTL override
      *> is spent by the first step that completes under it, so it
      *> cannot carry a whole chain, and a program that must run
      *> again is rerun on its own under the override.  A new date
      *> while the previous date's chain is unfinished is refused
      *> unless the override flag is set.  Month-end steps run when
      *> the business date is the last day of its month; the caller
      *> may force the month-end steps with M or suppress them with
      *> D.  Each step program is cancelled after it returns so the
      *> next call of it - another STRMDRV stream, a rerun - starts
      *> fresh.
      *> The run book must put the month-end CAPINT step after
      *> ACCRDLY and before TRIALBAL: the type C entries CAPINT dates
      *> with the business date have to be in the master total that
      *> TRIALBAL proves for that date, or the next trial balance and
      *> every GLEXTR extract covering the date fail to reconcile.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-BOOK-FILE ASSIGN TO "RUNBOOK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-BOOK-STATUS.
           SELECT CHAIN-CONTROL-FILE ASSIGN TO "CHAINCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-CONTROL-STATUS.
           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-LOG-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT DATE-CONTROL-FILE ASSIGN TO "DATECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATE-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-BOOK-FILE.
       COPY runbook.

       FD  CHAIN-CONTROL-FILE.
       01  CHAIN-CONTROL-REC.
           05 CCTL-DATE            PIC 9(8).
           05 FILLER               PIC X.
           05 CCTL-STATUS          PIC X.
              88 CCTL-RUNNING      VALUE 'R'.
              88 CCTL-FAILED       VALUE 'F'.
              88 CCTL-COMPLETE     VALUE 'C'.
           05 FILLER               PIC X.
           05 CCTL-NEXT-STEP       PIC 9(3).

       FD  STEP-LOG-FILE.
       COPY steplog.

       FD  AUDIT-FILE.
       01  AUDIT-REC PIC X(80).

       FD  DATE-CONTROL-FILE.
       01  DATE-CONTROL-IO-REC PIC X(111).

       WORKING-STORAGE SECTION.
       01 WS-RUN-BOOK-STATUS       PIC XX VALUE '00'.
       01 WS-CHAIN-CONTROL-STATUS  PIC XX VALUE '00'.
       01 WS-STEP-LOG-STATUS       PIC XX VALUE '00'.
       01 WS-AUDIT-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-DATE-CONTROL-STATUS   PIC XX VALUE '00'.
       COPY datectl.
       01 WS-CONTROL-PRESENT       PIC X VALUE 'N'.
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-RETURN-CODE           PIC 9(2) VALUE ZERO.
       01 WS-CHAIN-MODE            PIC X VALUE SPACE.
       01 WS-MONTH-END             PIC X VALUE 'N'.
       01 WS-RUN-YEAR              PIC 9(4) VALUE ZERO.
       01 WS-RUN-MMDD              PIC 9(4) VALUE ZERO.
       01 WS-RUN-MONTH             PIC 9(2) VALUE ZERO.
       01 WS-RUN-DAY               PIC 9(2) VALUE ZERO.
       01 WS-DAYS-IN-MONTH         PIC 9(2) VALUE ZERO.
       01 WS-LEAP-QUOTIENT         PIC 9(4) VALUE ZERO.
       01 WS-LEAP-REM-4            PIC 9(4) VALUE ZERO.
       01 WS-LEAP-REM-100          PIC 9(4) VALUE ZERO.
       01 WS-LEAP-REM-400          PIC 9(4) VALUE ZERO.
       01 WS-CHAIN-REFUSED         PIC X VALUE 'N'.
       01 WS-CHAIN-STOPPED         PIC X VALUE 'N'.
       01 WS-RESUMING              PIC X VALUE 'N'.
       01 WS-RESUME-STEP           PIC 9(3) VALUE ZERO.
       01 WS-STEPS-RUN             PIC 9(4) VALUE ZERO.
       01 WS-STEPS-SKIPPED         PIC 9(4) VALUE ZERO.
       01 WS-STEPS-BYPASSED        PIC 9(4) VALUE ZERO.
       01 WS-FAILED-STEP           PIC 9(3) VALUE ZERO.
       01 WS-FAILED-PROGRAM        PIC X(8) VALUE SPACES.
       01 WS-CHAIN-RESULT          PIC X(8) VALUE SPACES.
       01 WS-STEP-COUNT            PIC 9(4) VALUE ZERO.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 50 TIMES INDEXED BY STP-IDX.
               10 WS-STP-NO        PIC 9(3).
               10 WS-STP-PROGRAM   PIC X(8).
               10 WS-STP-MAX-RC    PIC 9(2).
               10 WS-STP-FREQUENCY PIC X.
               10 WS-STP-RESTART   PIC 9.
               10 WS-STP-PARM-1    PIC X(20).
               10 WS-STP-PARM-2    PIC X(20).
       01 WS-STEP-PROGRAM          PIC X(8) VALUE SPACES.
       01 WS-STEP-PARM-1.
           05 WS-STEP-PARM-1-FLAG  PIC X.
           05 FILLER               PIC X(19).
       01 WS-STEP-PARM-2.
           05 WS-STEP-PARM-2-FLAG  PIC X.
           05 FILLER               PIC X(19).
       01 WS-STEP-RC               PIC 9(3) VALUE ZERO.
       01 WS-CALL-FAILED           PIC X VALUE 'N'.
       01 WS-STEP-START-DATE       PIC 9(8) VALUE ZERO.
       01 WS-STEP-START-TIME       PIC 9(8) VALUE ZERO.
       01 WS-STEP-RESULT           PIC X(8) VALUE SPACES.
       01 WS-CHAIN-AUDIT-LINE.
           05 FILLER               PIC X(20)
               VALUE 'JOB CHAIN '.
           05 WS-JAUD-DATE         PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-JAUD-RESULT       PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-JAUD-RUN          PIC 9(4).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-JAUD-STEP         PIC 9(3).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-JAUD-PROGRAM      PIC X(8).
           05 FILLER               PIC X(25) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-CHAIN-MODE            PIC X.

       PROCEDURE DIVISION USING LK-CHAIN-MODE.
       MAIN-ENTRY.
           MOVE LK-CHAIN-MODE TO WS-CHAIN-MODE.
           PERFORM GET-BUSINESS-DATE.
           PERFORM SET-MONTH-END.
           PERFORM LOAD-RUN-BOOK.
           IF WS-STEP-COUNT = ZERO
               DISPLAY 'ERROR: RUNBOOK missing or empty - chain not'
                   ' started'
               MOVE 'NO RUN' TO WS-CHAIN-RESULT
               MOVE 12 TO WS-RETURN-CODE
           ELSE
               PERFORM READ-CHAIN-CONTROL
               IF WS-CHAIN-REFUSED = 'Y'
                   MOVE 'REFUSED' TO WS-CHAIN-RESULT
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   PERFORM RUN-ONE-STEP
                       VARYING STP-IDX FROM 1 BY 1
                       UNTIL STP-IDX > WS-STEP-COUNT
                          OR WS-CHAIN-STOPPED = 'Y'
                   IF WS-CHAIN-STOPPED = 'Y'
                       MOVE 'STOPPED' TO WS-CHAIN-RESULT
                       MOVE 'F' TO CCTL-STATUS
                       MOVE WS-FAILED-STEP TO CCTL-NEXT-STEP
                       PERFORM WRITE-CHAIN-CONTROL
                       MOVE 8 TO WS-RETURN-CODE
                   ELSE
                       MOVE 'COMPLETE' TO WS-CHAIN-RESULT
                       MOVE 'C' TO CCTL-STATUS
                       MOVE ZERO TO CCTL-NEXT-STEP
                       PERFORM WRITE-CHAIN-CONTROL
                   END-IF
               END-IF
           END-IF.
           PERFORM WRITE-CHAIN-AUDIT.
           DISPLAY 'JOBCHAIN STEPS RUN       ' WS-STEPS-RUN.
           DISPLAY 'JOBCHAIN STEPS SKIPPED   ' WS-STEPS-SKIPPED.
           DISPLAY 'JOBCHAIN STEPS BYPASSED  ' WS-STEPS-BYPASSED.
           DISPLAY 'JOBCHAIN RESULT          ' WS-CHAIN-RESULT.
           IF WS-CHAIN-STOPPED = 'Y'
               DISPLAY 'JOBCHAIN STOPPED AT STEP ' WS-FAILED-STEP
                   ' ' WS-FAILED-PROGRAM
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *> The business date comes from the DATECTL control record;
      *> without the control file the system date applies and the
      *> chain control is keyed on that.
       GET-BUSINESS-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 'N' TO WS-CONTROL-PRESENT.
           OPEN INPUT DATE-CONTROL-FILE.
           IF WS-DATE-CONTROL-STATUS = '00'
               READ DATE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DATE-CONTROL-IO-REC TO DATE-CONTROL-REC
                       MOVE 'Y' TO WS-CONTROL-PRESENT
                       IF DCTL-BUSINESS-DATE IS NUMERIC
                           MOVE DCTL-BUSINESS-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE DATE-CONTROL-FILE
           END-IF.

       SET-MONTH-END.
           DIVIDE WS-RUN-DATE BY 10000
               GIVING WS-RUN-YEAR REMAINDER WS-RUN-MMDD.
           DIVIDE WS-RUN-MMDD BY 100
               GIVING WS-RUN-MONTH REMAINDER WS-RUN-DAY.
           DIVIDE WS-RUN-YEAR BY 4
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4.
           DIVIDE WS-RUN-YEAR BY 100
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100.
           DIVIDE WS-RUN-YEAR BY 400
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400.
           EVALUATE WS-RUN-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   IF WS-LEAP-REM-400 = ZERO
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                   IF WS-LEAP-REM-4 = ZERO
                           AND WS-LEAP-REM-100 NOT = ZERO
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.
           IF WS-CHAIN-MODE = 'M'
               MOVE 'Y' TO WS-MONTH-END
           ELSE
           IF WS-CHAIN-MODE = 'D'
               MOVE 'N' TO WS-MONTH-END
           ELSE
           IF WS-RUN-DAY = WS-DAYS-IN-MONTH
               MOVE 'Y' TO WS-MONTH-END
           ELSE
               MOVE 'N' TO WS-MONTH-END
           END-IF
           END-IF
           END-IF.

       LOAD-RUN-BOOK.
           OPEN INPUT RUN-BOOK-FILE.
           IF WS-RUN-BOOK-STATUS = '00'
               PERFORM UNTIL WS-RUN-BOOK-STATUS NOT = '00'
                       OR WS-STEP-COUNT >= 50
                   READ RUN-BOOK-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RB-STEP-NO IS NUMERIC
                                   AND RB-PROGRAM NOT = SPACES
                               PERFORM ADD-RUN-BOOK-STEP
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-STEP-COUNT >= 50
                       AND WS-RUN-BOOK-STATUS = '00'
                   DISPLAY 'WARNING: RUNBOOK steps beyond the'
                   DISPLAY '50th were ignored'
               END-IF
               CLOSE RUN-BOOK-FILE
           ELSE
               DISPLAY 'ERROR: cannot open RUNBOOK, status='
                   WS-RUN-BOOK-STATUS
           END-IF.

       ADD-RUN-BOOK-STEP.
           ADD 1 TO WS-STEP-COUNT.
           MOVE RB-STEP-NO   TO WS-STP-NO(WS-STEP-COUNT).
           MOVE RB-PROGRAM   TO WS-STP-PROGRAM(WS-STEP-COUNT).
           IF RB-MAX-RC IS NUMERIC
               MOVE RB-MAX-RC TO WS-STP-MAX-RC(WS-STEP-COUNT)
           ELSE
               MOVE ZERO      TO WS-STP-MAX-RC(WS-STEP-COUNT)
           END-IF.
           MOVE RB-FREQUENCY TO WS-STP-FREQUENCY(WS-STEP-COUNT).
           IF RB-RESTART-PARM IS NUMERIC
               MOVE RB-RESTART-PARM TO WS-STP-RESTART(WS-STEP-COUNT)
           ELSE
               MOVE ZERO      TO WS-STP-RESTART(WS-STEP-COUNT)
           END-IF.
           MOVE RB-PARM-1    TO WS-STP-PARM-1(WS-STEP-COUNT).
           MOVE RB-PARM-2    TO WS-STP-PARM-2(WS-STEP-COUNT).

      *> A chain that stopped or was interrupted on the business date
      *> resumes at the step CHAINCTL holds; one that completed is
      *> never run again as a chain.  A different date with the old
      *> chain unfinished means the previous night never completed;
      *> that is refused unless the operator sets the DATECTL
      *> override to abandon it.
       READ-CHAIN-CONTROL.
           MOVE 'N' TO WS-RESUMING.
           MOVE ZERO TO WS-RESUME-STEP.
           OPEN INPUT CHAIN-CONTROL-FILE.
           IF WS-CHAIN-CONTROL-STATUS = '00'
               READ CHAIN-CONTROL-FILE
                   AT END
                       MOVE ZERO TO CCTL-DATE
                       MOVE 'C'  TO CCTL-STATUS
                   NOT AT END
                       CONTINUE
               END-READ
               CLOSE CHAIN-CONTROL-FILE
           ELSE
               MOVE ZERO TO CCTL-DATE
               MOVE 'C'  TO CCTL-STATUS
           END-IF.
           IF CCTL-DATE = WS-RUN-DATE
               IF CCTL-COMPLETE
                   DISPLAY 'JOBCHAIN ALREADY COMPLETE FOR '
                       WS-RUN-DATE ' - RUN REFUSED'
                   MOVE 'Y' TO WS-CHAIN-REFUSED
               ELSE
                   MOVE 'Y' TO WS-RESUMING
                   MOVE CCTL-NEXT-STEP TO WS-RESUME-STEP
                   DISPLAY 'JOBCHAIN RESUMING AT STEP ' WS-RESUME-STEP
               END-IF
           ELSE
               IF NOT CCTL-COMPLETE
                   IF WS-CONTROL-PRESENT = 'Y' AND DCTL-OVERRIDE
                       DISPLAY 'JOBCHAIN FOR ' CCTL-DATE
                           ' ABANDONED UNDER OVERRIDE'
                   ELSE
                       DISPLAY 'JOBCHAIN FOR ' CCTL-DATE
                           ' NOT COMPLETE - RUN REFUSED'
                       MOVE 'Y' TO WS-CHAIN-REFUSED
                   END-IF
               END-IF
           END-IF.

       RUN-ONE-STEP.
           IF WS-STP-NO(STP-IDX) < WS-RESUME-STEP
               ADD 1 TO WS-STEPS-BYPASSED
           ELSE
           IF WS-STP-FREQUENCY(STP-IDX) = 'M' AND WS-MONTH-END = 'N'
               ADD 1 TO WS-STEPS-SKIPPED
               ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
               ACCEPT WS-STEP-START-TIME FROM TIME
               MOVE ZERO TO WS-STEP-RC
               MOVE 'SKIPPED' TO WS-STEP-RESULT
               PERFORM WRITE-STEP-LOG
           ELSE
               PERFORM EXECUTE-STEP
           END-IF
           END-IF.

      *> CHAINCTL is marked running at this step before the call, so
      *> a chain that dies inside a step resumes at that step.  The
      *> return code register is cleared first because a program
      *> that never sets it would otherwise hand back the last one.
       EXECUTE-STEP.
           MOVE WS-STP-PROGRAM(STP-IDX) TO WS-STEP-PROGRAM.
           MOVE WS-STP-PARM-1(STP-IDX)  TO WS-STEP-PARM-1.
           MOVE WS-STP-PARM-2(STP-IDX)  TO WS-STEP-PARM-2.
           IF WS-RESUMING = 'Y'
                   AND WS-STP-NO(STP-IDX) = WS-RESUME-STEP
               IF WS-STP-RESTART(STP-IDX) = 1
                   MOVE 'Y' TO WS-STEP-PARM-1-FLAG
               END-IF
               IF WS-STP-RESTART(STP-IDX) = 2
                   MOVE 'Y' TO WS-STEP-PARM-2-FLAG
               END-IF
           END-IF.
           MOVE 'R' TO CCTL-STATUS.
           MOVE WS-STP-NO(STP-IDX) TO CCTL-NEXT-STEP.
           PERFORM WRITE-CHAIN-CONTROL.
           DISPLAY 'JOBCHAIN STEP ' WS-STP-NO(STP-IDX) ' '
               WS-STEP-PROGRAM ' STARTED'.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STEP-START-TIME FROM TIME.
           MOVE 'N' TO WS-CALL-FAILED.
           MOVE ZERO TO RETURN-CODE.
           CALL WS-STEP-PROGRAM USING WS-STEP-PARM-1 WS-STEP-PARM-2
               ON EXCEPTION
                   MOVE 'Y' TO WS-CALL-FAILED
           END-CALL.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE ZERO TO RETURN-CODE.
           ADD 1 TO WS-STEPS-RUN.
           IF WS-CALL-FAILED = 'Y'
               DISPLAY 'ERROR: cannot load program ' WS-STEP-PROGRAM
               MOVE 'NOTFOUND' TO WS-STEP-RESULT
               PERFORM STOP-CHAIN
           ELSE
               CANCEL WS-STEP-PROGRAM
               IF WS-STEP-RC > WS-STP-MAX-RC(STP-IDX)
                   MOVE 'FAILED' TO WS-STEP-RESULT
                   PERFORM STOP-CHAIN
               ELSE
                   MOVE 'ENDED' TO WS-STEP-RESULT
                   MOVE 'R' TO CCTL-STATUS
                   COMPUTE CCTL-NEXT-STEP = WS-STP-NO(STP-IDX) + 1
                   PERFORM WRITE-CHAIN-CONTROL
               END-IF
           END-IF.
           DISPLAY 'JOBCHAIN STEP ' WS-STP-NO(STP-IDX) ' '
               WS-STEP-PROGRAM ' ' WS-STEP-RESULT ' RC=' WS-STEP-RC.
           PERFORM WRITE-STEP-LOG.

       STOP-CHAIN.
           MOVE 'Y' TO WS-CHAIN-STOPPED.
           MOVE WS-STP-NO(STP-IDX) TO WS-FAILED-STEP.
           MOVE WS-STEP-PROGRAM TO WS-FAILED-PROGRAM.

       WRITE-STEP-LOG.
           MOVE SPACES TO STEP-LOG-REC.
           MOVE WS-RUN-DATE             TO SLOG-BUSINESS-DATE.
           MOVE WS-STP-NO(STP-IDX)      TO SLOG-STEP-NO.
           MOVE WS-STP-PROGRAM(STP-IDX) TO SLOG-PROGRAM.
           MOVE WS-STEP-START-DATE      TO SLOG-START-DATE.
           MOVE WS-STEP-START-TIME      TO SLOG-START-TIME.
           ACCEPT SLOG-END-DATE FROM DATE YYYYMMDD.
           ACCEPT SLOG-END-TIME FROM TIME.
           MOVE WS-STEP-RC              TO SLOG-RETURN-CODE.
           MOVE WS-STP-MAX-RC(STP-IDX)  TO SLOG-MAX-RC.
           MOVE WS-STEP-RESULT          TO SLOG-RESULT.
           OPEN EXTEND STEP-LOG-FILE.
           IF WS-STEP-LOG-STATUS NOT = '00'
               OPEN OUTPUT STEP-LOG-FILE
           END-IF.
           WRITE STEP-LOG-REC.
           CLOSE STEP-LOG-FILE.

      *> The caller has set the status and the step to resume at.
       WRITE-CHAIN-CONTROL.
           MOVE WS-RUN-DATE TO CCTL-DATE.
           OPEN OUTPUT CHAIN-CONTROL-FILE.
           WRITE CHAIN-CONTROL-REC.
           CLOSE CHAIN-CONTROL-FILE.

       WRITE-CHAIN-AUDIT.
           MOVE WS-RUN-DATE       TO WS-JAUD-DATE.
           MOVE WS-CHAIN-RESULT   TO WS-JAUD-RESULT.
           MOVE WS-STEPS-RUN      TO WS-JAUD-RUN.
           MOVE WS-FAILED-STEP    TO WS-JAUD-STEP.
           MOVE WS-FAILED-PROGRAM TO WS-JAUD-PROGRAM.
           MOVE WS-CHAIN-AUDIT-LINE TO AUDIT-REC.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.
