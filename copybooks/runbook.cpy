      *> RUNBOOK - one nightly job-chain step per line, read by
      *> JOBCHAIN in file order.  RB-PROGRAM is the PROGRAM-ID to
      *> call; RB-PARM-1 and RB-PARM-2 are passed by reference exactly
      *> as written, so each is keyed left-justified in the called
      *> program's own picture - 202406 for the STMTGEN month, N then
      *> 00000012345 for BATCHDRV's restart flag and control total.
      *> A step whose return code exceeds RB-MAX-RC stops the chain.
      *> RB-FREQUENCY M steps run only on a month-end business date.
      *> RB-RESTART-PARM names the parameter (1 or 2) that becomes Y
      *> when the chain resumes at this step after a failure, for the
      *> programs that restart from a checkpoint; 0 leaves both as
      *> written.  Lines without a numeric step number are comments.
      *> The month-end CAPINT step goes after ACCRDLY and before
      *> TRIALBAL, so the trial balance for the month-end date - the
      *> BALCTL figure GLEXTR proves against - already includes the
      *> interest capitalized that night.
       01  RUN-BOOK-REC.
           05  RB-STEP-NO          PIC 9(3).
           05  FILLER              PIC X.
           05  RB-PROGRAM          PIC X(8).
           05  FILLER              PIC X.
           05  RB-MAX-RC           PIC 9(2).
           05  FILLER              PIC X.
           05  RB-FREQUENCY        PIC X.
               88  RB-DAILY              VALUE 'D'.
               88  RB-MONTH-END          VALUE 'M'.
           05  FILLER              PIC X.
           05  RB-RESTART-PARM     PIC 9.
           05  FILLER              PIC X.
           05  RB-PARM-1           PIC X(20).
           05  FILLER              PIC X.
           05  RB-PARM-2           PIC X(20).
