      *> STEPLOG - one line per job-chain step, appended by JOBCHAIN
      *> as each step ends: the business date, the step and program,
      *> start and end date/time, the return code against the
      *> highest one the run book allows, and the outcome - ENDED,
      *> FAILED, SKIPPED (a month-end step on a daily night) or
      *> NOTFOUND (the program could not be loaded).
       01  STEP-LOG-REC.
           05  SLOG-BUSINESS-DATE  PIC 9(8).
           05  FILLER              PIC X.
           05  SLOG-STEP-NO        PIC 9(3).
           05  FILLER              PIC X.
           05  SLOG-PROGRAM        PIC X(8).
           05  FILLER              PIC X.
           05  SLOG-START-DATE     PIC 9(8).
           05  FILLER              PIC X.
           05  SLOG-START-TIME     PIC 9(8).
           05  FILLER              PIC X.
           05  SLOG-END-DATE       PIC 9(8).
           05  FILLER              PIC X.
           05  SLOG-END-TIME       PIC 9(8).
           05  FILLER              PIC X.
           05  SLOG-RETURN-CODE    PIC 9(3).
           05  FILLER              PIC X.
           05  SLOG-MAX-RC         PIC 9(2).
           05  FILLER              PIC X.
           05  SLOG-RESULT         PIC X(8).
           05  FILLER              PIC X(8).
