      *> RUNSTATS - run-statistics line written once per batch run,
      *> by BATCHDRV for the single-stream night and by CNSLDT for
      *> the consolidated parallel night, so operations reads one
      *> format either way.  WS-RUNS-FROZEN counts the frozen
      *> accounts read but not priced.  Each line also carries the
      *> DATECTL business date the run priced under, the program that
      *> wrote it and its return code, so the daily control report
      *> can pick out the night's run; a run refused before pricing
      *> shows REFUSED as its reconciliation result.
       01  WS-RUN-STATS-LINE.
           05 WS-RUNS-START-DATE   PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-RUNS-CKPT-COUNT   PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-RUNS-RECON-RESULT PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-RUNS-FROZEN       PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-RUNS-BUSINESS-DATE PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-RUNS-PROGRAM      PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-RUNS-RETURN-CODE  PIC 9(2).
           05 FILLER               PIC X(3) VALUE SPACES.
