      *> unique.  Written by every program that moves a balance -
      *> POSTDLY (type P), CAPINT (type C) and STUDMNT (type M) - so
      *> a disputed balance can be replayed movement by movement.
      *> A reversal (type R, written by POSTDLY) backs out exactly
      *> one earlier P or C movement: HIST-ACTION carries the type of
      *> the movement reversed and HIST-REVERSED-KEY its date and
      *> sequence under the same SID.  Other types leave it blank.
      *> Amounts are display format with a leading separate sign, the
      *> same convention as the suspense record, so the Python side
      *> can read the file directly.
       01  HISTORY-REC.
           05  HIST-KEY.
               10  HIST-SID        PIC 9(8).
               10  HIST-DATE       PIC 9(8).
               10  HIST-SEQ        PIC 9(4).
           05  HIST-TYPE           PIC X.
               88  HIST-POSTING          VALUE 'P'.
               88  HIST-CAPITALIZATION   VALUE 'C'.
               88  HIST-MAINTENANCE      VALUE 'M'.
               88  HIST-REVERSAL         VALUE 'R'.
           05  HIST-ACTION         PIC X.
           05  HIST-BEFORE-BALANCE PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.
                                   SIGN IS LEADING SEPARATE.
           05  HIST-AFTER-BALANCE  PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.
           05  HIST-REVERSED-KEY.
               10  HIST-REVERSED-DATE  PIC 9(8).
               10  HIST-REVERSED-SEQ   PIC 9(4).
