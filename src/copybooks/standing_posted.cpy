      *Shared layout of one standing-entries posting log record -
      *written by StandingPost for every occurrence it posts to the
      *calc ledger: the entry id and the due date posted, the
      *resolved run date it was posted under, the amount, and the
      *timestamp of the S ledger entry. An occurrence already on
      *the log is never posted again, so a rerun of the step after
      *a failure part-way through cannot post it twice. For
      *inclusion inside a program's own 01-level FD record
      *description.
         02 SpEntryId PIC X(6).
         02 FILLER PIC X.
         02 SpDueDate PIC 9(8).
         02 FILLER PIC X.
         02 SpRunDate PIC 9(8).
         02 FILLER PIC X.
         02 SpAmount PIC S9(9)V99 SIGN LEADING SEPARATE.
         02 FILLER PIC X.
         02 SpLedgerTimestamp PIC 9(14).
