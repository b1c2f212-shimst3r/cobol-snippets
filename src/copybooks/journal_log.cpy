      *Shared layout of one sent-journal log record - every GL
      *journal CalcUserInput sends to the accounting system is
      *logged as one record per journal line with its GL account
      *and amount followed by a control record (line number zero),
      *so the accounting system's acceptance file can be matched
      *back line by line. The control record carries the journal's
      *status - O outstanding, A accepted, R rejected - the date it
      *was acknowledged, and whether the overdue alert has been
      *raised; a rejected line carries R and the reason given.
      *Written by CalcUserInput and updated by JournalAckIntake.
      *For inclusion inside a program's own 01-level FD record
      *description.
         02 JlJournalId PIC X(8).
         02 FILLER PIC X.
         02 JlLineNumber PIC 9(5).
         02 FILLER PIC X.
         02 JlFileDate PIC 9(8).
         02 FILLER PIC X.
         02 JlSentDate PIC 9(8).
         02 FILLER PIC X.
         02 JlAccount PIC X(8).
         02 FILLER PIC X.
         02 JlAmount PIC S9(11)V99 SIGN LEADING SEPARATE.
         02 FILLER PIC X.
         02 JlStatus PIC X.
           88 Journal-Outstanding VALUE "O".
           88 Journal-Accepted VALUE "A".
           88 Journal-Rejected VALUE "R".
         02 FILLER PIC X.
         02 JlAckDate PIC 9(8).
         02 FILLER PIC X.
         02 JlAlerted PIC X.
           88 Overdue-Alert-Raised VALUE "Y".
         02 FILLER PIC X.
         02 JlReason PIC X(30).
