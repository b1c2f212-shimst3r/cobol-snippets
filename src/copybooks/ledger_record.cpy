      *posting it backs out and that posting's timestamp in
      *LedgerReversalRef, so the pair nets to zero in every
      *totalling pass. LedgerReversalRef is zero on everything else.
      *An S entry is a standing entry posted on schedule by
      *StandingPost, under the standing entry's branch code; it
      *counts in totalling passes the same as a B entry. An A entry
      *is a manual adjustment keyed through CalcUserInput's
      *adjustment mode under the branch it corrects, and also counts
      *the same as a B entry; its narrative, reference, and operator
      *are on the adjustments log under the same timestamp.
         02 LedgerEntryType PIC X.
         02 LedgerBranch PIC X(4).
         02 LedgerSummand1 PIC 9.
