      *Shared layout of one category-actuals history record - one
      *record per expense category per batch posting, appended by
      *CalcUserInput's batch mode from the same category totals that
      *build the GL journal, and by its consolidation mode per branch
      *from that branch's details. CaLedgerTimestamp ties the record
      *to the B ledger entry it was posted under. When that B entry is
      *reversed, every category record under it is repeated with
      *entry type R, the negated amount, and the reversal's own
      *timestamp, so the history always nets to the ledger. CaRunDate
      *is the resolved run date of the posting or reversal and is
      *the date budget-versus-actual months are taken from.
      *StandingPost appends one record with entry type S for each
      *standing entry it posts, tied to the S ledger entry and
      *carrying the occurrence's due date as CaFileDate; it is
      *reversed the same way as a batch posting. CalcUserInput's
      *adjustment mode appends one record with entry type A for each
      *manual adjustment, tied to the A ledger entry and carrying the
      *run date as CaFileDate; it too is reversed the same way. For
      *inclusion inside a program's own 01-level FD record
      *description.
         02 CaCategory PIC X(4).
         02 CaEntryType PIC X.
           88 Actual-Is-Posting VALUE "B" "S" "A".
           88 Actual-Is-Reversal VALUE "R".
         02 CaRunDate PIC 9(8).
         02 CaFileDate PIC 9(8).
         02 CaRecords PIC 9(7).
         02 CaAmount PIC S9(11)V99 SIGN LEADING SEPARATE.
         02 CaLedgerTimestamp PIC 9(14).
