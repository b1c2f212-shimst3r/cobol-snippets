      *Shared layout of one manual ledger adjustment log record -
      *every adjustment keyed through CalcUserInput's adjustment
      *mode, under the timestamp of the A ledger entry it posted:
      *the run date it was posted on, branch, category, signed
      *amount in the home currency, the mandatory reference and
      *narrative, and the id of the operator who keyed and
      *confirmed it. AdjJournalId is blank until the next batch
      *posting carries the adjustment onto its GL journal, then
      *holds that journal's id. For inclusion inside a program's
      *own 01-level FD record description.
         02 AdjLedgerTimestamp PIC 9(14).
         02 FILLER PIC X.
         02 AdjRunDate PIC 9(8).
         02 FILLER PIC X.
         02 AdjBranch PIC X(4).
         02 FILLER PIC X.
         02 AdjCategory PIC X(4).
         02 FILLER PIC X.
         02 AdjAmount PIC S9(11)V99 SIGN LEADING SEPARATE.
         02 FILLER PIC X.
         02 AdjReference PIC X(12).
         02 FILLER PIC X.
         02 AdjOperator PIC X(8).
         02 FILLER PIC X.
         02 AdjJournalId PIC X(8).
           88 Adjustment-Not-Journaled VALUE SPACES.
         02 FILLER PIC X.
         02 AdjNarrative PIC X(40).
