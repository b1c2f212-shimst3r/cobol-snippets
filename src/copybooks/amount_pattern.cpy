      *Shared layout of one amount-pattern record - the most recent
      *detail amounts posted for one branch and expense category,
      *newest first, in the home currency. ApCount is how many of
      *the slots are filled. The amounts feed acceptance edit takes
      *the typical range for the branch and category from these, so
      *a detail keyed a thousand times too large is held instead of
      *posted. Kept by AmountPattern on behalf of CalcUserInput and
      *SuspenseRepair. For inclusion inside a program's own 01-level
      *FD record description.
         02 ApBranch PIC X(4).
         02 FILLER PIC X.
         02 ApCategory PIC X(4).
         02 FILLER PIC X.
         02 ApCount PIC 99.
         02 FILLER PIC X.
         02 ApRecentAmount PIC S9(11)V99 SIGN LEADING SEPARATE
            OCCURS 10 TIMES.
