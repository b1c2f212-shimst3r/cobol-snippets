      *Shared layout of one category-budget record - finance's
      *budget for one expense category (the feed's AmtCategory) in
      *one calendar month, signed with two implied decimals the same
      *way the feed's detail amounts are. Maintained by BudgetMaint
      *and read by BudgetVariance. For inclusion inside a program's
      *own 01-level FD record description.
         02 BudCategory PIC X(4).
         02 FILLER PIC X.
         02 BudMonth PIC 9(6).
         02 BudMonthParts REDEFINES BudMonth.
           03 BudYear PIC 9(4).
           03 BudMonthNum PIC 99.
         02 FILLER PIC X.
         02 BudAmount PIC S9(9)V99 SIGN LEADING SEPARATE.
