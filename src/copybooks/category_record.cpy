      *Shared layout of one category-master record - the reference
      *list of expense categories the amounts feed may carry
      *(AmtCategory), each with its name, the GL account its totals
      *journal to, an active flag (A active, I inactive), and the
      *effective-from and effective-to dates the record is in force
      *(99999999 for open-ended). A category may hold several
      *records over time, one per mapping, with no overlapping date
      *ranges, so a back-dated rerun finds the mapping that was in
      *force on its run date. CmAmountCeiling is the largest single
      *detail amount, in the home currency and either sign, the
      *amounts feed acceptance will pass for the category (zero, or
      *blank on a record written before the ceiling was kept, for
      *no ceiling). Maintained by CategoryMaint; replaces the
      *hand-edited gl-account-map.dat, which CategoryMaint's G action
      *loads as the master's first mappings. For inclusion inside a
      *program's own 01-level FD record description.
         02 CmCategory PIC X(4).
         02 CmName PIC X(20).
         02 CmGlAccount PIC X(8).
         02 CmActiveFlag PIC X.
           88 Category-Is-Active VALUE "A".
         02 CmEffectiveFrom PIC 9(8).
         02 CmEffectiveTo PIC 9(8).
         02 CmAmountCeiling PIC 9(9)V99.
