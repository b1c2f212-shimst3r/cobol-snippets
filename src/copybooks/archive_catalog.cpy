         02 CatCountR PIC 9(7).
         02 CatBalance PIC S9(11)V99 SIGN LEADING SEPARATE.
         02 CatCloseDate PIC 9(8).
      *Standing entries, counted after the close date so catalog
      *records written before they existed keep their layout.
         02 CatCountS PIC 9(7).
      *Manual adjustments, after the standing entries for the same
      *reason.
         02 CatCountA PIC 9(7).
