      *Shared layout of one standing-entries record - an amount that
      *hits the calc ledger the same way every period (branch rent,
      *service fees, depreciation): the entry id, the expense
      *category and branch it posts under, the signed amount with
      *two implied decimals, the frequency (M monthly, Q quarterly,
      *A annual), the next due date, and the end date (99999999 for
      *open-ended). SeDueDay is the day of the month the entry is
      *due on, kept apart from the next due date so an entry due on
      *the 31st comes back to the 31st after a shorter month.
      *Maintained by StandingMaint and posted by StandingPost. For
      *inclusion inside a program's own 01-level FD record
      *description.
         02 SeEntryId PIC X(6).
         02 FILLER PIC X.
         02 SeCategory PIC X(4).
         02 FILLER PIC X.
         02 SeBranch PIC X(4).
         02 FILLER PIC X.
         02 SeAmount PIC S9(9)V99 SIGN LEADING SEPARATE.
         02 FILLER PIC X.
         02 SeFrequency PIC X.
           88 Standing-Monthly VALUE "M".
           88 Standing-Quarterly VALUE "Q".
           88 Standing-Annual VALUE "A".
         02 FILLER PIC X.
         02 SeNextDue PIC 9(8).
         02 FILLER PIC X.
         02 SeEndDate PIC 9(8).
         02 FILLER PIC X.
         02 SeDueDay PIC 99.
         02 FILLER PIC X.
         02 SeDescription PIC X(30).
