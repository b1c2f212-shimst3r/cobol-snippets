      *Shared layout of one branch-master record - the branch code
      *as it appears on the amounts feed's branch section
      *(AmtBranchCode), the source id its feed header carries
      *(AmtSourceId), the branch name, and one Y/N flag per weekday
      *Monday through Sunday saying on which days a feed is
      *expected. Maintained by BranchMaint and read by
      *FeedCalendarCheck. For inclusion inside a program's own
      *01-level FD record description.
         02 BrCode PIC X(4).
         02 FILLER PIC X.
         02 BrSourceId PIC X(8).
         02 FILLER PIC X.
         02 BrName PIC X(20).
         02 FILLER PIC X.
         02 BrExpectedDays.
           03 BrExpectedDay PIC X OCCURS 7 TIMES.
