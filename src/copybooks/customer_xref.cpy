      *Shared layout of one customer number cross-reference - a
      *number retired by a de-duplication merge and the surviving
      *number its customer was merged into, so mail history and
      *other records written under the retired number still
      *resolve to the customer. Written by CustDedupe; a retired
      *number may itself have been merged again later, so readers
      *follow the chain to the last survivor. For inclusion inside
      *a program's own 01-level FD record description.
         02 XrRetiredNumber PIC 9(7).
         02 FILLER PIC X.
         02 XrSurvivingNumber PIC 9(7).
         02 FILLER PIC X.
         02 XrMergeDate PIC 9(8).
