      *Shared layout of one approval-queue request - a ledger
      *reversal (type V) or a duplicate-feed override (type O)
      *raised by one operator and approved or rejected by a second,
      *different operator before anything posts. The request is
      *keyed by the moment it was raised; the status moves from P
      *pending to A approved or J rejected by the reviewer, to X
      *expired when left pending too long, and from A to D once
      *the batch has posted it (or F when the posting was refused
      *because the ledger changed after approval). A reversal names
      *the ledger entry's timestamp and carries its type, branch,
      *and amount for the reviewer; an override names the feed's
      *header file date and source id. Maintained by ApprovalReview
      *and ApprovalQueue. For inclusion inside a program's own
      *01-level FD record description.
         02 AqRequestStamp.
           03 AqRequestDate PIC 9(8).
           03 AqRequestTime PIC 9(6).
         02 FILLER PIC X.
         02 AqType PIC X.
           88 Request-Reversal VALUE "V".
           88 Request-Feed-Override VALUE "O".
         02 AqStatus PIC X.
           88 Request-Pending VALUE "P".
           88 Request-Approved VALUE "A".
           88 Request-Rejected VALUE "J".
           88 Request-Expired VALUE "X".
           88 Request-Posted VALUE "D".
           88 Request-Refused VALUE "F".
         02 FILLER PIC X.
         02 AqRequestedBy PIC X(8).
         02 FILLER PIC X.
         02 AqDecidedBy PIC X(8).
         02 AqDecidedDate PIC 9(8).
         02 AqDecidedTime PIC 9(6).
         02 FILLER PIC X.
         02 AqPostedDate PIC 9(8).
         02 FILLER PIC X.
         02 AqReverseTs PIC 9(14).
         02 AqLedgerType PIC X.
         02 AqBranch PIC X(4).
         02 AqAmount PIC S9(11)V99 SIGN LEADING SEPARATE.
         02 FILLER PIC X.
         02 AqFileDate PIC 9(8).
         02 AqSourceId PIC X(8).
         02 FILLER PIC X.
         02 AqReason PIC X(40).
