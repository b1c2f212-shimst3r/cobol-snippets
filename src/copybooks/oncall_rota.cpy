      *Shared layout of one on-call rota record - who is on call,
      *as primary (P) or backup (B), from which date and time to
      *which, and the number the paging gateway should call. An E
      *alert raised at night pages the primary covering that
      *moment; if it is still unacknowledged after the escalation
      *interval the backup covering the moment of escalation is
      *paged. Maintained by RotaMaint. For inclusion inside a
      *program's own 01-level FD record description.
         02 OrRole PIC X.
           88 Rota-Primary VALUE "P".
           88 Rota-Backup VALUE "B".
         02 FILLER PIC X.
         02 OrOperatorId PIC X(8).
         02 FILLER PIC X.
         02 OrFromDate PIC 9(8).
         02 OrFromTime PIC 9(4).
         02 FILLER PIC X.
         02 OrToDate PIC 9(8).
         02 OrToTime PIC 9(4).
         02 FILLER PIC X.
         02 OrContact PIC X(20).
