      *Shared layout of one operator master record - the plaintext
      *id/password/level record grew a status byte (A active, D
      *disabled, L locked out), a forced-change flag, the date the
      *password was last set, and the failed sign-on count, for the
      *password lifecycle the auditors asked for. Maintained from
      *OperatorConsole and read by AccessReview. For inclusion
      *inside a program's own 01-level FD record description.
         02 OpOperatorId PIC X(8).
         02 OpPassword PIC X(8).
         02 OpAuthLevel PIC 9.
         02 OpStatus PIC X.
         02 OpPwChangeFlag PIC X.
         02 OpPwDate PIC 9(8).
         02 OpFailCount PIC 9.
