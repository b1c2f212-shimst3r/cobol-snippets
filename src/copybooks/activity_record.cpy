      *Shared layout of one operator-activity log record - who did
      *what from the console, when, and with what outcome. The
      *option is the menu selection (blank for a sign-on event);
      *the outcome is RUN or DENIED for a selection, a function
      *code such as LOCKCLR, OPADD, OPDIS, or OPRESET for a
      *supervisor action, and SIGNON, SIGNFAIL, SIGNDIS, SIGNLOCK,
      *or LOCKOUT for a sign-on attempt. Written by OperatorConsole
      *and read by AccessReview. For inclusion inside a program's
      *own 01-level FD record description.
         02 ActOperatorId PIC X(8).
         02 ActDate PIC 9(8).
      *Group item so ACCEPT FROM TIME keeps the leftmost HHMMSS.
         02 ActTime.
           03 ActHour PIC 99.
           03 ActMinute PIC 99.
           03 ActSecond PIC 99.
         02 ActOption PIC X.
         02 FILLER PIC X.
         02 ActOutcome PIC X(8).
