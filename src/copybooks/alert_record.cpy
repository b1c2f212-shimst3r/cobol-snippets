      *an error that stopped work, W a warning the operator should
      *review, I an informational note. AlAckFlag starts at N and is
      *set to Y from the console's alert review screen, so a 2 a.m.
      *failure is still staring at somebody at 8 a.m. The review
      *screen also stamps when the alert was acknowledged and by
      *which operator, so the time taken to acknowledge can be
      *reported; the stamp is zero while the alert is open, and on
      *alerts acknowledged before the stamp was kept. For inclusion
      *inside a program's own 01-level FD record description.
         02 AlAckFlag PIC X.
         02 AlSeverity PIC X.
           03 AlMinute PIC 99.
           03 AlSecond PIC 99.
         02 AlMessage PIC X(60).
         02 AlAckDate PIC 9(8).
         02 AlAckTime PIC 9(6).
         02 AlAckBy PIC X(8).
