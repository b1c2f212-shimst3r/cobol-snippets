      *Shared layout of one page - written to the paging gateway
      *interface file for the notification gateway to send, and to
      *the page log so the morning handover shows who was paged for
      *which alert and when. The role is P for the first page to
      *the primary on call and B for the escalation to the backup;
      *the alert program, date, and time identify the alert the
      *page was sent for. A page the rota had nobody to send to is
      *logged with a blank operator and contact. For inclusion
      *inside a program's own 01-level FD record description.
         02 PgRole PIC X.
           88 Page-To-Primary VALUE "P".
           88 Page-To-Backup VALUE "B".
         02 FILLER PIC X.
         02 PgOperatorId PIC X(8).
         02 FILLER PIC X.
         02 PgContact PIC X(20).
         02 FILLER PIC X.
         02 PgPageDate PIC 9(8).
         02 PgPageTime PIC 9(6).
         02 FILLER PIC X.
         02 PgAlertProgram PIC X(20).
         02 FILLER PIC X.
         02 PgAlertDate PIC 9(8).
         02 PgAlertTime PIC 9(6).
         02 FILLER PIC X.
         02 PgAlertText PIC X(60).
