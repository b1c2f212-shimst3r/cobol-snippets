      *Shared layout of one annual-leave entitlement - the days an
      *employee is granted for one leave year, with the completed
      *years of service the grant was based on and the date the
      *accrual run made it. Written by LeaveAccrual; read by
      *AbsenceEntry and LeaveBalance. For inclusion inside a
      *program's own 01-level FD record description.
         02 LeEmployeeID PIC 9(5).
         02 FILLER PIC X.
         02 LeYear PIC 9(4).
         02 FILLER PIC X.
         02 LeDays PIC 9(3).
         02 FILLER PIC X.
         02 LeServiceYears PIC 99.
         02 FILLER PIC X.
         02 LeGrantedDate PIC 9(8).
