      *Shared layout of one absence booking - the employee, the kind
      *of absence (A annual leave, S sickness, O other), the first
      *and last day away, and the working days the booking counts.
      *Only annual leave is charged against the yearly entitlement;
      *a booking never spans a year end. Maintained by AbsenceEntry;
      *read by LeaveBalance. For inclusion inside a program's own
      *01-level FD record description.
         02 AbsEmployeeID PIC 9(5).
         02 FILLER PIC X.
         02 AbsType PIC X.
           88 Absence-Is-Annual VALUE "A".
           88 Absence-Is-Sickness VALUE "S".
           88 Absence-Is-Other VALUE "O".
         02 FILLER PIC X.
         02 AbsFromDate PIC 9(8).
         02 FILLER PIC X.
         02 AbsToDate PIC 9(8).
         02 FILLER PIC X.
         02 AbsDays PIC 9(3).
         02 FILLER PIC X.
         02 AbsBookedDate PIC 9(8).
