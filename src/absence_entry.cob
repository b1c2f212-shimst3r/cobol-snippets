       IDENTIFICATION DIVISION.
       PROGRAM-ID. AbsenceEntry.
      *Book and cancel employee absence - annual leave, sickness, or
      *other - on the absence file, applying the same EmployeeID and
      *department edits EmpTransEntry applies: a five-digit ID that
      *is on the indexed employee master, whose department is an
      *active department code. Leavers are refused new bookings.
      *The working days a booking counts are worked out from the
      *from/to dates - Saturdays, Sundays, and holiday-calendar
      *days are not charged - and a booking may neither span a year
      *end nor overlap one the employee already holds. Annual leave
      *beyond the year's remaining entitlement is warned before the
      *clerk confirms. LeaveAccrual grants the entitlement and
      *LeaveBalance reports what is left.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABSENCE-FILE ASSIGN TO "absence.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSENCE-STATUS.
           SELECT ENTITLEMENT-FILE ASSIGN TO "leave-entitlement.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTITLE-STATUS.
           SELECT EMPLOYEE-MST ASSIGN TO "employee-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MstEmployeeID
               FILE STATUS IS WS-EMPMST-STATUS.
           SELECT DEPT-MASTER ASSIGN TO "department-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO "holidays.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ABSENCE-FILE.
       01 ABSENCE-RECORD.
           COPY "absence_record".

       FD ENTITLEMENT-FILE.
       01 ENTITLEMENT-RECORD.
           COPY "leave_entitlement".

      *Key plus remainder - the remainder length mirrors the fields
      *after EmployeeID in the employee_record copybook.
       FD EMPLOYEE-MST.
       01 EMPLOYEE-MST-RECORD.
         02 MstEmployeeID PIC 9(5).
         02 MstEmployeeBody PIC X(99).

       FD DEPT-MASTER.
       01 DEPT-RECORD.
           COPY "department_record".

       FD HOLIDAY-FILE.
       01 HOLIDAY-RECORD.
           COPY "holiday_record".

       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-REC.
           COPY "employee_record".

       01 WS-ABSENCE-STATUS PIC XX.
       01 WS-ENTITLE-STATUS PIC XX.
       01 WS-EMPMST-STATUS PIC XX.
       01 WS-DEPT-STATUS PIC XX.
       01 WS-HOLIDAY-STATUS PIC XX.

       01 ABSENCE-EOF-SW PIC X VALUE "N".
         88 End-Of-Absence-File VALUE "Y".
       01 ENTITLE-EOF-SW PIC X VALUE "N".
         88 End-Of-Entitlement-File VALUE "Y".
       01 HOLIDAY-EOF-SW PIC X VALUE "N".
         88 End-Of-Holiday-File VALUE "Y".

       01 WS-ACTION PIC X VALUE SPACE.
         88 Add-Action VALUE "A" "a".
         88 Delete-Action VALUE "D" "d".
         88 List-Action VALUE "L" "l".
         88 End-Action VALUE "E" "e".

       01 WS-RUN-DATE PIC 9(8).
       01 WS-ID-IN PIC X(5).
       01 WS-TYPE-IN PIC X.
       01 WS-CONFIRM-IN PIC X.
         88 Entry-Confirmed VALUE "Y" "y".

       01 WS-FIELD-OK-SW PIC X.
         88 Field-Is-Valid VALUE "Y".
       01 WS-DATE-IN PIC X(8).
       01 WS-DATE-WORK PIC 9(8).
       01 WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
         02 WS-WORK-YEAR PIC 9(4).
         02 WS-WORK-MONTH PIC 99.
         02 WS-WORK-DAY PIC 99.
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).
       01 WS-BOOK-DAYS PIC 9(3).
       01 WS-BOOK-YEAR PIC 9(4).

       01 MONTH-DAYS-TABLE VALUE "312831303130313130313031".
         02 MONTH-DAYS-ENTRY PIC 99 OCCURS 12 TIMES.
       01 WS-MAX-DAY PIC 99.
       01 WS-IS-LEAP-SW PIC X VALUE "N".
         88 Is-Leap-Year VALUE "Y".

      *Working-day count - each calendar day of the booking is
      *checked for weekend and holiday in turn.
       01 WS-DAY-INT PIC 9(8).
       01 WS-LAST-INT PIC 9(8).
       01 WS-DAY-DATE PIC 9(8).
       01 WS-DAY-MMDD PIC 9(4).
       01 WS-WEEKDAY PIC 9.
       01 WS-HOLIDAY-FOUND-SW PIC X.
         88 Day-Is-Holiday VALUE "Y".

      *Active department codes loaded from the department master.
       01 DEPT-EOF-SW PIC X VALUE "N".
         88 End-Of-Dept-File VALUE "Y".
       01 WS-DEPT-LIMIT PIC 9(3) VALUE 100.
       01 WS-DEPT-COUNT PIC 9(3) VALUE 0.
       01 WS-DEPT-TABLE.
         02 WS-DEPT-ENTRY OCCURS 100 TIMES.
           03 WS-DPT-CODE PIC X(4).
           03 WS-DPT-ACTIVE PIC X.
       01 WS-DEPT-IDX PIC 9(3).
       01 WS-DEPT-FOUND-SW PIC X.
         88 Active-Dept-Found VALUE "Y".

      *Every booking on file, held so the file can be rewritten
      *whole after cancellations.
       01 WS-ABSENCE-LIMIT PIC 9(4) VALUE 5000.
       01 WS-ABSENCE-COUNT PIC 9(4) VALUE 0.
       01 WS-ABSENCE-TABLE.
         02 WS-ABSENCE-ENTRY OCCURS 5000 TIMES.
           03 WS-ABS-DELETED PIC X.
           03 WS-ABS-ID PIC 9(5).
           03 WS-ABS-TYPE PIC X.
           03 WS-ABS-FROM PIC 9(8).
           03 WS-ABS-TO PIC 9(8).
           03 WS-ABS-DAYS PIC 9(3).
           03 WS-ABS-BOOKED PIC 9(8).
       01 WS-ABSENCE-IDX PIC 9(4).
       01 WS-FOUND-IDX PIC 9(4).
       01 WS-FOUND-SW PIC X.
         88 Booking-Found VALUE "Y".
       01 WS-OVERLAP-SW PIC X.
         88 Booking-Overlaps VALUE "Y".
       01 WS-CHANGED-SW PIC X VALUE "N".
         88 Table-Changed VALUE "Y".
       01 WS-OVERFLOW-SW PIC X VALUE "N".
         88 Absence-Table-Overflow VALUE "Y".

       01 WS-ENTITLED-DAYS PIC 9(3).
       01 WS-ANNUAL-BOOKED PIC 9(4).
       01 WS-REMAINING PIC S9(4).
       01 WS-REMAINING-DISP PIC -ZZZ9.

       01 WS-ADDED-COUNT PIC 9(5) VALUE 0.
       01 WS-CANCELLED-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       Main.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM Load-Absence-Table
      *A file bigger than the table must never be rewritten from
      *it - bookings past the limit would be silently lost.
           IF Absence-Table-Overflow
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           OPEN INPUT EMPLOYEE-MST
           IF WS-EMPMST-STATUS = "35"
             DISPLAY "Indexed employee master not found - run the "
               "master conversion first."
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM Load-Dept-Table
           PERFORM Get-Entry-Action
           PERFORM UNTIL End-Action
             EVALUATE TRUE
               WHEN Add-Action
                 PERFORM Add-Absence-Booking
               WHEN Delete-Action
                 PERFORM Cancel-Absence-Booking
               WHEN List-Action
                 PERFORM List-Employee-Bookings
               WHEN OTHER
                 DISPLAY "Enter A, D, L, or E."
             END-EVALUATE
             PERFORM Get-Entry-Action
           END-PERFORM
           CLOSE EMPLOYEE-MST
           IF Table-Changed
             PERFORM Rewrite-Absence-File
             DISPLAY "Absence file rewritten."
           END-IF
           DISPLAY "Bookings added = ", WS-ADDED-COUNT,
             "  cancelled = ", WS-CANCELLED-COUNT
           GOBACK.

       Get-Entry-Action.
           DISPLAY "Absence - (A)dd booking, (D)elete booking, "
             "(L)ist, or (E)nd: "
           ACCEPT WS-ACTION.

       Load-Absence-Table.
           MOVE 0 TO WS-ABSENCE-COUNT
           OPEN INPUT ABSENCE-FILE
           IF WS-ABSENCE-STATUS = "35"
             DISPLAY "Absence file not found - starting empty."
           ELSE
             MOVE "N" TO ABSENCE-EOF-SW
             READ ABSENCE-FILE
               AT END MOVE "Y" TO ABSENCE-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Absence-File
                OR WS-ABSENCE-COUNT >= WS-ABSENCE-LIMIT
               ADD 1 TO WS-ABSENCE-COUNT
               MOVE SPACE TO WS-ABS-DELETED(WS-ABSENCE-COUNT)
               MOVE AbsEmployeeID TO WS-ABS-ID(WS-ABSENCE-COUNT)
               MOVE AbsType TO WS-ABS-TYPE(WS-ABSENCE-COUNT)
               MOVE AbsFromDate TO WS-ABS-FROM(WS-ABSENCE-COUNT)
               MOVE AbsToDate TO WS-ABS-TO(WS-ABSENCE-COUNT)
               MOVE AbsDays TO WS-ABS-DAYS(WS-ABSENCE-COUNT)
               MOVE AbsBookedDate TO WS-ABS-BOOKED(WS-ABSENCE-COUNT)
               READ ABSENCE-FILE
                 AT END MOVE "Y" TO ABSENCE-EOF-SW
               END-READ
             END-PERFORM
             IF NOT End-Of-Absence-File
               MOVE "Y" TO WS-OVERFLOW-SW
               DISPLAY "Absence file holds more than ",
                 WS-ABSENCE-LIMIT, " records - entry abandoned."
             END-IF
             CLOSE ABSENCE-FILE
           END-IF.

       Load-Dept-Table.
           MOVE 0 TO WS-DEPT-COUNT
           OPEN INPUT DEPT-MASTER
           IF WS-DEPT-STATUS = "35"
             DISPLAY "Department master not found - department "
               "check skipped."
           ELSE
             MOVE "N" TO DEPT-EOF-SW
             READ DEPT-MASTER
               AT END MOVE "Y" TO DEPT-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Dept-File
                OR WS-DEPT-COUNT >= WS-DEPT-LIMIT
               ADD 1 TO WS-DEPT-COUNT
               MOVE DeptCode TO WS-DPT-CODE(WS-DEPT-COUNT)
               MOVE DeptActiveFlag TO WS-DPT-ACTIVE(WS-DEPT-COUNT)
               READ DEPT-MASTER
                 AT END MOVE "Y" TO DEPT-EOF-SW
               END-READ
             END-PERFORM
             CLOSE DEPT-MASTER
           END-IF.

      *The EmployeeID edit EmpTransEntry applies, then the master
      *lookup - the employee must exist to carry a booking.
       Get-Existing-Employee.
           MOVE "N" TO WS-FIELD-OK-SW
           MOVE SPACES TO WS-EMPLOYEE-REC
           DISPLAY "EmployeeID (5 digits): "
           ACCEPT WS-ID-IN
           IF WS-ID-IN IS NOT NUMERIC
             DISPLAY "EmployeeID must be five digits."
           ELSE
             MOVE WS-ID-IN TO MstEmployeeID
             READ EMPLOYEE-MST
               INVALID KEY
                 DISPLAY "EmployeeID ", WS-ID-IN, " not on the "
                   "employee master."
               NOT INVALID KEY
                 MOVE EMPLOYEE-MST-RECORD TO WS-EMPLOYEE-REC
                 DISPLAY "Employee: ", EmployeeName, " dept ",
                   EmpDepartment, " status ", EmpStatus
                 MOVE "Y" TO WS-FIELD-OK-SW
             END-READ
           END-IF.

      *The department edit EmpTransEntry applies - with no
      *department master loaded the check is skipped as it is
      *there.
       Check-Employee-Department.
           MOVE "N" TO WS-FIELD-OK-SW
           IF WS-DEPT-COUNT = 0
             MOVE "Y" TO WS-FIELD-OK-SW
           ELSE
             MOVE "N" TO WS-DEPT-FOUND-SW
             PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                 UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                    OR Active-Dept-Found
               IF WS-DPT-CODE(WS-DEPT-IDX) = EmpDepartment
                  AND WS-DPT-ACTIVE(WS-DEPT-IDX) = "A"
                 MOVE "Y" TO WS-DEPT-FOUND-SW
               END-IF
             END-PERFORM
             IF Active-Dept-Found
               MOVE "Y" TO WS-FIELD-OK-SW
             ELSE
               DISPLAY "Employee's department ", EmpDepartment,
                 " is not an active department code - correct the "
                 "master first."
             END-IF
           END-IF.

       Add-Absence-Booking.
           PERFORM Get-Existing-Employee
           IF Field-Is-Valid
             IF Emp-Is-Leaver
               DISPLAY "Employee is a leaver - no new bookings "
                 "accepted."
               MOVE "N" TO WS-FIELD-OK-SW
             ELSE
               PERFORM Check-Employee-Department
             END-IF
           END-IF
           IF Field-Is-Valid
             PERFORM Enter-Absence-Type
           END-IF
           IF Field-Is-Valid
             PERFORM Enter-Booking-Dates
           END-IF
           IF Field-Is-Valid
             PERFORM Check-Booking-Overlap
           END-IF
           IF Field-Is-Valid
             PERFORM Count-Working-Days
           END-IF
           IF Field-Is-Valid
             IF WS-TYPE-IN = "A"
               PERFORM Check-Remaining-Entitlement
             END-IF
             PERFORM Confirm-And-Add-Booking
           END-IF.

       Enter-Absence-Type.
           MOVE "N" TO WS-FIELD-OK-SW
           DISPLAY "Absence type - (A)nnual leave, (S)ickness, "
             "(O)ther: "
           ACCEPT WS-TYPE-IN
           IF WS-TYPE-IN = "A" OR WS-TYPE-IN = "S"
              OR WS-TYPE-IN = "O"
             MOVE "Y" TO WS-FIELD-OK-SW
           ELSE
             DISPLAY "Absence type must be A, S, or O."
           END-IF.

      *From and to must be real dates, in order, inside one leave
      *year, and not before the employee was hired.
       Enter-Booking-Dates.
           DISPLAY "First day away (YYYYMMDD): "
           ACCEPT WS-DATE-IN
           PERFORM Validate-Date-Work
           IF Field-Is-Valid
             MOVE WS-DATE-WORK TO WS-FROM-DATE
             DISPLAY "Last day away (YYYYMMDD): "
             ACCEPT WS-DATE-IN
             PERFORM Validate-Date-Work
           END-IF
           IF Field-Is-Valid
             MOVE WS-DATE-WORK TO WS-TO-DATE
             EVALUATE TRUE
               WHEN WS-TO-DATE < WS-FROM-DATE
                 DISPLAY "Last day may not be before the first day."
                 MOVE "N" TO WS-FIELD-OK-SW
               WHEN WS-TO-DATE(1:4) NOT = WS-FROM-DATE(1:4)
                 DISPLAY "A booking may not span a year end - book "
                   "each year separately."
                 MOVE "N" TO WS-FIELD-OK-SW
               WHEN EmpHireDate IS NUMERIC
                    AND WS-FROM-DATE < EmpHireDate
                 DISPLAY "Booking may not start before the hire "
                   "date."
                 MOVE "N" TO WS-FIELD-OK-SW
               WHEN OTHER
                 MOVE WS-FROM-DATE(1:4) TO WS-BOOK-YEAR
             END-EVALUATE
           END-IF.

       Validate-Date-Work.
           MOVE "N" TO WS-FIELD-OK-SW
           IF WS-DATE-IN IS NOT NUMERIC
             DISPLAY "Date must be eight digits."
           ELSE
             MOVE WS-DATE-IN TO WS-DATE-WORK
             IF WS-WORK-MONTH < 1 OR WS-WORK-MONTH > 12
               DISPLAY "Invalid month - must be 01 through 12."
             ELSE
               PERFORM Check-Leap-Year
               MOVE MONTH-DAYS-ENTRY(WS-WORK-MONTH) TO WS-MAX-DAY
               IF WS-WORK-MONTH = 02 AND Is-Leap-Year
                 ADD 1 TO WS-MAX-DAY
               END-IF
               IF WS-WORK-DAY < 1 OR WS-WORK-DAY > WS-MAX-DAY
                 DISPLAY "Invalid day for that month/year."
               ELSE
                 MOVE "Y" TO WS-FIELD-OK-SW
               END-IF
             END-IF
           END-IF.

       Check-Leap-Year.
           IF FUNCTION MOD(WS-WORK-YEAR, 400) = 0
             MOVE "Y" TO WS-IS-LEAP-SW
           ELSE
             IF FUNCTION MOD(WS-WORK-YEAR, 4) = 0
                AND FUNCTION MOD(WS-WORK-YEAR, 100) NOT = 0
               MOVE "Y" TO WS-IS-LEAP-SW
             ELSE
               MOVE "N" TO WS-IS-LEAP-SW
             END-IF
           END-IF.

      *An employee cannot be away twice on the same day - any
      *booking of any type that shares a day with the new one
      *refuses it.
       Check-Booking-Overlap.
           MOVE "N" TO WS-OVERLAP-SW
           PERFORM VARYING WS-ABSENCE-IDX FROM 1 BY 1
               UNTIL WS-ABSENCE-IDX > WS-ABSENCE-COUNT
                  OR Booking-Overlaps
             IF WS-ABS-DELETED(WS-ABSENCE-IDX) = SPACE
                AND WS-ABS-ID(WS-ABSENCE-IDX) = EmployeeID
                AND WS-ABS-FROM(WS-ABSENCE-IDX) <= WS-TO-DATE
                AND WS-ABS-TO(WS-ABSENCE-IDX) >= WS-FROM-DATE
               MOVE "Y" TO WS-OVERLAP-SW
               DISPLAY "Overlaps the booking ",
                 WS-ABS-FROM(WS-ABSENCE-IDX), " - ",
                 WS-ABS-TO(WS-ABSENCE-IDX), " type ",
                 WS-ABS-TYPE(WS-ABSENCE-IDX)
             END-IF
           END-PERFORM
           IF Booking-Overlaps
             MOVE "N" TO WS-FIELD-OK-SW
           END-IF.

      *Monday to Friday days that are not on the holiday calendar
      *- a booking that covers only a weekend or holidays counts
      *nothing and is refused.
       Count-Working-Days.
           MOVE 0 TO WS-BOOK-DAYS
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
           COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
           PERFORM UNTIL WS-DAY-INT > WS-LAST-INT
             COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT - 1, 7) + 1
             IF WS-WEEKDAY < 6
               COMPUTE WS-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               PERFORM Check-Day-Holiday
               IF NOT Day-Is-Holiday
                 ADD 1 TO WS-BOOK-DAYS
               END-IF
             END-IF
             ADD 1 TO WS-DAY-INT
           END-PERFORM
           IF WS-BOOK-DAYS = 0
             DISPLAY "No working days in that range - nothing to "
               "book."
             MOVE "N" TO WS-FIELD-OK-SW
           END-IF.

       Check-Day-Holiday.
           MOVE "N" TO WS-HOLIDAY-FOUND-SW
           COMPUTE WS-DAY-MMDD = FUNCTION MOD(WS-DAY-DATE, 10000)
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS NOT = "35"
             MOVE "N" TO HOLIDAY-EOF-SW
             READ HOLIDAY-FILE
               AT END MOVE "Y" TO HOLIDAY-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Holiday-File
                OR Day-Is-Holiday
               IF HolDate = WS-DAY-DATE
                  OR (Holiday-Recurs-Yearly
                      AND HolMonthDay = WS-DAY-MMDD)
                 MOVE "Y" TO WS-HOLIDAY-FOUND-SW
               END-IF
               READ HOLIDAY-FILE
                 AT END MOVE "Y" TO HOLIDAY-EOF-SW
               END-READ
             END-PERFORM
             CLOSE HOLIDAY-FILE
           END-IF.

      *Entitlement for the booking's leave year less the annual
      *leave already booked in it. Going over is warned, not
      *refused - the manager may have agreed to borrow ahead.
       Check-Remaining-Entitlement.
           MOVE 0 TO WS-ENTITLED-DAYS
           OPEN INPUT ENTITLEMENT-FILE
           IF WS-ENTITLE-STATUS = "35"
             DISPLAY "Leave entitlement file not found - no "
               "entitlement granted yet."
           ELSE
             MOVE "N" TO ENTITLE-EOF-SW
             READ ENTITLEMENT-FILE
               AT END MOVE "Y" TO ENTITLE-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Entitlement-File
               IF LeEmployeeID = EmployeeID
                  AND LeYear = WS-BOOK-YEAR
                 MOVE LeDays TO WS-ENTITLED-DAYS
               END-IF
               READ ENTITLEMENT-FILE
                 AT END MOVE "Y" TO ENTITLE-EOF-SW
               END-READ
             END-PERFORM
             CLOSE ENTITLEMENT-FILE
           END-IF
           MOVE 0 TO WS-ANNUAL-BOOKED
           PERFORM VARYING WS-ABSENCE-IDX FROM 1 BY 1
               UNTIL WS-ABSENCE-IDX > WS-ABSENCE-COUNT
             IF WS-ABS-DELETED(WS-ABSENCE-IDX) = SPACE
                AND WS-ABS-ID(WS-ABSENCE-IDX) = EmployeeID
                AND WS-ABS-TYPE(WS-ABSENCE-IDX) = "A"
                AND WS-ABS-FROM(WS-ABSENCE-IDX)(1:4) = WS-BOOK-YEAR
               ADD WS-ABS-DAYS(WS-ABSENCE-IDX) TO WS-ANNUAL-BOOKED
             END-IF
           END-PERFORM
           COMPUTE WS-REMAINING =
               WS-ENTITLED-DAYS - WS-ANNUAL-BOOKED - WS-BOOK-DAYS
           MOVE WS-REMAINING TO WS-REMAINING-DISP
           IF WS-REMAINING < 0
             DISPLAY "WARNING - booking exceeds the ", WS-BOOK-YEAR,
               " entitlement; balance after it would be ",
               WS-REMAINING-DISP, " days."
           ELSE
             DISPLAY "Balance for ", WS-BOOK-YEAR, " after this "
               "booking: ", WS-REMAINING-DISP, " days."
           END-IF.

       Confirm-And-Add-Booking.
           DISPLAY "BOOK ", EmployeeID, " TYPE ", WS-TYPE-IN, " ",
             WS-FROM-DATE, " - ", WS-TO-DATE, " DAYS ", WS-BOOK-DAYS
           DISPLAY "Add this booking? (Y/N): "
           ACCEPT WS-CONFIRM-IN
           IF NOT Entry-Confirmed
             DISPLAY "Booking discarded."
           ELSE
             IF WS-ABSENCE-COUNT >= WS-ABSENCE-LIMIT
               DISPLAY "Absence table full."
             ELSE
               ADD 1 TO WS-ABSENCE-COUNT
               MOVE SPACE TO WS-ABS-DELETED(WS-ABSENCE-COUNT)
               MOVE EmployeeID TO WS-ABS-ID(WS-ABSENCE-COUNT)
               MOVE WS-TYPE-IN TO WS-ABS-TYPE(WS-ABSENCE-COUNT)
               MOVE WS-FROM-DATE TO WS-ABS-FROM(WS-ABSENCE-COUNT)
               MOVE WS-TO-DATE TO WS-ABS-TO(WS-ABSENCE-COUNT)
               MOVE WS-BOOK-DAYS TO WS-ABS-DAYS(WS-ABSENCE-COUNT)
               MOVE WS-RUN-DATE TO WS-ABS-BOOKED(WS-ABSENCE-COUNT)
               MOVE "Y" TO WS-CHANGED-SW
               ADD 1 TO WS-ADDED-COUNT
               DISPLAY "Booking added."
             END-IF
           END-IF.

      *Cancelling is allowed for leavers too - a booking that will
      *never be taken must come off before the final-pay balance
      *is worked out.
       Cancel-Absence-Booking.
           PERFORM Get-Existing-Employee
           IF Field-Is-Valid
             DISPLAY "First day of the booking (YYYYMMDD): "
             ACCEPT WS-DATE-IN
             MOVE "N" TO WS-FOUND-SW
             MOVE 0 TO WS-FOUND-IDX
             PERFORM VARYING WS-ABSENCE-IDX FROM 1 BY 1
                 UNTIL WS-ABSENCE-IDX > WS-ABSENCE-COUNT
                    OR Booking-Found
               IF WS-ABS-DELETED(WS-ABSENCE-IDX) = SPACE
                  AND WS-ABS-ID(WS-ABSENCE-IDX) = EmployeeID
                  AND WS-ABS-FROM(WS-ABSENCE-IDX) = WS-DATE-IN
                 MOVE "Y" TO WS-FOUND-SW
                 MOVE WS-ABSENCE-IDX TO WS-FOUND-IDX
               END-IF
             END-PERFORM
             IF NOT Booking-Found
               DISPLAY "No booking for that employee starting on "
                 "that day."
             ELSE
               DISPLAY "CANCEL ", EmployeeID, " TYPE ",
                 WS-ABS-TYPE(WS-FOUND-IDX), " ",
                 WS-ABS-FROM(WS-FOUND-IDX), " - ",
                 WS-ABS-TO(WS-FOUND-IDX), " DAYS ",
                 WS-ABS-DAYS(WS-FOUND-IDX)
               DISPLAY "Cancel this booking? (Y/N): "
               ACCEPT WS-CONFIRM-IN
               IF Entry-Confirmed
                 MOVE "D" TO WS-ABS-DELETED(WS-FOUND-IDX)
                 MOVE "Y" TO WS-CHANGED-SW
                 ADD 1 TO WS-CANCELLED-COUNT
                 DISPLAY "Booking cancelled."
               ELSE
                 DISPLAY "Booking kept."
               END-IF
             END-IF
           END-IF.

       List-Employee-Bookings.
           PERFORM Get-Existing-Employee
           IF Field-Is-Valid
             DISPLAY "T FROM     TO       DAYS BOOKED"
             PERFORM VARYING WS-ABSENCE-IDX FROM 1 BY 1
                 UNTIL WS-ABSENCE-IDX > WS-ABSENCE-COUNT
               IF WS-ABS-DELETED(WS-ABSENCE-IDX) = SPACE
                  AND WS-ABS-ID(WS-ABSENCE-IDX) = EmployeeID
                 DISPLAY WS-ABS-TYPE(WS-ABSENCE-IDX), " ",
                   WS-ABS-FROM(WS-ABSENCE-IDX), " ",
                   WS-ABS-TO(WS-ABSENCE-IDX), " ",
                   WS-ABS-DAYS(WS-ABSENCE-IDX), "  ",
                   WS-ABS-BOOKED(WS-ABSENCE-IDX)
               END-IF
             END-PERFORM
           END-IF.

       Rewrite-Absence-File.
           OPEN OUTPUT ABSENCE-FILE
           PERFORM VARYING WS-ABSENCE-IDX FROM 1 BY 1
               UNTIL WS-ABSENCE-IDX > WS-ABSENCE-COUNT
             IF WS-ABS-DELETED(WS-ABSENCE-IDX) = SPACE
               MOVE SPACES TO ABSENCE-RECORD
               MOVE WS-ABS-ID(WS-ABSENCE-IDX) TO AbsEmployeeID
               MOVE WS-ABS-TYPE(WS-ABSENCE-IDX) TO AbsType
               MOVE WS-ABS-FROM(WS-ABSENCE-IDX) TO AbsFromDate
               MOVE WS-ABS-TO(WS-ABSENCE-IDX) TO AbsToDate
               MOVE WS-ABS-DAYS(WS-ABSENCE-IDX) TO AbsDays
               MOVE WS-ABS-BOOKED(WS-ABSENCE-IDX) TO AbsBookedDate
               WRITE ABSENCE-RECORD
             END-IF
           END-PERFORM
           CLOSE ABSENCE-FILE.
