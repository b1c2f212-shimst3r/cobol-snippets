       IDENTIFICATION DIVISION.
       PROGRAM-ID. LeaveBalance.
      *Annual-leave balance by department for one leave year - for
      *every active employee the days granted by LeaveAccrual, the
      *annual leave already taken (bookings ended by the run date),
      *the leave booked ahead, and what remains, with department
      *subtotals. A closing section lists every leaver who still
      *has untaken entitlement for the year, so payroll can settle
      *it in the final pay; leave a leaver had booked ahead will
      *never be taken and counts as outstanding. Sickness and other
      *absence are not charged against the entitlement.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "employee-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPMASTER-STATUS.
           SELECT ENTITLEMENT-FILE ASSIGN TO "leave-entitlement.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTITLE-STATUS.
           SELECT ABSENCE-FILE ASSIGN TO "absence.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSENCE-STATUS.
           SELECT DEPT-MASTER ASSIGN TO "department-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT BALANCE-REPORT ASSIGN TO "leave-balance-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "leavesrt.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-MASTER.
       01 EMPLOYEE-RECORD.
           COPY "employee_record".

       FD ENTITLEMENT-FILE.
       01 ENTITLEMENT-RECORD.
           COPY "leave_entitlement".

       FD ABSENCE-FILE.
       01 ABSENCE-RECORD.
           COPY "absence_record".

       FD DEPT-MASTER.
       01 DEPT-RECORD.
           COPY "department_record".

       FD BALANCE-REPORT.
       01 REPORT-LINE PIC X(80).

      *Active employees sort ahead of leavers, so the department
      *sections come first and the final-pay section closes the
      *report.
       SD SORT-WORK.
       01 SORT-RECORD.
         02 SortSection PIC X.
         02 SortDepartment PIC X(4).
         02 SortEmployeeID PIC 9(5).
         02 SortEmployeeName PIC X(20).
         02 SortEntitled PIC 9(3).
         02 SortTaken PIC 9(3).
         02 SortBooked PIC 9(3).

       WORKING-STORAGE SECTION.
       01 WS-EMPMASTER-STATUS PIC XX.
       01 WS-ENTITLE-STATUS PIC XX.
       01 WS-ABSENCE-STATUS PIC XX.
       01 WS-DEPT-STATUS PIC XX.
       01 EMP-EOF-SWITCH PIC X VALUE "N".
         88 End-Of-Employee-File VALUE "Y".
       01 ENTITLE-EOF-SW PIC X VALUE "N".
         88 End-Of-Entitlement-File VALUE "Y".
       01 ABSENCE-EOF-SW PIC X VALUE "N".
         88 End-Of-Absence-File VALUE "Y".
       01 DEPT-EOF-SW PIC X VALUE "N".
         88 End-Of-Dept-File VALUE "Y".
       01 SORT-EOF-SWITCH PIC X VALUE "N".
         88 End-Of-Sort-File VALUE "Y".

       01 WS-CURRENT-DATE PIC 9(8).
       01 WS-YEAR-IN PIC X(4).
       01 WS-LEAVE-YEAR PIC 9(4).

      *The leave year's grants, one per employee.
       01 WS-ENTITLE-LIMIT PIC 9(5) VALUE 5000.
       01 WS-ENTITLE-COUNT PIC 9(5) VALUE 0.
       01 WS-ENTITLE-TABLE.
         02 WS-ENTITLE-ENTRY OCCURS 5000 TIMES.
           03 WS-ENT-ID PIC 9(5).
           03 WS-ENT-DAYS PIC 9(3).
       01 WS-ENTITLE-IDX PIC 9(5).

      *The leave year's annual-leave bookings.
       01 WS-ABSENCE-LIMIT PIC 9(5) VALUE 5000.
       01 WS-ABSENCE-COUNT PIC 9(5) VALUE 0.
       01 WS-ABSENCE-TABLE.
         02 WS-ABSENCE-ENTRY OCCURS 5000 TIMES.
           03 WS-ABS-ID PIC 9(5).
           03 WS-ABS-TO PIC 9(8).
           03 WS-ABS-DAYS PIC 9(3).
       01 WS-ABSENCE-IDX PIC 9(5).
       01 WS-OVERFLOW-SW PIC X VALUE "N".
         88 Balance-Table-Overflow VALUE "Y".

      *Department names loaded from the department master so the
      *control-break headings carry the name, not the bare code.
       01 WS-DEPTTBL-LIMIT PIC 9(3) VALUE 100.
       01 WS-DEPTTBL-COUNT PIC 9(3) VALUE 0.
       01 WS-DEPTTBL-TABLE.
         02 WS-DEPTTBL-ENTRY OCCURS 100 TIMES.
           03 WS-DPT-CODE PIC X(4).
           03 WS-DPT-NAME PIC X(20).
       01 WS-DEPTTBL-IDX PIC 9(3).
       01 WS-DEPT-FOUND-SW PIC X.
         88 Dept-Name-Found VALUE "Y".

       01 WS-EMP-ENTITLED PIC 9(3).
       01 WS-EMP-TAKEN PIC 9(3).
       01 WS-EMP-BOOKED PIC 9(3).
       01 WS-REMAINING PIC S9(4).
       01 WS-OUTSTANDING PIC S9(4).

       01 WS-CURR-SECTION PIC X.
       01 WS-CURR-DEPT PIC X(4).
       01 WS-DEPT-EMPLOYEES PIC 9(5) VALUE 0.
       01 WS-DEPT-ENTITLED PIC 9(7) VALUE 0.
       01 WS-DEPT-TAKEN PIC 9(7) VALUE 0.
       01 WS-DEPT-BOOKED PIC 9(7) VALUE 0.
       01 WS-DEPT-REMAINING PIC S9(7) VALUE 0.
       01 WS-TOTAL-EMPLOYEES PIC 9(5) VALUE 0.
       01 WS-TOTAL-ENTITLED PIC 9(7) VALUE 0.
       01 WS-TOTAL-TAKEN PIC 9(7) VALUE 0.
       01 WS-TOTAL-BOOKED PIC 9(7) VALUE 0.
       01 WS-TOTAL-REMAINING PIC S9(7) VALUE 0.
       01 WS-LEAVER-COUNT PIC 9(5) VALUE 0.
       01 WS-LEAVER-DAYS PIC 9(7) VALUE 0.
       01 WS-READ-COUNT PIC 9(7) VALUE 0.

       01 HEADING-LINE.
         02 FILLER PIC X(30) VALUE "ANNUAL LEAVE BALANCE".
         02 FILLER PIC X(11) VALUE "LEAVE YEAR ".
         02 HdgLeaveYear PIC 9(4).
         02 FILLER PIC X(11) VALUE "  RUN DATE ".
         02 HdgRunDate PIC 9(8).

       01 COLUMN-HEADING PIC X(80) VALUE
          "ID     NAME                 ENTITLED  TAKEN  BOOKED  REMAIN".

       01 DEPT-HEADING.
         02 FILLER PIC X(12) VALUE "DEPARTMENT: ".
         02 DeptHdgCode PIC X(4).
         02 FILLER PIC X VALUE SPACE.
         02 DeptHdgName PIC X(20).

       01 DETAIL-LINE.
         02 DtlEmployeeID PIC 9(5).
         02 FILLER PIC XX VALUE SPACES.
         02 DtlName PIC X(20).
         02 FILLER PIC X(6) VALUE SPACES.
         02 DtlEntitled PIC ZZ9.
         02 FILLER PIC X(4) VALUE SPACES.
         02 DtlTaken PIC ZZ9.
         02 FILLER PIC X(5) VALUE SPACES.
         02 DtlBooked PIC ZZ9.
         02 FILLER PIC X(3) VALUE SPACES.
         02 DtlRemaining PIC -ZZZ9.

       01 DEPT-TOTAL-LINE.
         02 FILLER PIC X(18) VALUE "  DEPT SUBTOTAL - ".
         02 SubEmployees PIC ZZZZ9.
         02 FILLER PIC X(8) VALUE SPACES.
         02 SubEntitled PIC ZZZZ9.
         02 FILLER PIC XX VALUE SPACES.
         02 SubTaken PIC ZZZZ9.
         02 FILLER PIC X(3) VALUE SPACES.
         02 SubBooked PIC ZZZZ9.
         02 FILLER PIC XX VALUE SPACES.
         02 SubRemaining PIC -ZZZZ9.

       01 GRAND-TOTAL-LINE.
         02 FILLER PIC X(18) VALUE "ALL DEPARTMENTS - ".
         02 GrdEmployees PIC ZZZZ9.
         02 FILLER PIC X(8) VALUE SPACES.
         02 GrdEntitled PIC ZZZZ9.
         02 FILLER PIC XX VALUE SPACES.
         02 GrdTaken PIC ZZZZ9.
         02 FILLER PIC X(3) VALUE SPACES.
         02 GrdBooked PIC ZZZZ9.
         02 FILLER PIC XX VALUE SPACES.
         02 GrdRemaining PIC -ZZZZ9.

       01 LEAVER-HEADING PIC X(80) VALUE
          "LEAVERS - OUTSTANDING ANNUAL LEAVE FOR FINAL PAY".
       01 LEAVER-COLUMNS PIC X(80) VALUE
          "ID     NAME                 DEPT ENTITLED  TAKEN  OWED".

       01 LEAVER-LINE.
         02 LvrEmployeeID PIC 9(5).
         02 FILLER PIC XX VALUE SPACES.
         02 LvrName PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 LvrDepartment PIC X(4).
         02 FILLER PIC X(6) VALUE SPACES.
         02 LvrEntitled PIC ZZ9.
         02 FILLER PIC X(4) VALUE SPACES.
         02 LvrTaken PIC ZZ9.
         02 FILLER PIC XX VALUE SPACES.
         02 LvrOutstanding PIC ZZZ9.

       01 LEAVER-TOTAL-LINE.
         02 FILLER PIC X(30) VALUE "LEAVERS TO SETTLE          : ".
         02 LvrTotCount PIC ZZZZ9.
         02 FILLER PIC X(14) VALUE "  TOTAL DAYS: ".
         02 LvrTotDays PIC ZZZZZZ9.

       01 NO-LEAVER-LINE PIC X(80) VALUE
          "NO LEAVER HAS OUTSTANDING LEAVE FOR THIS YEAR.".

      *The finished report is handed to the print spool for
      *operator release instead of being hunted down by file name.
       01 WS-SPOOL-PROGRAM PIC X(20) VALUE "LeaveBalance".
       01 WS-SPOOL-REPORT PIC X(30)
          VALUE "leave-balance-report.txt".
       01 WS-SAVED-RC PIC 9(4).

       PROCEDURE DIVISION.
       Main.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           DISPLAY "Leave year to report (YYYY, blank for this "
             "year): "
           ACCEPT WS-YEAR-IN
           IF WS-YEAR-IN = SPACES
             MOVE WS-CURRENT-DATE(1:4) TO WS-YEAR-IN
           END-IF
           IF WS-YEAR-IN IS NOT NUMERIC OR WS-YEAR-IN < "1900"
             DISPLAY "Leave year must be four digits YYYY."
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-YEAR-IN TO WS-LEAVE-YEAR
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMPMASTER-STATUS = "35"
             DISPLAY "Employee master file not found - no leave "
               "balance produced."
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           CLOSE EMPLOYEE-MASTER
           PERFORM Load-Entitlement-Table
           PERFORM Load-Absence-Table
      *A balance worked from a partial table would under-report
      *what is owed, so none is printed at all.
           IF Balance-Table-Overflow
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM Load-Dept-Names
           SORT SORT-WORK
               ASCENDING KEY SortSection SortDepartment
                 SortEmployeeID
               INPUT PROCEDURE IS Select-Employee-Balances
               OUTPUT PROCEDURE IS Write-Balance-Report
           PERFORM Spool-Finished-Report
           DISPLAY "Leave balance produced - employees = ",
             WS-TOTAL-EMPLOYEES, "  leavers to settle = ",
             WS-LEAVER-COUNT
           GOBACK.

      *A CALL leaves the callee's zero in RETURN-CODE, so the
      *caller's return code is saved across the spool hand-over.
       Spool-Finished-Report.
           MOVE RETURN-CODE TO WS-SAVED-RC
           CALL "SpoolReport" USING WS-SPOOL-PROGRAM WS-SPOOL-REPORT
             WS-CURRENT-DATE
           MOVE WS-SAVED-RC TO RETURN-CODE.

       Load-Entitlement-Table.
           MOVE 0 TO WS-ENTITLE-COUNT
           OPEN INPUT ENTITLEMENT-FILE
           IF WS-ENTITLE-STATUS = "35"
             DISPLAY "Leave entitlement file not found - every "
               "entitlement reported as zero."
           ELSE
             MOVE "N" TO ENTITLE-EOF-SW
             READ ENTITLEMENT-FILE
               AT END MOVE "Y" TO ENTITLE-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Entitlement-File
                OR Balance-Table-Overflow
               IF LeYear = WS-LEAVE-YEAR
                 IF WS-ENTITLE-COUNT >= WS-ENTITLE-LIMIT
                   MOVE "Y" TO WS-OVERFLOW-SW
                   DISPLAY "More than ", WS-ENTITLE-LIMIT,
                     " grants for the year - balance abandoned."
                 ELSE
                   ADD 1 TO WS-ENTITLE-COUNT
                   MOVE LeEmployeeID TO WS-ENT-ID(WS-ENTITLE-COUNT)
                   MOVE LeDays TO WS-ENT-DAYS(WS-ENTITLE-COUNT)
                 END-IF
               END-IF
               READ ENTITLEMENT-FILE
                 AT END MOVE "Y" TO ENTITLE-EOF-SW
               END-READ
             END-PERFORM
             CLOSE ENTITLEMENT-FILE
           END-IF.

       Load-Absence-Table.
           MOVE 0 TO WS-ABSENCE-COUNT
           OPEN INPUT ABSENCE-FILE
           IF WS-ABSENCE-STATUS = "35"
             DISPLAY "Absence file not found - no leave taken or "
               "booked."
           ELSE
             MOVE "N" TO ABSENCE-EOF-SW
             READ ABSENCE-FILE
               AT END MOVE "Y" TO ABSENCE-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Absence-File
                OR Balance-Table-Overflow
               IF Absence-Is-Annual
                  AND AbsFromDate(1:4) = WS-LEAVE-YEAR
                 IF WS-ABSENCE-COUNT >= WS-ABSENCE-LIMIT
                   MOVE "Y" TO WS-OVERFLOW-SW
                   DISPLAY "More than ", WS-ABSENCE-LIMIT,
                     " leave bookings for the year - balance "
                     "abandoned."
                 ELSE
                   ADD 1 TO WS-ABSENCE-COUNT
                   MOVE AbsEmployeeID TO WS-ABS-ID(WS-ABSENCE-COUNT)
                   MOVE AbsToDate TO WS-ABS-TO(WS-ABSENCE-COUNT)
                   MOVE AbsDays TO WS-ABS-DAYS(WS-ABSENCE-COUNT)
                 END-IF
               END-IF
               READ ABSENCE-FILE
                 AT END MOVE "Y" TO ABSENCE-EOF-SW
               END-READ
             END-PERFORM
             CLOSE ABSENCE-FILE
           END-IF.

       Load-Dept-Names.
           MOVE 0 TO WS-DEPTTBL-COUNT
           OPEN INPUT DEPT-MASTER
           IF WS-DEPT-STATUS = "35"
             CONTINUE
           ELSE
             MOVE "N" TO DEPT-EOF-SW
             READ DEPT-MASTER
               AT END MOVE "Y" TO DEPT-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Dept-File
                OR WS-DEPTTBL-COUNT >= WS-DEPTTBL-LIMIT
               ADD 1 TO WS-DEPTTBL-COUNT
               MOVE DeptCode TO WS-DPT-CODE(WS-DEPTTBL-COUNT)
               MOVE DeptName TO WS-DPT-NAME(WS-DEPTTBL-COUNT)
               READ DEPT-MASTER
                 AT END MOVE "Y" TO DEPT-EOF-SW
               END-READ
             END-PERFORM
             CLOSE DEPT-MASTER
           END-IF.

      *Codes with no department-master entry print with a blank
      *name - they show up on the heading as a code to go fix.
       Lookup-Dept-Name.
           MOVE "N" TO WS-DEPT-FOUND-SW
           MOVE SPACES TO DeptHdgName
           PERFORM VARYING WS-DEPTTBL-IDX FROM 1 BY 1
               UNTIL WS-DEPTTBL-IDX > WS-DEPTTBL-COUNT
                  OR Dept-Name-Found
             IF WS-DPT-CODE(WS-DEPTTBL-IDX) = WS-CURR-DEPT
               MOVE WS-DPT-NAME(WS-DEPTTBL-IDX) TO DeptHdgName
               MOVE "Y" TO WS-DEPT-FOUND-SW
             END-IF
           END-PERFORM.

       Select-Employee-Balances.
           MOVE "N" TO EMP-EOF-SWITCH
           OPEN INPUT EMPLOYEE-MASTER
           READ EMPLOYEE-MASTER
             AT END MOVE "Y" TO EMP-EOF-SWITCH
           END-READ
           PERFORM UNTIL End-Of-Employee-File
             ADD 1 TO WS-READ-COUNT
             PERFORM Compute-Employee-Balance
             IF Emp-Is-Leaver
               MOVE "2" TO SortSection
             ELSE
               MOVE "1" TO SortSection
             END-IF
             MOVE EmpDepartment TO SortDepartment
             MOVE EmployeeID TO SortEmployeeID
             MOVE EmployeeName TO SortEmployeeName
             MOVE WS-EMP-ENTITLED TO SortEntitled
             MOVE WS-EMP-TAKEN TO SortTaken
             MOVE WS-EMP-BOOKED TO SortBooked
             RELEASE SORT-RECORD
             READ EMPLOYEE-MASTER
               AT END MOVE "Y" TO EMP-EOF-SWITCH
             END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER.

      *A booking whose last day has passed is taken; one still
      *running or yet to start is booked.
       Compute-Employee-Balance.
           MOVE 0 TO WS-EMP-ENTITLED
           MOVE 0 TO WS-EMP-TAKEN
           MOVE 0 TO WS-EMP-BOOKED
           PERFORM VARYING WS-ENTITLE-IDX FROM 1 BY 1
               UNTIL WS-ENTITLE-IDX > WS-ENTITLE-COUNT
             IF WS-ENT-ID(WS-ENTITLE-IDX) = EmployeeID
               MOVE WS-ENT-DAYS(WS-ENTITLE-IDX) TO WS-EMP-ENTITLED
             END-IF
           END-PERFORM
           PERFORM VARYING WS-ABSENCE-IDX FROM 1 BY 1
               UNTIL WS-ABSENCE-IDX > WS-ABSENCE-COUNT
             IF WS-ABS-ID(WS-ABSENCE-IDX) = EmployeeID
               IF WS-ABS-TO(WS-ABSENCE-IDX) < WS-CURRENT-DATE
                 ADD WS-ABS-DAYS(WS-ABSENCE-IDX) TO WS-EMP-TAKEN
               ELSE
                 ADD WS-ABS-DAYS(WS-ABSENCE-IDX) TO WS-EMP-BOOKED
               END-IF
             END-IF
           END-PERFORM.

       Write-Balance-Report.
           OPEN OUTPUT BALANCE-REPORT
           MOVE WS-LEAVE-YEAR TO HdgLeaveYear
           MOVE WS-CURRENT-DATE TO HdgRunDate
           WRITE REPORT-LINE FROM HEADING-LINE
           WRITE REPORT-LINE FROM COLUMN-HEADING
           MOVE SPACE TO WS-CURR-SECTION
           RETURN SORT-WORK
             AT END MOVE "Y" TO SORT-EOF-SWITCH
           END-RETURN
           IF NOT End-Of-Sort-File AND SortSection = "1"
             MOVE "1" TO WS-CURR-SECTION
             MOVE SortDepartment TO WS-CURR-DEPT
             PERFORM Start-Department
             PERFORM UNTIL End-Of-Sort-File OR SortSection NOT = "1"
               IF SortDepartment NOT = WS-CURR-DEPT
                 PERFORM Write-Dept-Subtotal
                 MOVE SortDepartment TO WS-CURR-DEPT
                 PERFORM Start-Department
               END-IF
               PERFORM Write-Detail-Line
               RETURN SORT-WORK
                 AT END MOVE "Y" TO SORT-EOF-SWITCH
               END-RETURN
             END-PERFORM
             PERFORM Write-Dept-Subtotal
           END-IF
           PERFORM Write-Grand-Total
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM LEAVER-HEADING
           WRITE REPORT-LINE FROM LEAVER-COLUMNS
           PERFORM UNTIL End-Of-Sort-File
             PERFORM Write-Leaver-Line
             RETURN SORT-WORK
               AT END MOVE "Y" TO SORT-EOF-SWITCH
             END-RETURN
           END-PERFORM
           IF WS-LEAVER-COUNT = 0
             WRITE REPORT-LINE FROM NO-LEAVER-LINE
           END-IF
           MOVE WS-LEAVER-COUNT TO LvrTotCount
           MOVE WS-LEAVER-DAYS TO LvrTotDays
           WRITE REPORT-LINE FROM LEAVER-TOTAL-LINE
           CLOSE BALANCE-REPORT.

       Start-Department.
           MOVE 0 TO WS-DEPT-EMPLOYEES
           MOVE 0 TO WS-DEPT-ENTITLED
           MOVE 0 TO WS-DEPT-TAKEN
           MOVE 0 TO WS-DEPT-BOOKED
           MOVE 0 TO WS-DEPT-REMAINING
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CURR-DEPT TO DeptHdgCode
           PERFORM Lookup-Dept-Name
           WRITE REPORT-LINE FROM DEPT-HEADING.

       Write-Detail-Line.
           COMPUTE WS-REMAINING = SortEntitled - SortTaken - SortBooked
           MOVE SortEmployeeID TO DtlEmployeeID
           MOVE SortEmployeeName TO DtlName
           MOVE SortEntitled TO DtlEntitled
           MOVE SortTaken TO DtlTaken
           MOVE SortBooked TO DtlBooked
           MOVE WS-REMAINING TO DtlRemaining
           WRITE REPORT-LINE FROM DETAIL-LINE
           ADD 1 TO WS-DEPT-EMPLOYEES
           ADD SortEntitled TO WS-DEPT-ENTITLED
           ADD SortTaken TO WS-DEPT-TAKEN
           ADD SortBooked TO WS-DEPT-BOOKED
           ADD WS-REMAINING TO WS-DEPT-REMAINING
           ADD 1 TO WS-TOTAL-EMPLOYEES
           ADD SortEntitled TO WS-TOTAL-ENTITLED
           ADD SortTaken TO WS-TOTAL-TAKEN
           ADD SortBooked TO WS-TOTAL-BOOKED
           ADD WS-REMAINING TO WS-TOTAL-REMAINING.

       Write-Dept-Subtotal.
           MOVE WS-DEPT-EMPLOYEES TO SubEmployees
           MOVE WS-DEPT-ENTITLED TO SubEntitled
           MOVE WS-DEPT-TAKEN TO SubTaken
           MOVE WS-DEPT-BOOKED TO SubBooked
           MOVE WS-DEPT-REMAINING TO SubRemaining
           WRITE REPORT-LINE FROM DEPT-TOTAL-LINE.

       Write-Grand-Total.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-EMPLOYEES TO GrdEmployees
           MOVE WS-TOTAL-ENTITLED TO GrdEntitled
           MOVE WS-TOTAL-TAKEN TO GrdTaken
           MOVE WS-TOTAL-BOOKED TO GrdBooked
           MOVE WS-TOTAL-REMAINING TO GrdRemaining
           WRITE REPORT-LINE FROM GRAND-TOTAL-LINE.

      *Only leavers still owed days are listed - leave they had
      *booked ahead will not be taken, so only what was taken is
      *set against the grant.
       Write-Leaver-Line.
           COMPUTE WS-OUTSTANDING = SortEntitled - SortTaken
           IF WS-OUTSTANDING > 0
             MOVE SortEmployeeID TO LvrEmployeeID
             MOVE SortEmployeeName TO LvrName
             MOVE SortDepartment TO LvrDepartment
             MOVE SortEntitled TO LvrEntitled
             MOVE SortTaken TO LvrTaken
             MOVE WS-OUTSTANDING TO LvrOutstanding
             WRITE REPORT-LINE FROM LEAVER-LINE
             ADD 1 TO WS-LEAVER-COUNT
             ADD WS-OUTSTANDING TO WS-LEAVER-DAYS
           END-IF.
