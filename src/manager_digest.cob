       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManagerDigest.
      *Weekly digest for the department managers, who do not read
      *the company-wide birthday, greetings, and anniversary output.
      *Run each night, it produces on the first day of the week only
      *(a Monday run date, or a rerun with the override card set to
      *the Monday) and covers that day and the six after it. Every
      *active department on the department master gets a section
      *addressed to its DeptManager listing the team's birthdays and
      *5, 10, and 25 year service anniversaries falling in the week,
      *the new starters whose hire date falls in the week, and those
      *coming back from an absence booking of a working week or
      *more. Leavers are left out. Each manager's sections go to
      *their own digest file, handed to the print spool as a
      *separate member so each can be released on its own; a
      *manager of several departments gets one member with a
      *section per department.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "employee-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPMASTER-STATUS.
           SELECT DEPT-MASTER ASSIGN TO "department-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT ABSENCE-FILE ASSIGN TO "absence.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSENCE-STATUS.
           SELECT DIGEST-REPORT ASSIGN USING WS-DIGEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "digestsrt.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-MASTER.
       01 EMPLOYEE-RECORD.
           COPY "employee_record".

       FD DEPT-MASTER.
       01 DEPT-RECORD.
           COPY "department_record".

       FD ABSENCE-FILE.
       01 ABSENCE-RECORD.
           COPY "absence_record".

       FD DIGEST-REPORT.
       01 REPORT-LINE PIC X(80).

      *One line of a digest - a department's section marker (kind
      *0, so every active department gets its section even in a
      *quiet week) or one of its events, sorted by manager so each
      *manager's departments come together.
       SD SORT-WORK.
       01 SORT-RECORD.
         02 SortManager PIC X(20).
         02 SortDepartment PIC X(4).
         02 SortKind PIC 9.
           88 Sort-Section VALUE 0.
           88 Sort-Birthday VALUE 1.
           88 Sort-Anniversary VALUE 2.
           88 Sort-Starter VALUE 3.
           88 Sort-Returner VALUE 4.
         02 SortEventDate PIC 9(8).
         02 SortEmployeeID PIC 9(5).
         02 SortEmployeeName PIC X(20).
         02 SortYears PIC 9(3).
         02 SortAbsType PIC X.
         02 SortAbsFromDate PIC 9(8).
         02 SortDeptName PIC X(20).
         02 SortDeptManager PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-EMPMASTER-STATUS PIC XX.
       01 WS-DEPT-STATUS PIC XX.
       01 WS-ABSENCE-STATUS PIC XX.
       01 EMP-EOF-SWITCH PIC X VALUE "N".
         88 End-Of-Employee-File VALUE "Y".
       01 DEPT-EOF-SWITCH PIC X VALUE "N".
         88 End-Of-Dept-File VALUE "Y".
       01 ABSENCE-EOF-SWITCH PIC X VALUE "N".
         88 End-Of-Absence-File VALUE "Y".
       01 SORT-EOF-SWITCH PIC X VALUE "N".
         88 End-Of-Sort-File VALUE "Y".

      *Active departments and who each is addressed to. A department
      *with no manager named is addressed to its own code, so its
      *section is never merged into another department's digest.
       01 WS-DEPT-LIMIT PIC 9(3) VALUE 200.
       01 WS-DEPT-COUNT PIC 9(3) VALUE 0.
       01 WS-DEPT-TABLE.
         02 WS-DEPT-ENTRY OCCURS 200 TIMES.
           03 WS-DEPT-CODE PIC X(4).
           03 WS-DEPT-NAME PIC X(20).
           03 WS-DEPT-MANAGER PIC X(20).
           03 WS-DEPT-SORT-KEY PIC X(20).
       01 WS-DEPT-IDX PIC 9(3).
       01 WS-EMP-DEPT-IDX PIC 9(3).

      *Absences ending just before or during the week - the return
      *date is the day after the last day away, moved past the
      *weekend.
       01 WS-RETURN-LIMIT PIC 9(4) VALUE 1000.
       01 WS-RETURN-COUNT PIC 9(4) VALUE 0.
       01 WS-RETURN-TABLE.
         02 WS-RETURN-ENTRY OCCURS 1000 TIMES.
           03 WS-RET-EMPLOYEE PIC 9(5).
           03 WS-RET-DATE PIC 9(8).
           03 WS-RET-TYPE PIC X.
           03 WS-RET-FROM PIC 9(8).
       01 WS-RETURN-IDX PIC 9(4).
       01 WS-RETURN-OVERFLOW-SW PIC X VALUE "N".
         88 Return-Table-Overflow VALUE "Y".
       01 WS-RETURNER-MIN-DAYS PIC 9(3) VALUE 5.

      *The digest week - the run date and the six days after it.
      *Absences are read from six days back, so one ending on the
      *weekend before still brings its Monday return into the week.
       01 WS-DIGEST-WEEKDAY PIC 9 VALUE 1.
       01 WS-WEEKDAY PIC 9.
       01 WS-WEEK-START PIC 9(8).
       01 WS-WEEK-END PIC 9(8).
       01 WS-RETURN-FROM PIC 9(8).
       01 WS-RUN-INT PIC 9(8).
       01 WS-DAY-INT PIC 9(8).
       01 WS-WEEK-DATES.
         02 WS-WEEK-DATE PIC 9(8) OCCURS 7 TIMES.
       01 WS-WEEK-DATE-X.
         02 WS-WD-YEAR PIC 9(4).
         02 WS-WD-MONTH PIC 99.
         02 WS-WD-DAY PIC 99.
       01 WS-WEEK-IDX PIC 9.

      *Service milestones carried on a small value table, as in the
      *anniversary forecast.
       01 MILESTONE-VALUES PIC X(6) VALUE "051025".
       01 MILESTONE-TABLE REDEFINES MILESTONE-VALUES.
         02 MILESTONE-ENTRY PIC 99 OCCURS 3 TIMES.
       01 WS-MILESTONE-IDX PIC 9.
       01 WS-MILESTONE PIC 99.

       01 WS-ANNIV-DATE PIC 9(8).
       01 WS-ANNIV-YEAR PIC 9(4).
       01 WS-ANNIV-MONTH PIC 99.
       01 WS-ANNIV-DAY PIC 99.
       01 WS-BIRTH-MONTH PIC 99.
       01 WS-BIRTH-DAY PIC 99.
       01 WS-BIRTH-YEAR PIC 9(4).
       01 WS-CHECK-YEAR PIC 9(4).
       01 WS-IS-LEAP-SW PIC X VALUE "N".
         88 Is-Leap-Year VALUE "Y".

       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-EVENT-COUNT PIC 9(7) VALUE 0.
       01 WS-DIGEST-COUNT PIC 9(7) VALUE 0.

      *Control breaks while the digests are written.
       01 WS-PREV-MANAGER PIC X(20).
       01 WS-PREV-DEPARTMENT PIC X(4).
       01 WS-PREV-KIND PIC 9.
       01 WS-SECTION-EVENTS PIC 9(5).
       01 WS-DIGEST-OPEN-SW PIC X VALUE "N".
         88 Digest-Open VALUE "Y".
       01 WS-DIGEST-NAME PIC X(30) VALUE SPACES.

      *Resolved run date - honours the optional run-date override
      *card so a rerun produces the digest as of the original date.
       01 WS-RERUN-FLAG PIC X VALUE "N".
       01 WS-RUN-DATE PIC 9(8) VALUE 0.

      *Start/end records for the shared run-control status board.
       01 WS-RUNCTL-PROGRAM PIC X(20) VALUE "ManagerDigest".
       01 WS-RUNCTL-PHASE PIC X.
       01 WS-RUNCTL-RC PIC 9(4) VALUE 0.
       01 WS-RUNCTL-READ PIC 9(7) VALUE 0.
       01 WS-RUNCTL-WRITE PIC 9(7) VALUE 0.

      *Alerts raised for the operator-alert review screen.
       01 WS-ALERT-SEVERITY PIC X.
       01 WS-ALERT-MESSAGE PIC X(60).
       01 WS-SAVED-RC PIC 9(4).

       01 HEADING-LINE.
         02 FILLER PIC X(28) VALUE "MANAGER WEEKLY DIGEST - WEEK".
         02 FILLER PIC X VALUE SPACE.
         02 HdgWeekStart PIC 9(8).
         02 FILLER PIC X(4) VALUE " TO ".
         02 HdgWeekEnd PIC 9(8).
       01 ADDRESS-LINE.
         02 FILLER PIC X(4) VALUE "FOR ".
         02 AdrManager PIC X(20).
       01 SECTION-LINE.
         02 FILLER PIC X(11) VALUE "DEPARTMENT ".
         02 SecDepartment PIC X(4).
         02 FILLER PIC X VALUE SPACE.
         02 SecDeptName PIC X(20).

       01 DETAIL-LINE.
         02 FILLER PIC X(4) VALUE SPACES.
         02 DtlMonth PIC 99.
         02 FILLER PIC X VALUE "/".
         02 DtlDay PIC 99.
         02 FILLER PIC X VALUE "/".
         02 DtlYear PIC 9(4).
         02 FILLER PIC XX VALUE SPACES.
         02 DtlEmployeeID PIC 9(5).
         02 FILLER PIC XX VALUE SPACES.
         02 DtlName PIC X(20).
         02 FILLER PIC XX VALUE SPACES.
         02 DtlComment PIC X(30).

       01 WS-YEARS-DISP PIC ZZ9.
       01 WS-ABSENCE-TEXT PIC X(14).

       PROCEDURE DIVISION.
       Main.
           CALL "GetRunDate" USING WS-RUN-DATE WS-RERUN-FLAG
           PERFORM Write-Runctl-Start
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-RUN-INT - 1, 7) + 1
           IF WS-WEEKDAY NOT = WS-DIGEST-WEEKDAY
             DISPLAY "Run date ", WS-RUN-DATE, " is not the first "
               "day of the week - no manager digest tonight."
           ELSE
             PERFORM Produce-Digests
           END-IF
           PERFORM Write-Runctl-End
           GOBACK.

       Produce-Digests.
           PERFORM Set-Digest-Week
           PERFORM Load-Departments
           IF WS-DEPT-STATUS = "35"
             DISPLAY "Department master not found - no manager "
               "digest produced."
             MOVE 16 TO RETURN-CODE
           ELSE
             OPEN INPUT EMPLOYEE-MASTER
             IF WS-EMPMASTER-STATUS = "35"
               DISPLAY "Employee master file not found - no manager "
                 "digest produced."
               MOVE 16 TO RETURN-CODE
             ELSE
               CLOSE EMPLOYEE-MASTER
               PERFORM Load-Returners
               SORT SORT-WORK ASCENDING KEY SortManager
                   SortDepartment SortKind SortEventDate
                   SortEmployeeID
                   INPUT PROCEDURE IS Select-Digest-Events
                   OUTPUT PROCEDURE IS Write-Digests
               IF Return-Table-Overflow
                 MOVE 4 TO RETURN-CODE
                 MOVE "W" TO WS-ALERT-SEVERITY
                 MOVE "DIGEST RETURNERS OVER TABLE LIMIT - LIST SHORT"
                   TO WS-ALERT-MESSAGE
                 PERFORM Write-Operator-Alert
               END-IF
               MOVE WS-READ-COUNT TO WS-RUNCTL-READ
               MOVE WS-DIGEST-COUNT TO WS-RUNCTL-WRITE
               DISPLAY "Manager digests spooled = ", WS-DIGEST-COUNT,
                 "  events listed = ", WS-EVENT-COUNT
             END-IF
           END-IF.

       Write-Runctl-Start.
           MOVE "S" TO WS-RUNCTL-PHASE
           MOVE 0 TO WS-RUNCTL-RC
           MOVE 0 TO WS-RUNCTL-READ
           MOVE 0 TO WS-RUNCTL-WRITE
           PERFORM Call-Run-Control.

       Write-Runctl-End.
           MOVE "E" TO WS-RUNCTL-PHASE
           MOVE RETURN-CODE TO WS-RUNCTL-RC
           PERFORM Call-Run-Control.

      *A CALL leaves the callee's zero in RETURN-CODE, so the step
      *return code is put back after the record is written.
       Call-Run-Control.
           CALL "RunControl" USING WS-RUNCTL-PROGRAM WS-RUNCTL-PHASE
             WS-RUNCTL-RC WS-RUNCTL-READ WS-RUNCTL-WRITE
           MOVE WS-RUNCTL-RC TO RETURN-CODE.

      *A CALL leaves the callee's zero in RETURN-CODE, so the
      *caller's return code is saved across the alert write.
       Write-Operator-Alert.
           MOVE RETURN-CODE TO WS-SAVED-RC
           CALL "AlertWriter" USING WS-ALERT-SEVERITY
             WS-RUNCTL-PROGRAM WS-ALERT-MESSAGE
           MOVE WS-SAVED-RC TO RETURN-CODE.

      *A CALL leaves the callee's zero in RETURN-CODE, so the
      *caller's return code is saved across the spool hand-over.
       Spool-Finished-Report.
           MOVE RETURN-CODE TO WS-SAVED-RC
           CALL "SpoolReport" USING WS-RUNCTL-PROGRAM WS-DIGEST-NAME
             WS-RUN-DATE
           MOVE WS-SAVED-RC TO RETURN-CODE.

       Set-Digest-Week.
           MOVE WS-RUN-DATE TO WS-WEEK-START
           COMPUTE WS-WEEK-END =
             FUNCTION DATE-OF-INTEGER(WS-RUN-INT + 6)
           COMPUTE WS-RETURN-FROM =
             FUNCTION DATE-OF-INTEGER(WS-RUN-INT - 6)
           PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
               UNTIL WS-WEEK-IDX > 7
             COMPUTE WS-WEEK-DATE(WS-WEEK-IDX) =
               FUNCTION DATE-OF-INTEGER(WS-RUN-INT + WS-WEEK-IDX - 1)
           END-PERFORM.

       Load-Departments.
           MOVE 0 TO WS-DEPT-COUNT
           OPEN INPUT DEPT-MASTER
           IF WS-DEPT-STATUS NOT = "35"
             MOVE "N" TO DEPT-EOF-SWITCH
             READ DEPT-MASTER
               AT END MOVE "Y" TO DEPT-EOF-SWITCH
             END-READ
             PERFORM UNTIL End-Of-Dept-File
                OR WS-DEPT-COUNT >= WS-DEPT-LIMIT
               IF Dept-Is-Active
                 ADD 1 TO WS-DEPT-COUNT
                 MOVE DeptCode TO WS-DEPT-CODE(WS-DEPT-COUNT)
                 MOVE DeptName TO WS-DEPT-NAME(WS-DEPT-COUNT)
                 MOVE DeptManager TO WS-DEPT-MANAGER(WS-DEPT-COUNT)
                 IF DeptManager = SPACES
                   MOVE DeptCode TO WS-DEPT-SORT-KEY(WS-DEPT-COUNT)
                 ELSE
                   MOVE DeptManager TO WS-DEPT-SORT-KEY(WS-DEPT-COUNT)
                 END-IF
               END-IF
               READ DEPT-MASTER
                 AT END MOVE "Y" TO DEPT-EOF-SWITCH
               END-READ
             END-PERFORM
             CLOSE DEPT-MASTER
           END-IF.

      *Only bookings long enough to be worth a welcome back - a
      *working week or more - whose return date falls in the week.
       Load-Returners.
           MOVE 0 TO WS-RETURN-COUNT
           OPEN INPUT ABSENCE-FILE
           IF WS-ABSENCE-STATUS = "35"
             DISPLAY "Absence file not found - no returners listed."
           ELSE
             MOVE "N" TO ABSENCE-EOF-SWITCH
             READ ABSENCE-FILE
               AT END MOVE "Y" TO ABSENCE-EOF-SWITCH
             END-READ
             PERFORM UNTIL End-Of-Absence-File
               IF AbsDays IS NUMERIC
                  AND AbsDays >= WS-RETURNER-MIN-DAYS
                  AND AbsToDate IS NUMERIC
                  AND AbsToDate >= WS-RETURN-FROM
                  AND AbsToDate < WS-WEEK-END
                 PERFORM Add-Returner
               END-IF
               READ ABSENCE-FILE
                 AT END MOVE "Y" TO ABSENCE-EOF-SWITCH
               END-READ
             END-PERFORM
             CLOSE ABSENCE-FILE
           END-IF.

       Add-Returner.
           COMPUTE WS-DAY-INT =
             FUNCTION INTEGER-OF-DATE(AbsToDate) + 1
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT - 1, 7) + 1
           IF WS-WEEKDAY > 5
             COMPUTE WS-DAY-INT = WS-DAY-INT + 8 - WS-WEEKDAY
           END-IF
           IF WS-DAY-INT >= WS-RUN-INT
              AND WS-DAY-INT <= WS-RUN-INT + 6
             IF WS-RETURN-COUNT >= WS-RETURN-LIMIT
               MOVE "Y" TO WS-RETURN-OVERFLOW-SW
             ELSE
               ADD 1 TO WS-RETURN-COUNT
               MOVE AbsEmployeeID TO WS-RET-EMPLOYEE(WS-RETURN-COUNT)
               COMPUTE WS-RET-DATE(WS-RETURN-COUNT) =
                 FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               MOVE AbsType TO WS-RET-TYPE(WS-RETURN-COUNT)
               MOVE AbsFromDate TO WS-RET-FROM(WS-RETURN-COUNT)
             END-IF
           END-IF.

      *A section marker for every active department, then the events
      *of every employee who is not a leaver and belongs to one.
       Select-Digest-Events.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
             MOVE SPACES TO SORT-RECORD
             MOVE WS-DEPT-IDX TO WS-EMP-DEPT-IDX
             PERFORM Fill-Sort-Department
             MOVE 0 TO SortKind
             MOVE 0 TO SortEventDate
             MOVE 0 TO SortEmployeeID
             MOVE 0 TO SortYears
             MOVE 0 TO SortAbsFromDate
             RELEASE SORT-RECORD
           END-PERFORM
           MOVE "N" TO EMP-EOF-SWITCH
           OPEN INPUT EMPLOYEE-MASTER
           READ EMPLOYEE-MASTER
             AT END MOVE "Y" TO EMP-EOF-SWITCH
           END-READ
           PERFORM UNTIL End-Of-Employee-File
             ADD 1 TO WS-READ-COUNT
             IF NOT Emp-Is-Leaver
               PERFORM Find-Employee-Department
               IF WS-EMP-DEPT-IDX > 0
                 PERFORM Check-Birthday
                 PERFORM Check-Anniversaries
                 PERFORM Check-Starter
                 PERFORM Check-Returner
               END-IF
             END-IF
             READ EMPLOYEE-MASTER
               AT END MOVE "Y" TO EMP-EOF-SWITCH
             END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER.

       Find-Employee-Department.
           MOVE 0 TO WS-EMP-DEPT-IDX
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                  OR WS-EMP-DEPT-IDX > 0
             IF WS-DEPT-CODE(WS-DEPT-IDX) = EmpDepartment
               MOVE WS-DEPT-IDX TO WS-EMP-DEPT-IDX
             END-IF
           END-PERFORM.

       Fill-Sort-Department.
           MOVE WS-DEPT-SORT-KEY(WS-EMP-DEPT-IDX) TO SortManager
           MOVE WS-DEPT-CODE(WS-EMP-DEPT-IDX) TO SortDepartment
           MOVE WS-DEPT-NAME(WS-EMP-DEPT-IDX) TO SortDeptName
           MOVE WS-DEPT-MANAGER(WS-EMP-DEPT-IDX) TO SortDeptManager.

       Release-Employee-Event.
           PERFORM Fill-Sort-Department
           MOVE EmployeeID TO SortEmployeeID
           MOVE EmployeeName TO SortEmployeeName
           RELEASE SORT-RECORD
           ADD 1 TO WS-EVENT-COUNT.

      *A 29 February birthday is kept on the 28th when the year of
      *the week is not a leap year.
       Check-Birthday.
           IF EmpBirthDate IS NUMERIC
             MOVE EmpMonthOfBirth TO WS-BIRTH-MONTH
             MOVE EmpDayOfBirth TO WS-BIRTH-DAY
             COMPUTE WS-BIRTH-YEAR =
               EmpCenturyOfBirth * 100 + EmpYearOfBirth
             PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
                 UNTIL WS-WEEK-IDX > 7
               MOVE WS-WEEK-DATE(WS-WEEK-IDX) TO WS-WEEK-DATE-X
               MOVE WS-WD-YEAR TO WS-CHECK-YEAR
               PERFORM Check-Leap-Year
               IF (WS-WD-MONTH = WS-BIRTH-MONTH
                   AND WS-WD-DAY = WS-BIRTH-DAY)
                OR (WS-BIRTH-MONTH = 02 AND WS-BIRTH-DAY = 29
                   AND WS-WD-MONTH = 02 AND WS-WD-DAY = 28
                   AND NOT Is-Leap-Year)
                 MOVE SPACES TO SORT-RECORD
                 MOVE 1 TO SortKind
                 MOVE WS-WEEK-DATE(WS-WEEK-IDX) TO SortEventDate
                 COMPUTE SortYears = WS-WD-YEAR - WS-BIRTH-YEAR
                 MOVE 0 TO SortAbsFromDate
                 PERFORM Release-Employee-Event
               END-IF
             END-PERFORM
           END-IF.

       Check-Anniversaries.
           IF EmpHireDate IS NUMERIC AND EmpHireDate > 0
             PERFORM VARYING WS-MILESTONE-IDX FROM 1 BY 1
                 UNTIL WS-MILESTONE-IDX > 3
               MOVE MILESTONE-ENTRY(WS-MILESTONE-IDX) TO WS-MILESTONE
               PERFORM Compute-Anniversary-Date
               IF WS-ANNIV-DATE >= WS-WEEK-START
                  AND WS-ANNIV-DATE <= WS-WEEK-END
                 MOVE SPACES TO SORT-RECORD
                 MOVE 2 TO SortKind
                 MOVE WS-ANNIV-DATE TO SortEventDate
                 MOVE WS-MILESTONE TO SortYears
                 MOVE 0 TO SortAbsFromDate
                 PERFORM Release-Employee-Event
               END-IF
             END-PERFORM
           END-IF.

      *Hire anniversary - a 29 February hire date falls back to the
      *28th when the anniversary year is not a leap year.
       Compute-Anniversary-Date.
           COMPUTE WS-ANNIV-YEAR = EmpHireYear + WS-MILESTONE
           MOVE EmpHireMonth TO WS-ANNIV-MONTH
           MOVE EmpHireDay TO WS-ANNIV-DAY
           IF WS-ANNIV-MONTH = 02 AND WS-ANNIV-DAY = 29
             MOVE WS-ANNIV-YEAR TO WS-CHECK-YEAR
             PERFORM Check-Leap-Year
             IF NOT Is-Leap-Year
               MOVE 28 TO WS-ANNIV-DAY
             END-IF
           END-IF
           COMPUTE WS-ANNIV-DATE =
               WS-ANNIV-YEAR * 10000 + WS-ANNIV-MONTH * 100
                 + WS-ANNIV-DAY.

       Check-Leap-Year.
           IF FUNCTION MOD(WS-CHECK-YEAR, 400) = 0
             MOVE "Y" TO WS-IS-LEAP-SW
           ELSE
             IF FUNCTION MOD(WS-CHECK-YEAR, 4) = 0
                AND FUNCTION MOD(WS-CHECK-YEAR, 100) NOT = 0
               MOVE "Y" TO WS-IS-LEAP-SW
             ELSE
               MOVE "N" TO WS-IS-LEAP-SW
             END-IF
           END-IF.

       Check-Starter.
           IF EmpHireDate IS NUMERIC
              AND EmpHireDate >= WS-WEEK-START
              AND EmpHireDate <= WS-WEEK-END
             MOVE SPACES TO SORT-RECORD
             MOVE 3 TO SortKind
             MOVE EmpHireDate TO SortEventDate
             MOVE 0 TO SortYears
             MOVE 0 TO SortAbsFromDate
             PERFORM Release-Employee-Event
           END-IF.

       Check-Returner.
           PERFORM VARYING WS-RETURN-IDX FROM 1 BY 1
               UNTIL WS-RETURN-IDX > WS-RETURN-COUNT
             IF WS-RET-EMPLOYEE(WS-RETURN-IDX) = EmployeeID
               MOVE SPACES TO SORT-RECORD
               MOVE 4 TO SortKind
               MOVE WS-RET-DATE(WS-RETURN-IDX) TO SortEventDate
               MOVE 0 TO SortYears
               MOVE WS-RET-TYPE(WS-RETURN-IDX) TO SortAbsType
               MOVE WS-RET-FROM(WS-RETURN-IDX) TO SortAbsFromDate
               PERFORM Release-Employee-Event
             END-IF
           END-PERFORM.

      *A new manager closes and spools the digest before and opens
      *their own; a new department starts a section.
       Write-Digests.
           MOVE "N" TO SORT-EOF-SWITCH
           MOVE "N" TO WS-DIGEST-OPEN-SW
           MOVE SPACES TO WS-PREV-MANAGER
           MOVE SPACES TO WS-PREV-DEPARTMENT
           RETURN SORT-WORK
             AT END MOVE "Y" TO SORT-EOF-SWITCH
           END-RETURN
           PERFORM UNTIL End-Of-Sort-File
             IF NOT Digest-Open OR SortManager NOT = WS-PREV-MANAGER
               PERFORM Close-Digest
               PERFORM Open-Digest
             END-IF
             IF Sort-Section
               PERFORM Start-Section
             ELSE
               PERFORM Write-Event-Line
             END-IF
             RETURN SORT-WORK
               AT END MOVE "Y" TO SORT-EOF-SWITCH
             END-RETURN
           END-PERFORM
           PERFORM Close-Digest.

      *Each manager's digest is named after their first department,
      *so the file names stay stable from week to week.
       Open-Digest.
           MOVE SortManager TO WS-PREV-MANAGER
           MOVE SPACES TO WS-DIGEST-NAME
           STRING "manager-digest-" DELIMITED BY SIZE
             SortDepartment DELIMITED BY SPACE
             ".txt" DELIMITED BY SIZE
             INTO WS-DIGEST-NAME
           END-STRING
           OPEN OUTPUT DIGEST-REPORT
           MOVE "Y" TO WS-DIGEST-OPEN-SW
           MOVE WS-WEEK-START TO HdgWeekStart
           MOVE WS-WEEK-END TO HdgWeekEnd
           WRITE REPORT-LINE FROM HEADING-LINE
           IF SortDeptManager = SPACES
             MOVE "DEPARTMENT MANAGER" TO AdrManager
           ELSE
             MOVE SortDeptManager TO AdrManager
           END-IF
           WRITE REPORT-LINE FROM ADDRESS-LINE
           MOVE 0 TO WS-SECTION-EVENTS.

       Close-Digest.
           IF Digest-Open
             PERFORM End-Section
             CLOSE DIGEST-REPORT
             PERFORM Spool-Finished-Report
             ADD 1 TO WS-DIGEST-COUNT
             MOVE "N" TO WS-DIGEST-OPEN-SW
           END-IF.

       Start-Section.
           PERFORM End-Section
           MOVE SortDepartment TO WS-PREV-DEPARTMENT
           MOVE 0 TO WS-SECTION-EVENTS
           MOVE 0 TO WS-PREV-KIND
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SortDepartment TO SecDepartment
           MOVE SortDeptName TO SecDeptName
           WRITE REPORT-LINE FROM SECTION-LINE.

       End-Section.
           IF WS-PREV-DEPARTMENT NOT = SPACES
              AND WS-SECTION-EVENTS = 0
             MOVE "  NOTHING TO REPORT THIS WEEK" TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO WS-PREV-DEPARTMENT.

       Write-Event-Line.
           IF SortKind NOT = WS-PREV-KIND
             MOVE SortKind TO WS-PREV-KIND
             EVALUATE TRUE
               WHEN Sort-Birthday
                 MOVE "  BIRTHDAYS" TO REPORT-LINE
               WHEN Sort-Anniversary
                 MOVE "  SERVICE ANNIVERSARIES" TO REPORT-LINE
               WHEN Sort-Starter
                 MOVE "  NEW STARTERS" TO REPORT-LINE
               WHEN Sort-Returner
                 MOVE "  RETURNING FROM LEAVE" TO REPORT-LINE
             END-EVALUATE
             WRITE REPORT-LINE
           END-IF
           ADD 1 TO WS-SECTION-EVENTS
           MOVE SortEventDate(5:2) TO DtlMonth
           MOVE SortEventDate(7:2) TO DtlDay
           MOVE SortEventDate(1:4) TO DtlYear
           MOVE SortEmployeeID TO DtlEmployeeID
           MOVE SortEmployeeName TO DtlName
           MOVE SPACES TO DtlComment
           MOVE SortYears TO WS-YEARS-DISP
           EVALUATE TRUE
             WHEN Sort-Birthday
               STRING "TURNS" DELIMITED BY SIZE
                 WS-YEARS-DISP DELIMITED BY SIZE
                 INTO DtlComment
               END-STRING
             WHEN Sort-Anniversary
               STRING WS-YEARS-DISP DELIMITED BY SIZE
                 " YEARS SERVICE" DELIMITED BY SIZE
                 INTO DtlComment
               END-STRING
             WHEN Sort-Starter
               MOVE "STARTS" TO DtlComment
             WHEN Sort-Returner
               EVALUATE SortAbsType
                 WHEN "A"
                   MOVE "ANNUAL LEAVE" TO WS-ABSENCE-TEXT
                 WHEN "S"
                   MOVE "SICKNESS" TO WS-ABSENCE-TEXT
                 WHEN OTHER
                   MOVE "ABSENCE" TO WS-ABSENCE-TEXT
               END-EVALUATE
               STRING WS-ABSENCE-TEXT DELIMITED BY "  "
                 " SINCE " DELIMITED BY SIZE
                 SortAbsFromDate DELIMITED BY SIZE
                 INTO DtlComment
               END-STRING
           END-EVALUATE
           WRITE REPORT-LINE FROM DETAIL-LINE.
