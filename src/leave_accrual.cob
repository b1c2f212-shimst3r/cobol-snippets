       IDENTIFICATION DIVISION.
       PROGRAM-ID. LeaveAccrual.
      *Yearly annual-leave accrual - grants every active employee
      *the leave year's entitlement on the leave-entitlement file,
      *banded by the completed years of service at 1 January worked
      *out from EmpHireDate. Someone hired during the leave year is
      *granted the first band pro rata for the months from the hire
      *month to December. Leavers and employees not yet hired by the
      *end of the year get nothing. A rerun for the same year
      *replaces that year's grants rather than adding to them: an
      *employee granted again has the earlier grant replaced, and a
      *grant already made this year to anyone not granted on the
      *rerun - a leaver since the first run, or someone gone from
      *the master - is kept as it stands, since leave may have been
      *taken against it. Earlier years are kept for the balance
      *report. The grant register lists every employee granted and
      *is spooled.
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
           SELECT ACCRUAL-REPORT ASSIGN TO "leave-accrual-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-MASTER.
       01 EMPLOYEE-RECORD.
           COPY "employee_record".

       FD ENTITLEMENT-FILE.
       01 ENTITLEMENT-RECORD.
           COPY "leave_entitlement".

       FD ACCRUAL-REPORT.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EMPMASTER-STATUS PIC XX.
       01 WS-ENTITLE-STATUS PIC XX.
       01 EMP-EOF-SWITCH PIC X VALUE "N".
         88 End-Of-Employee-File VALUE "Y".
       01 ENTITLE-EOF-SW PIC X VALUE "N".
         88 End-Of-Entitlement-File VALUE "Y".

       01 WS-CURRENT-DATE PIC 9(8).
       01 WS-YEAR-IN PIC X(4).
       01 WS-LEAVE-YEAR PIC 9(4).

      *Service bands - minimum completed years and the days granted
      *from that many years on, lowest band first, carried on a
      *small value table so a new band is a one-line change.
       01 SERVICE-BAND-VALUES PIC X(20) VALUE "00025020260502810030".
       01 SERVICE-BAND-TABLE REDEFINES SERVICE-BAND-VALUES.
         02 SERVICE-BAND-ENTRY OCCURS 4 TIMES.
           03 BAND-MIN-YEARS PIC 99.
           03 BAND-DAYS PIC 9(3).
       01 WS-BAND-COUNT PIC 9 VALUE 4.
       01 WS-BAND-IDX PIC 9.

       01 WS-SERVICE-YEARS PIC 99.
       01 WS-GRANT-DAYS PIC 9(3).
       01 WS-PRO-RATA-SW PIC X.
         88 Grant-Is-Pro-Rata VALUE "Y".

      *Grants already on file for other leave years, kept so the
      *file can be rewritten with this year's grants replaced.
       01 WS-ENTITLE-LIMIT PIC 9(5) VALUE 20000.
       01 WS-ENTITLE-COUNT PIC 9(5) VALUE 0.
       01 WS-ENTITLE-TABLE.
         02 WS-ENTITLE-ENTRY OCCURS 20000 TIMES.
           03 WS-ENT-IMAGE PIC X(26).
       01 WS-ENTITLE-IDX PIC 9(5).
       01 WS-OVERFLOW-SW PIC X VALUE "N".
         88 Entitle-Table-Overflow VALUE "Y".

      *Grants already on file for the year being run, each marked
      *once the rerun grants its employee again.
       01 WS-CURRENT-COUNT PIC 9(5) VALUE 0.
       01 WS-CURRENT-TABLE.
         02 WS-CURRENT-ENTRY OCCURS 20000 TIMES.
           03 WS-CUR-IMAGE.
             04 WS-CUR-EMPLOYEE-ID PIC 9(5).
             04 FILLER PIC X(21).
           03 WS-CUR-REPLACED PIC X.
       01 WS-CURRENT-IDX PIC 9(5).

       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-GRANTED-COUNT PIC 9(7) VALUE 0.
       01 WS-LEAVER-COUNT PIC 9(7) VALUE 0.
       01 WS-NOT-HIRED-COUNT PIC 9(7) VALUE 0.
       01 WS-REPLACED-COUNT PIC 9(7) VALUE 0.
       01 WS-KEPT-COUNT PIC 9(7) VALUE 0.
       01 WS-TOTAL-DAYS PIC 9(7) VALUE 0.

       01 HEADING-LINE.
         02 FILLER PIC X(30) VALUE "ANNUAL LEAVE ACCRUAL".
         02 FILLER PIC X(11) VALUE "LEAVE YEAR ".
         02 HdgLeaveYear PIC 9(4).
         02 FILLER PIC X(11) VALUE "  RUN DATE ".
         02 HdgRunDate PIC 9(8).

       01 COLUMN-HEADING PIC X(80) VALUE
          "ID     NAME                 DEPT HIRED    SERVICE  DAYS".

       01 DETAIL-LINE.
         02 DtlEmployeeID PIC 9(5).
         02 FILLER PIC XX VALUE SPACES.
         02 DtlName PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 DtlDepartment PIC X(4).
         02 FILLER PIC X VALUE SPACE.
         02 DtlHireDate PIC 9(8).
         02 FILLER PIC X(4) VALUE SPACES.
         02 DtlService PIC Z9.
         02 FILLER PIC X(3) VALUE SPACES.
         02 DtlDays PIC ZZ9.
         02 FILLER PIC X VALUE SPACE.
         02 DtlProRata PIC X(9).

       01 TOTAL-LINE-1.
         02 FILLER PIC X(30) VALUE "EMPLOYEES GRANTED          : ".
         02 TotGranted PIC ZZZZZZ9.
         02 FILLER PIC X(14) VALUE "  TOTAL DAYS: ".
         02 TotDays PIC ZZZZZZ9.
       01 TOTAL-LINE-2.
         02 FILLER PIC X(30) VALUE "LEAVERS SKIPPED            : ".
         02 TotLeavers PIC ZZZZZZ9.
       01 TOTAL-LINE-3.
         02 FILLER PIC X(30) VALUE "NOT HIRED BY YEAR END      : ".
         02 TotNotHired PIC ZZZZZZ9.
       01 TOTAL-LINE-4.
         02 FILLER PIC X(30) VALUE "EARLIER GRANTS REPLACED    : ".
         02 TotReplaced PIC ZZZZZZ9.
       01 TOTAL-LINE-5.
         02 FILLER PIC X(30) VALUE "EARLIER GRANTS KEPT        : ".
         02 TotKept PIC ZZZZZZ9.

      *The finished register is handed to the print spool for
      *operator release instead of being hunted down by file name.
       01 WS-SPOOL-PROGRAM PIC X(20) VALUE "LeaveAccrual".
       01 WS-SPOOL-REPORT PIC X(30)
          VALUE "leave-accrual-report.txt".
       01 WS-SAVED-RC PIC 9(4).

       PROCEDURE DIVISION.
       Main.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           DISPLAY "Leave year to grant (YYYY, blank for this "
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
               "granted."
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM Load-Other-Year-Grants
      *A file bigger than the table must never be rewritten from
      *it - grants past the limit would be silently lost.
           IF Entitle-Table-Overflow
             CLOSE EMPLOYEE-MASTER
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           OPEN OUTPUT ACCRUAL-REPORT
           MOVE WS-LEAVE-YEAR TO HdgLeaveYear
           MOVE WS-CURRENT-DATE TO HdgRunDate
           WRITE REPORT-LINE FROM HEADING-LINE
           WRITE REPORT-LINE FROM COLUMN-HEADING
           READ EMPLOYEE-MASTER
             AT END MOVE "Y" TO EMP-EOF-SWITCH
           END-READ
           PERFORM UNTIL End-Of-Employee-File
             ADD 1 TO WS-READ-COUNT
             PERFORM Grant-Employee-Entitlement
             READ EMPLOYEE-MASTER
               AT END MOVE "Y" TO EMP-EOF-SWITCH
             END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER
           PERFORM Keep-Unreplaced-Grants
           IF Entitle-Table-Overflow
             DISPLAY "Leave entitlement table full - accrual "
               "abandoned, file not rewritten."
             CLOSE ACCRUAL-REPORT
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM Rewrite-Entitlement-File
           PERFORM Write-Accrual-Totals
           CLOSE ACCRUAL-REPORT
           PERFORM Spool-Finished-Report
           DISPLAY "Leave accrual for ", WS-LEAVE-YEAR,
             " - employees granted = ", WS-GRANTED-COUNT
           GOBACK.

      *Every grant for another leave year is carried forward as it
      *stands; grants for the year being run are set aside, to be
      *replaced by the grants made again from the master.
       Load-Other-Year-Grants.
           MOVE 0 TO WS-ENTITLE-COUNT
           OPEN INPUT ENTITLEMENT-FILE
           IF WS-ENTITLE-STATUS = "35"
             DISPLAY "Leave entitlement file not found - starting "
               "empty."
           ELSE
             MOVE "N" TO ENTITLE-EOF-SW
             READ ENTITLEMENT-FILE
               AT END MOVE "Y" TO ENTITLE-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Entitlement-File
                OR Entitle-Table-Overflow
               IF LeYear = WS-LEAVE-YEAR
                 IF WS-CURRENT-COUNT >= WS-ENTITLE-LIMIT
                   MOVE "Y" TO WS-OVERFLOW-SW
                   DISPLAY "Leave entitlement file holds more than ",
                     WS-ENTITLE-LIMIT, " grants for ", WS-LEAVE-YEAR,
                     " - accrual abandoned."
                 ELSE
                   ADD 1 TO WS-CURRENT-COUNT
                   MOVE ENTITLEMENT-RECORD
                     TO WS-CUR-IMAGE(WS-CURRENT-COUNT)
                   MOVE "N" TO WS-CUR-REPLACED(WS-CURRENT-COUNT)
                 END-IF
               ELSE
                 IF WS-ENTITLE-COUNT >= WS-ENTITLE-LIMIT
                   MOVE "Y" TO WS-OVERFLOW-SW
                   DISPLAY "Leave entitlement file holds more than ",
                     WS-ENTITLE-LIMIT, " records - accrual abandoned."
                 ELSE
                   ADD 1 TO WS-ENTITLE-COUNT
                   MOVE ENTITLEMENT-RECORD
                     TO WS-ENT-IMAGE(WS-ENTITLE-COUNT)
                 END-IF
               END-IF
               READ ENTITLEMENT-FILE
                 AT END MOVE "Y" TO ENTITLE-EOF-SW
               END-READ
             END-PERFORM
             CLOSE ENTITLEMENT-FILE
           END-IF.

       Grant-Employee-Entitlement.
           EVALUATE TRUE
             WHEN Emp-Is-Leaver
               ADD 1 TO WS-LEAVER-COUNT
             WHEN EmpHireDate IS NOT NUMERIC
               ADD 1 TO WS-NOT-HIRED-COUNT
             WHEN EmpHireDate = 0
               ADD 1 TO WS-NOT-HIRED-COUNT
             WHEN EmpHireYear > WS-LEAVE-YEAR
               ADD 1 TO WS-NOT-HIRED-COUNT
             WHEN OTHER
               PERFORM Compute-Service-Grant
               PERFORM Add-Grant-Record
           END-EVALUATE.

      *Completed years at 1 January of the leave year - a hire on
      *any day after 1 January has not completed the year it
      *started in. The highest band reached sets the days.
       Compute-Service-Grant.
           MOVE "N" TO WS-PRO-RATA-SW
           COMPUTE WS-SERVICE-YEARS = WS-LEAVE-YEAR - EmpHireYear
           IF WS-SERVICE-YEARS > 0
              AND (EmpHireMonth > 1 OR EmpHireDay > 1)
             SUBTRACT 1 FROM WS-SERVICE-YEARS
           END-IF
           MOVE BAND-DAYS(1) TO WS-GRANT-DAYS
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > WS-BAND-COUNT
             IF WS-SERVICE-YEARS >= BAND-MIN-YEARS(WS-BAND-IDX)
               MOVE BAND-DAYS(WS-BAND-IDX) TO WS-GRANT-DAYS
             END-IF
           END-PERFORM
      *Hired during the leave year - twelfths for the hire month
      *through December, rounded to whole days.
           IF EmpHireYear = WS-LEAVE-YEAR AND EmpHireMonth > 1
             MOVE "Y" TO WS-PRO-RATA-SW
             COMPUTE WS-GRANT-DAYS ROUNDED =
                 WS-GRANT-DAYS * (13 - EmpHireMonth) / 12
           END-IF.

       Add-Grant-Record.
           IF WS-ENTITLE-COUNT >= WS-ENTITLE-LIMIT
             MOVE "Y" TO WS-OVERFLOW-SW
           ELSE
             MOVE SPACES TO ENTITLEMENT-RECORD
             MOVE EmployeeID TO LeEmployeeID
             MOVE WS-LEAVE-YEAR TO LeYear
             MOVE WS-GRANT-DAYS TO LeDays
             MOVE WS-SERVICE-YEARS TO LeServiceYears
             MOVE WS-CURRENT-DATE TO LeGrantedDate
             ADD 1 TO WS-ENTITLE-COUNT
             MOVE ENTITLEMENT-RECORD TO WS-ENT-IMAGE(WS-ENTITLE-COUNT)
             ADD 1 TO WS-GRANTED-COUNT
             ADD WS-GRANT-DAYS TO WS-TOTAL-DAYS
             MOVE EmployeeID TO DtlEmployeeID
             MOVE EmployeeName TO DtlName
             MOVE EmpDepartment TO DtlDepartment
             MOVE EmpHireDate TO DtlHireDate
             MOVE WS-SERVICE-YEARS TO DtlService
             MOVE WS-GRANT-DAYS TO DtlDays
             IF Grant-Is-Pro-Rata
               MOVE "PRO RATA" TO DtlProRata
             ELSE
               MOVE SPACES TO DtlProRata
             END-IF
             WRITE REPORT-LINE FROM DETAIL-LINE
             PERFORM Replace-Earlier-Grant
           END-IF.

       Replace-Earlier-Grant.
           PERFORM VARYING WS-CURRENT-IDX FROM 1 BY 1
               UNTIL WS-CURRENT-IDX > WS-CURRENT-COUNT
             IF WS-CUR-EMPLOYEE-ID(WS-CURRENT-IDX) = EmployeeID
                AND WS-CUR-REPLACED(WS-CURRENT-IDX) = "N"
               MOVE "Y" TO WS-CUR-REPLACED(WS-CURRENT-IDX)
               ADD 1 TO WS-REPLACED-COUNT
             END-IF
           END-PERFORM.

      *This year's earlier grants that no grant on this run replaced
      *go back on the file unchanged.
       Keep-Unreplaced-Grants.
           PERFORM VARYING WS-CURRENT-IDX FROM 1 BY 1
               UNTIL WS-CURRENT-IDX > WS-CURRENT-COUNT
                  OR Entitle-Table-Overflow
             IF WS-CUR-REPLACED(WS-CURRENT-IDX) = "N"
               IF WS-ENTITLE-COUNT >= WS-ENTITLE-LIMIT
                 MOVE "Y" TO WS-OVERFLOW-SW
               ELSE
                 ADD 1 TO WS-ENTITLE-COUNT
                 MOVE WS-CUR-IMAGE(WS-CURRENT-IDX)
                   TO WS-ENT-IMAGE(WS-ENTITLE-COUNT)
                 ADD 1 TO WS-KEPT-COUNT
               END-IF
             END-IF
           END-PERFORM.

       Rewrite-Entitlement-File.
           OPEN OUTPUT ENTITLEMENT-FILE
           PERFORM VARYING WS-ENTITLE-IDX FROM 1 BY 1
               UNTIL WS-ENTITLE-IDX > WS-ENTITLE-COUNT
             MOVE WS-ENT-IMAGE(WS-ENTITLE-IDX) TO ENTITLEMENT-RECORD
             WRITE ENTITLEMENT-RECORD
           END-PERFORM
           CLOSE ENTITLEMENT-FILE.

       Write-Accrual-Totals.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-GRANTED-COUNT TO TotGranted
           MOVE WS-TOTAL-DAYS TO TotDays
           WRITE REPORT-LINE FROM TOTAL-LINE-1
           MOVE WS-LEAVER-COUNT TO TotLeavers
           WRITE REPORT-LINE FROM TOTAL-LINE-2
           MOVE WS-NOT-HIRED-COUNT TO TotNotHired
           WRITE REPORT-LINE FROM TOTAL-LINE-3
           MOVE WS-REPLACED-COUNT TO TotReplaced
           WRITE REPORT-LINE FROM TOTAL-LINE-4
           MOVE WS-KEPT-COUNT TO TotKept
           WRITE REPORT-LINE FROM TOTAL-LINE-5.

      *A CALL leaves the callee's zero in RETURN-CODE, so the
      *caller's return code is saved across the spool hand-over.
       Spool-Finished-Report.
           MOVE RETURN-CODE TO WS-SAVED-RC
           CALL "SpoolReport" USING WS-SPOOL-PROGRAM WS-SPOOL-REPORT
             WS-CURRENT-DATE
           MOVE WS-SAVED-RC TO RETURN-CODE.
