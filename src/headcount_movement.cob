       IDENTIFICATION DIVISION.
       PROGRAM-ID. HeadcountMovement.
      *Monthly headcount movement by department, built from the
      *employee change history instead of by hand from printed
      *maintenance registers. For the chosen month every history
      *record is classified - a starter (an add, or a leaver set
      *back to active), a leaver (status changed to L, or an active
      *employee deleted), or a transfer (EmpDepartment changed) -
      *and listed. Opening and closing headcount are worked back
      *from the live indexed master through the before images of
      *the history, so each department is proved: opening plus
      *starters and transfers in, less leavers and transfers out,
      *must equal the closing headcount the master holds. A
      *department that does not reconcile is flagged - a change
      *made to the master without passing through EmpMasterMaint
      *leaves a break in the history chain - and the run ends RC 4.
      *Leavers are not counted in any headcount.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MST ASSIGN TO "employee-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MstEmployeeID
               FILE STATUS IS WS-EMPMST-STATUS.
           SELECT CHANGE-HISTORY ASSIGN TO "emp-change-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT DEPT-MASTER ASSIGN TO "department-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT MOVEMENT-REPORT
               ASSIGN TO "headcount-movement.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *Key plus remainder - the remainder length mirrors the fields
      *after EmployeeID in the employee_record copybook.
       FD EMPLOYEE-MST.
       01 EMPLOYEE-MST-RECORD.
         02 MstEmployeeID PIC 9(5).
         02 MstEmployeeBody PIC X(99).

       FD CHANGE-HISTORY.
       01 CHANGE-HISTORY-RECORD.
           COPY "change_history".

       FD DEPT-MASTER.
       01 DEPT-RECORD.
           COPY "department_record".

       FD MOVEMENT-REPORT.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
      *Work area each master record and history image is moved
      *into, so department and status are read by name.
       01 WS-EMPLOYEE-REC.
           COPY "employee_record".

       01 WS-EMPMST-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-DEPT-STATUS PIC XX.
       01 MST-EOF-SWITCH PIC X VALUE "N".
         88 End-Of-Master-File VALUE "Y".
       01 HISTORY-EOF-SW PIC X VALUE "N".
         88 End-Of-History-File VALUE "Y".
       01 DEPT-EOF-SW PIC X VALUE "N".
         88 End-Of-Dept-File VALUE "Y".

       01 WS-CURRENT-DATE PIC 9(8).
       01 WS-MONTH-IN PIC X(6).
       01 WS-MONTH-WORK PIC 9(6).
       01 WS-MONTH-PARTS REDEFINES WS-MONTH-WORK.
         02 WS-MONTH-YEAR PIC 9(4).
         02 WS-MONTH-NUM PIC 99.
       01 WS-MONTH-START PIC 9(8).
       01 WS-NEXT-START PIC 9(8).
       01 WS-NEXT-YEAR PIC 9(4).
       01 WS-NEXT-MONTH PIC 99.

      *Every employee on the master or in the history, with where
      *they stood at the start of the month and at the start of
      *the next. A state is taken from the before image of the
      *first history record on or after that date; with no such
      *record the master holds the state unchanged.
       01 WS-EMP-LIMIT PIC 9(4) VALUE 3000.
       01 WS-EMP-COUNT PIC 9(4) VALUE 0.
       01 WS-EMP-TABLE.
         02 WS-EMP-ENTRY OCCURS 3000 TIMES.
           03 WS-EMP-ID PIC 9(5).
           03 WS-EMP-MST-IN PIC X.
           03 WS-EMP-MST-DEPT PIC X(4).
           03 WS-EMP-OPEN-SET PIC X.
           03 WS-EMP-OPEN-IN PIC X.
           03 WS-EMP-OPEN-DEPT PIC X(4).
           03 WS-EMP-CLOSE-SET PIC X.
           03 WS-EMP-CLOSE-IN PIC X.
           03 WS-EMP-CLOSE-DEPT PIC X(4).
       01 WS-EMP-IDX PIC 9(4).
       01 WS-EMP-FOUND-IDX PIC 9(4).
       01 WS-EMP-FOUND-SW PIC X.
         88 Employee-Slot-Found VALUE "Y".
       01 WS-OVERFLOW-SW PIC X VALUE "N".
         88 Movement-Table-Overflow VALUE "Y".

      *One row per department code met on the department master,
      *the live master, or the history.
       01 WS-DEPTTBL-LIMIT PIC 9(3) VALUE 150.
       01 WS-DEPTTBL-COUNT PIC 9(3) VALUE 0.
       01 WS-DEPTTBL-TABLE.
         02 WS-DEPTTBL-ENTRY OCCURS 150 TIMES.
           03 WS-DPT-CODE PIC X(4).
           03 WS-DPT-NAME PIC X(20).
           03 WS-DPT-OPENING PIC 9(5).
           03 WS-DPT-STARTERS PIC 9(5).
           03 WS-DPT-LEAVERS PIC 9(5).
           03 WS-DPT-TRANS-IN PIC 9(5).
           03 WS-DPT-TRANS-OUT PIC 9(5).
           03 WS-DPT-CLOSING PIC 9(5).
       01 WS-DEPTTBL-IDX PIC 9(3).
       01 WS-DEPT-FOUND-IDX PIC 9(3).
       01 WS-DEPT-FOUND-SW PIC X.
         88 Dept-Slot-Found VALUE "Y".
       01 WS-FIND-DEPT PIC X(4).

      *Before and after state of the history record in hand - IN
      *means on the books and not a leaver.
       01 WS-BEFORE-IN-SW PIC X.
         88 Before-In-Headcount VALUE "Y".
       01 WS-BEFORE-DEPT PIC X(4).
       01 WS-AFTER-IN-SW PIC X.
         88 After-In-Headcount VALUE "Y".
       01 WS-AFTER-DEPT PIC X(4).

       01 WS-CALC-CLOSING PIC S9(6).
       01 WS-UNBALANCED-COUNT PIC 9(3) VALUE 0.
       01 WS-HISTORY-READ PIC 9(7) VALUE 0.
       01 WS-MOVEMENT-COUNT PIC 9(7) VALUE 0.
       01 WS-TOTAL-OPENING PIC 9(6) VALUE 0.
       01 WS-TOTAL-STARTERS PIC 9(6) VALUE 0.
       01 WS-TOTAL-LEAVERS PIC 9(6) VALUE 0.
       01 WS-TOTAL-TRANSFERS PIC 9(6) VALUE 0.
       01 WS-TOTAL-CLOSING PIC 9(6) VALUE 0.

       01 HEADING-LINE.
         02 FILLER PIC X(36) VALUE
            "HEADCOUNT MOVEMENT BY DEPARTMENT".
         02 FILLER PIC X(6) VALUE "MONTH ".
         02 HdgMonth PIC 9(6).
         02 FILLER PIC X(11) VALUE "  RUN DATE ".
         02 HdgRunDate PIC 9(8).

       01 MOVEMENT-HEADING PIC X(80) VALUE
          "DATE      ID     MOVEMENT     FROM  TO".

       01 MOVEMENT-LINE.
         02 MovDate PIC 9(8).
         02 FILLER PIC XX VALUE SPACES.
         02 MovEmployeeID PIC 9(5).
         02 FILLER PIC XX VALUE SPACES.
         02 MovType PIC X(13).
         02 MovFromDept PIC X(4).
         02 FILLER PIC XX VALUE SPACES.
         02 MovToDept PIC X(4).

       01 NO-MOVEMENT-LINE PIC X(80) VALUE
          "NO MOVEMENTS RECORDED FOR THE MONTH.".

       01 SUMMARY-HEADING.
         02 FILLER PIC X(31) VALUE
            "DEPT NAME                  OPEN".
         02 FILLER PIC X(36) VALUE
            " START LEAVE  T-IN T-OUT  CALC CLOSE".

       01 SUMMARY-LINE.
         02 SumDept PIC X(4).
         02 FILLER PIC X VALUE SPACE.
         02 SumName PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 SumOpening PIC ZZZZ9.
         02 FILLER PIC X VALUE SPACE.
         02 SumStarters PIC ZZZZ9.
         02 FILLER PIC X VALUE SPACE.
         02 SumLeavers PIC ZZZZ9.
         02 FILLER PIC X VALUE SPACE.
         02 SumTransIn PIC ZZZZ9.
         02 FILLER PIC X VALUE SPACE.
         02 SumTransOut PIC ZZZZ9.
         02 FILLER PIC X VALUE SPACE.
         02 SumCalc PIC -ZZZ9.
         02 FILLER PIC X VALUE SPACE.
         02 SumClosing PIC ZZZZ9.
         02 FILLER PIC XX VALUE SPACES.
         02 SumFlag PIC X(24).

       01 TOTAL-LINE-1.
         02 FILLER PIC X(30) VALUE "OPENING HEADCOUNT          : ".
         02 TotOpening PIC ZZZZZ9.
       01 TOTAL-LINE-2.
         02 FILLER PIC X(30) VALUE "STARTERS                   : ".
         02 TotStarters PIC ZZZZZ9.
       01 TOTAL-LINE-3.
         02 FILLER PIC X(30) VALUE "LEAVERS                    : ".
         02 TotLeavers PIC ZZZZZ9.
       01 TOTAL-LINE-4.
         02 FILLER PIC X(30) VALUE "TRANSFERS                  : ".
         02 TotTransfers PIC ZZZZZ9.
       01 TOTAL-LINE-5.
         02 FILLER PIC X(30) VALUE "CLOSING HEADCOUNT          : ".
         02 TotClosing PIC ZZZZZ9.
       01 TOTAL-LINE-6.
         02 FILLER PIC X(30) VALUE "DEPARTMENTS NOT RECONCILED : ".
         02 TotUnbalanced PIC ZZZZZ9.

      *The finished report is handed to the print spool for
      *operator release instead of being hunted down by file name.
       01 WS-SPOOL-PROGRAM PIC X(20) VALUE "HeadcountMovement".
       01 WS-SPOOL-REPORT PIC X(30)
          VALUE "headcount-movement.txt".
       01 WS-SAVED-RC PIC 9(4).

       PROCEDURE DIVISION.
       Main.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           DISPLAY "Month to report (YYYYMM, blank for this month): "
           ACCEPT WS-MONTH-IN
           IF WS-MONTH-IN = SPACES
             MOVE WS-CURRENT-DATE(1:6) TO WS-MONTH-IN
           END-IF
           IF WS-MONTH-IN IS NOT NUMERIC
             DISPLAY "Month must be six digits YYYYMM."
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-MONTH-IN TO WS-MONTH-WORK
           IF WS-MONTH-NUM < 1 OR WS-MONTH-NUM > 12
              OR WS-MONTH-YEAR < 1900
             DISPLAY "Month must be a real YYYYMM - month 01-12."
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM Compute-Month-Bounds
           OPEN INPUT EMPLOYEE-MST
           IF WS-EMPMST-STATUS = "35"
             DISPLAY "Indexed employee master not found - run the "
               "master conversion first."
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM Load-Dept-Names
           PERFORM Load-Live-Master
           CLOSE EMPLOYEE-MST
           OPEN OUTPUT MOVEMENT-REPORT
           MOVE WS-MONTH-WORK TO HdgMonth
           MOVE WS-CURRENT-DATE TO HdgRunDate
           WRITE REPORT-LINE FROM HEADING-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM MOVEMENT-HEADING
           IF NOT Movement-Table-Overflow
             PERFORM Walk-Change-History
             IF WS-MOVEMENT-COUNT = 0
               WRITE REPORT-LINE FROM NO-MOVEMENT-LINE
             END-IF
           END-IF
      *A proof worked from a partial table would flag departments
      *that are in fact in balance - nothing is reported instead.
           IF Movement-Table-Overflow
             CLOSE MOVEMENT-REPORT
             DISPLAY "More than ", WS-EMP-LIMIT, " employees or ",
               WS-DEPTTBL-LIMIT, " departments - movement report "
               "abandoned."
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM Settle-Headcounts
           PERFORM Write-Department-Summary
           CLOSE MOVEMENT-REPORT
           PERFORM Spool-Finished-Report
           IF WS-UNBALANCED-COUNT > 0
             DISPLAY "HEADCOUNT DOES NOT RECONCILE - departments = ",
               WS-UNBALANCED-COUNT
             MOVE 4 TO RETURN-CODE
           ELSE
             DISPLAY "Headcount movement reconciled - movements = ",
               WS-MOVEMENT-COUNT
           END-IF
           GOBACK.

      *A CALL leaves the callee's zero in RETURN-CODE, so the
      *caller's return code is saved across the spool hand-over.
       Spool-Finished-Report.
           MOVE RETURN-CODE TO WS-SAVED-RC
           CALL "SpoolReport" USING WS-SPOOL-PROGRAM WS-SPOOL-REPORT
             WS-CURRENT-DATE
           MOVE WS-SAVED-RC TO RETURN-CODE.

       Compute-Month-Bounds.
           COMPUTE WS-MONTH-START = WS-MONTH-WORK * 100 + 1
           MOVE WS-MONTH-YEAR TO WS-NEXT-YEAR
           COMPUTE WS-NEXT-MONTH = WS-MONTH-NUM + 1
           IF WS-NEXT-MONTH > 12
             MOVE 1 TO WS-NEXT-MONTH
             ADD 1 TO WS-NEXT-YEAR
           END-IF
           COMPUTE WS-NEXT-START =
               WS-NEXT-YEAR * 10000 + WS-NEXT-MONTH * 100 + 1.

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
                OR Movement-Table-Overflow
               MOVE DeptCode TO WS-FIND-DEPT
               PERFORM Find-Dept-Slot
               IF Dept-Slot-Found
                 MOVE DeptName TO WS-DPT-NAME(WS-DEPT-FOUND-IDX)
               END-IF
               READ DEPT-MASTER
                 AT END MOVE "Y" TO DEPT-EOF-SW
               END-READ
             END-PERFORM
             CLOSE DEPT-MASTER
           END-IF.

      *Codes not yet in the table are added with zero counts; a
      *code with no department-master entry prints a blank name.
       Find-Dept-Slot.
           MOVE "N" TO WS-DEPT-FOUND-SW
           MOVE 0 TO WS-DEPT-FOUND-IDX
           PERFORM VARYING WS-DEPTTBL-IDX FROM 1 BY 1
               UNTIL WS-DEPTTBL-IDX > WS-DEPTTBL-COUNT
                  OR Dept-Slot-Found
             IF WS-DPT-CODE(WS-DEPTTBL-IDX) = WS-FIND-DEPT
               MOVE "Y" TO WS-DEPT-FOUND-SW
               MOVE WS-DEPTTBL-IDX TO WS-DEPT-FOUND-IDX
             END-IF
           END-PERFORM
           IF NOT Dept-Slot-Found
             IF WS-DEPTTBL-COUNT >= WS-DEPTTBL-LIMIT
               MOVE "Y" TO WS-OVERFLOW-SW
             ELSE
               ADD 1 TO WS-DEPTTBL-COUNT
               MOVE WS-DEPTTBL-COUNT TO WS-DEPT-FOUND-IDX
               MOVE WS-FIND-DEPT TO WS-DPT-CODE(WS-DEPTTBL-COUNT)
               MOVE SPACES TO WS-DPT-NAME(WS-DEPTTBL-COUNT)
               MOVE 0 TO WS-DPT-OPENING(WS-DEPTTBL-COUNT)
               MOVE 0 TO WS-DPT-STARTERS(WS-DEPTTBL-COUNT)
               MOVE 0 TO WS-DPT-LEAVERS(WS-DEPTTBL-COUNT)
               MOVE 0 TO WS-DPT-TRANS-IN(WS-DEPTTBL-COUNT)
               MOVE 0 TO WS-DPT-TRANS-OUT(WS-DEPTTBL-COUNT)
               MOVE 0 TO WS-DPT-CLOSING(WS-DEPTTBL-COUNT)
               MOVE "Y" TO WS-DEPT-FOUND-SW
             END-IF
           END-IF.

       Load-Live-Master.
           MOVE "N" TO MST-EOF-SWITCH
           READ EMPLOYEE-MST NEXT RECORD
             AT END MOVE "Y" TO MST-EOF-SWITCH
           END-READ
           PERFORM UNTIL End-Of-Master-File
              OR Movement-Table-Overflow
             MOVE EMPLOYEE-MST-RECORD TO WS-EMPLOYEE-REC
             PERFORM Find-Employee-Slot
             IF Employee-Slot-Found
               IF Emp-Is-Leaver
                 MOVE "N" TO WS-EMP-MST-IN(WS-EMP-FOUND-IDX)
               ELSE
                 MOVE "Y" TO WS-EMP-MST-IN(WS-EMP-FOUND-IDX)
               END-IF
               MOVE EmpDepartment TO WS-EMP-MST-DEPT(WS-EMP-FOUND-IDX)
             END-IF
             READ EMPLOYEE-MST NEXT RECORD
               AT END MOVE "Y" TO MST-EOF-SWITCH
             END-READ
           END-PERFORM.

      *Looks up EmployeeID from WS-EMPLOYEE-REC, adding a slot
      *that starts off the books when the employee is new.
       Find-Employee-Slot.
           MOVE "N" TO WS-EMP-FOUND-SW
           MOVE 0 TO WS-EMP-FOUND-IDX
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT OR Employee-Slot-Found
             IF WS-EMP-ID(WS-EMP-IDX) = EmployeeID
               MOVE "Y" TO WS-EMP-FOUND-SW
               MOVE WS-EMP-IDX TO WS-EMP-FOUND-IDX
             END-IF
           END-PERFORM
           IF NOT Employee-Slot-Found
             IF WS-EMP-COUNT >= WS-EMP-LIMIT
               MOVE "Y" TO WS-OVERFLOW-SW
             ELSE
               ADD 1 TO WS-EMP-COUNT
               MOVE WS-EMP-COUNT TO WS-EMP-FOUND-IDX
               MOVE EmployeeID TO WS-EMP-ID(WS-EMP-COUNT)
               MOVE "N" TO WS-EMP-MST-IN(WS-EMP-COUNT)
               MOVE SPACES TO WS-EMP-MST-DEPT(WS-EMP-COUNT)
               MOVE "N" TO WS-EMP-OPEN-SET(WS-EMP-COUNT)
               MOVE "N" TO WS-EMP-CLOSE-SET(WS-EMP-COUNT)
               MOVE "Y" TO WS-EMP-FOUND-SW
             END-IF
           END-IF.

       Walk-Change-History.
           OPEN INPUT CHANGE-HISTORY
           IF WS-HISTORY-STATUS = "35"
             DISPLAY "Change history not found - no movements; "
               "headcount taken from the master."
           ELSE
             MOVE "N" TO HISTORY-EOF-SW
             READ CHANGE-HISTORY
               AT END MOVE "Y" TO HISTORY-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-History-File
                OR Movement-Table-Overflow
               ADD 1 TO WS-HISTORY-READ
               IF ChRunDate >= WS-MONTH-START
                 PERFORM Apply-History-Record
               END-IF
               READ CHANGE-HISTORY
                 AT END MOVE "Y" TO HISTORY-EOF-SW
               END-READ
             END-PERFORM
             CLOSE CHANGE-HISTORY
           END-IF.

      *An add has no before image and a delete no after image, so
      *a blank image is simply off the books.
       Apply-History-Record.
           MOVE ChAfterImage TO WS-EMPLOYEE-REC
           MOVE "N" TO WS-AFTER-IN-SW
           MOVE EmpDepartment TO WS-AFTER-DEPT
           IF ChAfterImage NOT = SPACES AND NOT Emp-Is-Leaver
             MOVE "Y" TO WS-AFTER-IN-SW
           END-IF
           MOVE ChBeforeImage TO WS-EMPLOYEE-REC
           MOVE "N" TO WS-BEFORE-IN-SW
           MOVE EmpDepartment TO WS-BEFORE-DEPT
           IF ChBeforeImage NOT = SPACES AND NOT Emp-Is-Leaver
             MOVE "Y" TO WS-BEFORE-IN-SW
           END-IF
           MOVE ChEmployeeID TO EmployeeID
           PERFORM Find-Employee-Slot
           IF Employee-Slot-Found
             IF WS-EMP-OPEN-SET(WS-EMP-FOUND-IDX) = "N"
               MOVE "Y" TO WS-EMP-OPEN-SET(WS-EMP-FOUND-IDX)
               MOVE WS-BEFORE-IN-SW TO WS-EMP-OPEN-IN(WS-EMP-FOUND-IDX)
               MOVE WS-BEFORE-DEPT
                 TO WS-EMP-OPEN-DEPT(WS-EMP-FOUND-IDX)
             END-IF
             IF ChRunDate >= WS-NEXT-START
               IF WS-EMP-CLOSE-SET(WS-EMP-FOUND-IDX) = "N"
                 MOVE "Y" TO WS-EMP-CLOSE-SET(WS-EMP-FOUND-IDX)
                 MOVE WS-BEFORE-IN-SW
                   TO WS-EMP-CLOSE-IN(WS-EMP-FOUND-IDX)
                 MOVE WS-BEFORE-DEPT
                   TO WS-EMP-CLOSE-DEPT(WS-EMP-FOUND-IDX)
               END-IF
             ELSE
               PERFORM Classify-Movement
             END-IF
           END-IF.

      *A record that moves no one on or off a department's books -
      *an address or name correction - is not a movement.
       Classify-Movement.
           EVALUATE TRUE
             WHEN After-In-Headcount AND NOT Before-In-Headcount
               MOVE "STARTER" TO MovType
               MOVE SPACES TO MovFromDept
               MOVE WS-AFTER-DEPT TO MovToDept
               MOVE WS-AFTER-DEPT TO WS-FIND-DEPT
               PERFORM Find-Dept-Slot
               IF Dept-Slot-Found
                 ADD 1 TO WS-DPT-STARTERS(WS-DEPT-FOUND-IDX)
               END-IF
               ADD 1 TO WS-TOTAL-STARTERS
               PERFORM Write-Movement-Line
             WHEN Before-In-Headcount AND NOT After-In-Headcount
               MOVE "LEAVER" TO MovType
               MOVE WS-BEFORE-DEPT TO MovFromDept
               MOVE SPACES TO MovToDept
               MOVE WS-BEFORE-DEPT TO WS-FIND-DEPT
               PERFORM Find-Dept-Slot
               IF Dept-Slot-Found
                 ADD 1 TO WS-DPT-LEAVERS(WS-DEPT-FOUND-IDX)
               END-IF
               ADD 1 TO WS-TOTAL-LEAVERS
               PERFORM Write-Movement-Line
             WHEN Before-In-Headcount AND After-In-Headcount
                  AND WS-BEFORE-DEPT NOT = WS-AFTER-DEPT
               MOVE "TRANSFER" TO MovType
               MOVE WS-BEFORE-DEPT TO MovFromDept
               MOVE WS-AFTER-DEPT TO MovToDept
               MOVE WS-BEFORE-DEPT TO WS-FIND-DEPT
               PERFORM Find-Dept-Slot
               IF Dept-Slot-Found
                 ADD 1 TO WS-DPT-TRANS-OUT(WS-DEPT-FOUND-IDX)
               END-IF
               MOVE WS-AFTER-DEPT TO WS-FIND-DEPT
               PERFORM Find-Dept-Slot
               IF Dept-Slot-Found
                 ADD 1 TO WS-DPT-TRANS-IN(WS-DEPT-FOUND-IDX)
               END-IF
               ADD 1 TO WS-TOTAL-TRANSFERS
               PERFORM Write-Movement-Line
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       Write-Movement-Line.
           MOVE ChRunDate TO MovDate
           MOVE ChEmployeeID TO MovEmployeeID
           WRITE REPORT-LINE FROM MOVEMENT-LINE
           ADD 1 TO WS-MOVEMENT-COUNT.

      *Employees the history did not place at a boundary stood
      *there exactly as the live master holds them now.
       Settle-Headcounts.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
             IF WS-EMP-OPEN-SET(WS-EMP-IDX) = "N"
               MOVE WS-EMP-MST-IN(WS-EMP-IDX)
                 TO WS-EMP-OPEN-IN(WS-EMP-IDX)
               MOVE WS-EMP-MST-DEPT(WS-EMP-IDX)
                 TO WS-EMP-OPEN-DEPT(WS-EMP-IDX)
             END-IF
             IF WS-EMP-CLOSE-SET(WS-EMP-IDX) = "N"
               MOVE WS-EMP-MST-IN(WS-EMP-IDX)
                 TO WS-EMP-CLOSE-IN(WS-EMP-IDX)
               MOVE WS-EMP-MST-DEPT(WS-EMP-IDX)
                 TO WS-EMP-CLOSE-DEPT(WS-EMP-IDX)
             END-IF
             IF WS-EMP-OPEN-IN(WS-EMP-IDX) = "Y"
               MOVE WS-EMP-OPEN-DEPT(WS-EMP-IDX) TO WS-FIND-DEPT
               PERFORM Find-Dept-Slot
               IF Dept-Slot-Found
                 ADD 1 TO WS-DPT-OPENING(WS-DEPT-FOUND-IDX)
               END-IF
               ADD 1 TO WS-TOTAL-OPENING
             END-IF
             IF WS-EMP-CLOSE-IN(WS-EMP-IDX) = "Y"
               MOVE WS-EMP-CLOSE-DEPT(WS-EMP-IDX) TO WS-FIND-DEPT
               PERFORM Find-Dept-Slot
               IF Dept-Slot-Found
                 ADD 1 TO WS-DPT-CLOSING(WS-DEPT-FOUND-IDX)
               END-IF
               ADD 1 TO WS-TOTAL-CLOSING
             END-IF
           END-PERFORM.

       Write-Department-Summary.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SUMMARY-HEADING
           PERFORM VARYING WS-DEPTTBL-IDX FROM 1 BY 1
               UNTIL WS-DEPTTBL-IDX > WS-DEPTTBL-COUNT
             COMPUTE WS-CALC-CLOSING =
                 WS-DPT-OPENING(WS-DEPTTBL-IDX)
                 + WS-DPT-STARTERS(WS-DEPTTBL-IDX)
                 + WS-DPT-TRANS-IN(WS-DEPTTBL-IDX)
                 - WS-DPT-LEAVERS(WS-DEPTTBL-IDX)
                 - WS-DPT-TRANS-OUT(WS-DEPTTBL-IDX)
             MOVE WS-DPT-CODE(WS-DEPTTBL-IDX) TO SumDept
             MOVE WS-DPT-NAME(WS-DEPTTBL-IDX) TO SumName
             MOVE WS-DPT-OPENING(WS-DEPTTBL-IDX) TO SumOpening
             MOVE WS-DPT-STARTERS(WS-DEPTTBL-IDX) TO SumStarters
             MOVE WS-DPT-LEAVERS(WS-DEPTTBL-IDX) TO SumLeavers
             MOVE WS-DPT-TRANS-IN(WS-DEPTTBL-IDX) TO SumTransIn
             MOVE WS-DPT-TRANS-OUT(WS-DEPTTBL-IDX) TO SumTransOut
             MOVE WS-CALC-CLOSING TO SumCalc
             MOVE WS-DPT-CLOSING(WS-DEPTTBL-IDX) TO SumClosing
             IF WS-CALC-CLOSING = WS-DPT-CLOSING(WS-DEPTTBL-IDX)
               MOVE SPACES TO SumFlag
             ELSE
               MOVE "*** DOES NOT RECONCILE" TO SumFlag
               ADD 1 TO WS-UNBALANCED-COUNT
             END-IF
             WRITE REPORT-LINE FROM SUMMARY-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-OPENING TO TotOpening
           WRITE REPORT-LINE FROM TOTAL-LINE-1
           MOVE WS-TOTAL-STARTERS TO TotStarters
           WRITE REPORT-LINE FROM TOTAL-LINE-2
           MOVE WS-TOTAL-LEAVERS TO TotLeavers
           WRITE REPORT-LINE FROM TOTAL-LINE-3
           MOVE WS-TOTAL-TRANSFERS TO TotTransfers
           WRITE REPORT-LINE FROM TOTAL-LINE-4
           MOVE WS-TOTAL-CLOSING TO TotClosing
           WRITE REPORT-LINE FROM TOTAL-LINE-5
           MOVE WS-UNBALANCED-COUNT TO TotUnbalanced
           WRITE REPORT-LINE FROM TOTAL-LINE-6.
