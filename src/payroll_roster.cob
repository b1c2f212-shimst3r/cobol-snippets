       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayrollRoster.
      *Intake for the payroll bureau's monthly roster - the full
      *list of employees the bureau paid in the period, with each
      *one's pay status. PayrollConfirm only proves the bureau took
      *in the extract we sent; this proves what the bureau actually
      *paid. The roster trailer's count and EmployeeID hash total
      *are proved first, and a roster that does not prove is not
      *matched at all. Each roster employee is then matched against
      *the employee master by EmployeeID and the exceptions report
      *lists leavers still being paid, active employees the bureau
      *did not pay, roster names and birth dates that disagree with
      *the master, and anyone paid twice or paid without being on
      *the master. An employee hired after the roster period is not
      *expected on it. A leaver's leaving date is the run date of
      *the last change-history record that took the employee to
      *status L. A leaver who left within the roster period is due
      *a final-period pay, so that payment is listed on its own and
      *is not an exception. A leaver paid who left before the
      *period began - or whose leaving is not on the change history
      *at all - is, and raises an E alert of its own; the other
      *exceptions raise one W alert for the run.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO "payroll-roster.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "employee-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPMASTER-STATUS.
           SELECT CHANGE-HISTORY ASSIGN TO "emp-change-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT ROSTER-REPORT
               ASSIGN TO "payroll-roster-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *The bureau sends one header with the last day of the pay
      *period, one detail per employee on its books with the name
      *and birth date it holds and a pay status - P paid in the
      *period, N on the books but not paid - and a trailer carrying
      *the detail count and EmployeeID hash.
       FD ROSTER-FILE.
       01 ROSTER-RECORD.
         02 RstRecordType PIC X.
           88 Roster-Header VALUE "H".
           88 Roster-Detail VALUE "D".
           88 Roster-Trailer VALUE "T".
         02 RstRecordBody PIC X(34).
         02 RstHeaderBody REDEFINES RstRecordBody.
           03 RstPeriodEnd PIC 9(8).
           03 RstSourceId PIC X(8).
           03 FILLER PIC X(18).
         02 RstDetailBody REDEFINES RstRecordBody.
           03 RstEmployeeID PIC 9(5).
           03 RstEmployeeName PIC X(20).
           03 RstBirthDate PIC 9(8).
           03 RstPayStatus PIC X.
             88 Roster-Paid VALUE "P".
         02 RstTrailerBody REDEFINES RstRecordBody.
           03 RstTrailerCount PIC 9(7).
           03 RstTrailerHash PIC 9(10).
           03 FILLER PIC X(17).

       FD EMPLOYEE-MASTER.
       01 EMPLOYEE-RECORD PIC X(104).

       FD CHANGE-HISTORY.
       01 CHANGE-HISTORY-RECORD.
           COPY "change_history".

       FD ROSTER-REPORT.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *Work area each master record and history image is moved
      *into, so status and the other fields are handled by name.
       01 WS-EMPLOYEE-REC.
           COPY "employee_record".

       01 WS-ROSTER-STATUS PIC XX.
       01 WS-EMPMASTER-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 HISTORY-EOF-SW PIC X VALUE "N".
         88 End-Of-History-File VALUE "Y".
       01 WS-BEFORE-STATUS PIC X.
       01 ROSTER-EOF-SW PIC X VALUE "N".
         88 End-Of-Roster-File VALUE "Y".
       01 EMP-EOF-SW PIC X VALUE "N".
         88 End-Of-Employee-File VALUE "Y".

      *The employee master, flagged P as each employee is found
      *paid on the roster, with the leaving date found for each
      *leaver on the change history.
       01 WS-EMP-LIMIT PIC 9(4) VALUE 5000.
       01 WS-EMP-COUNT PIC 9(4) VALUE 0.
       01 WS-EMP-TABLE.
         02 WS-EMP-ENTRY OCCURS 5000 TIMES.
           03 WS-EMP-ID PIC 9(5).
           03 WS-EMP-NAME PIC X(20).
           03 WS-EMP-BIRTH PIC X(8).
           03 WS-EMP-HIRE PIC X(8).
           03 WS-EMP-STATUS PIC X.
           03 WS-EMP-LEFT-DATE PIC 9(8).
           03 WS-EMP-FLAG PIC X.
             88 Emp-Found-Paid VALUE "P".
             88 Emp-Found-Unpaid VALUE "N".
       01 WS-EMP-IDX PIC 9(4).
       01 WS-FOUND-IDX PIC 9(4).
       01 WS-SEARCH-SW PIC X.
         88 Search-Hit VALUE "Y".
       01 WS-EMP-OVERFLOW-SW PIC X VALUE "N".
         88 Employee-Table-Overflow VALUE "Y".

      *Trailer proof over the roster details.
       01 WS-HEADER-SEEN-SW PIC X VALUE "N".
         88 Roster-Header-Seen VALUE "Y".
       01 WS-TRAILER-SEEN-SW PIC X VALUE "N".
         88 Roster-Trailer-Seen VALUE "Y".
       01 WS-DETAIL-COUNT PIC 9(7) VALUE 0.
       01 WS-HASH-TOTAL PIC 9(10) VALUE 0.
       01 WS-TRAILER-COUNT PIC 9(7) VALUE 0.
       01 WS-TRAILER-HASH PIC 9(10) VALUE 0.
       01 WS-TRAILER-OK-SW PIC X VALUE "N".
         88 Trailer-Proved VALUE "Y".
       01 WS-PERIOD-END PIC 9(8) VALUE 0.
       01 WS-PERIOD-START PIC 9(8) VALUE 0.

       01 WS-PAID-COUNT PIC 9(7) VALUE 0.
       01 WS-LEAVER-PAID-COUNT PIC 9(7) VALUE 0.
       01 WS-FINAL-PAY-COUNT PIC 9(7) VALUE 0.
       01 WS-NOT-PAID-COUNT PIC 9(7) VALUE 0.
       01 WS-MISMATCH-COUNT PIC 9(7) VALUE 0.
       01 WS-TWICE-COUNT PIC 9(7) VALUE 0.
       01 WS-UNKNOWN-COUNT PIC 9(7) VALUE 0.
       01 WS-NAME-MASTER PIC X(20).
       01 WS-LEFT-TEXT PIC X(21).
       01 WS-NAME-ROSTER PIC X(20).

      *Resolved run date - honours the optional run-date override
      *card so a rerun reports as of the original date.
       01 WS-RERUN-FLAG PIC X VALUE "N".
       01 WS-RUN-DATE PIC 9(8) VALUE 0.

      *Start/end records for the shared run-control status board.
       01 WS-RUNCTL-PROGRAM PIC X(20) VALUE "PayrollRoster".
       01 WS-RUNCTL-PHASE PIC X.
       01 WS-RUNCTL-RC PIC 9(4) VALUE 0.
       01 WS-RUNCTL-READ PIC 9(7) VALUE 0.
       01 WS-RUNCTL-WRITE PIC 9(7) VALUE 0.

      *Alerts raised for the operator-alert review screen.
       01 WS-ALERT-SEVERITY PIC X.
       01 WS-ALERT-MESSAGE PIC X(60).
       01 WS-SAVED-RC PIC 9(4).

      *The finished report is handed to the print spool for
      *operator release instead of being hunted down by file name.
       01 WS-SPOOL-REPORT PIC X(30)
          VALUE "payroll-roster-report.txt".

       01 SUMMARY-LINE.
         02 SumLabel PIC X(26).
         02 SumCount PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       Main.
           CALL "GetRunDate" USING WS-RUN-DATE WS-RERUN-FLAG
           PERFORM Write-Runctl-Start
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS = "35"
             DISPLAY "Bureau roster file not found - nothing to "
               "reconcile."
             MOVE 16 TO RETURN-CODE
             MOVE "E" TO WS-ALERT-SEVERITY
             MOVE "BUREAU PAYROLL ROSTER FILE NOT FOUND"
               TO WS-ALERT-MESSAGE
             PERFORM Write-Operator-Alert
           ELSE
             CLOSE ROSTER-FILE
             OPEN INPUT EMPLOYEE-MASTER
             IF WS-EMPMASTER-STATUS = "35"
               DISPLAY "Employee master file not found - nothing to "
                 "match the roster against."
               MOVE 16 TO RETURN-CODE
               MOVE "E" TO WS-ALERT-SEVERITY
               MOVE "EMPLOYEE MASTER NOT FOUND - ROSTER NOT MATCHED"
                 TO WS-ALERT-MESSAGE
               PERFORM Write-Operator-Alert
             ELSE
               PERFORM Load-Employee-Table
               PERFORM Find-Leaving-Dates
               PERFORM Prove-Roster-Trailer
               EVALUATE TRUE
                 WHEN Employee-Table-Overflow
                   DISPLAY "More than ", WS-EMP-LIMIT,
                     " employees on the master - roster not matched."
                   MOVE 16 TO RETURN-CODE
                   MOVE "E" TO WS-ALERT-SEVERITY
                   MOVE "ROSTER NOT MATCHED - EMPLOYEE TABLE FULL"
                     TO WS-ALERT-MESSAGE
                   PERFORM Write-Operator-Alert
                 WHEN NOT Trailer-Proved
                   DISPLAY "ROSTER REJECTED - trailer does not prove "
                     "the file complete."
                   MOVE 16 TO RETURN-CODE
                   MOVE "E" TO WS-ALERT-SEVERITY
                   MOVE "BUREAU PAYROLL ROSTER TRAILER MISMATCH"
                     TO WS-ALERT-MESSAGE
                   PERFORM Write-Operator-Alert
                 WHEN OTHER
                   PERFORM Match-Roster
               END-EVALUATE
               MOVE WS-DETAIL-COUNT TO WS-RUNCTL-READ
               MOVE WS-PAID-COUNT TO WS-RUNCTL-WRITE
             END-IF
           END-IF
           PERFORM Write-Runctl-End
           GOBACK.

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
           CALL "SpoolReport" USING WS-RUNCTL-PROGRAM WS-SPOOL-REPORT
             WS-RUN-DATE
           MOVE WS-SAVED-RC TO RETURN-CODE.

       Load-Employee-Table.
           MOVE 0 TO WS-EMP-COUNT
           MOVE "N" TO EMP-EOF-SW
           READ EMPLOYEE-MASTER
             AT END MOVE "Y" TO EMP-EOF-SW
           END-READ
           PERFORM UNTIL End-Of-Employee-File
              OR Employee-Table-Overflow
             IF WS-EMP-COUNT >= WS-EMP-LIMIT
               MOVE "Y" TO WS-EMP-OVERFLOW-SW
             ELSE
               ADD 1 TO WS-EMP-COUNT
               MOVE EMPLOYEE-RECORD TO WS-EMPLOYEE-REC
               MOVE EmployeeID TO WS-EMP-ID(WS-EMP-COUNT)
               MOVE EmployeeName TO WS-EMP-NAME(WS-EMP-COUNT)
               MOVE EmpBirthDate TO WS-EMP-BIRTH(WS-EMP-COUNT)
               MOVE EmpHireDate TO WS-EMP-HIRE(WS-EMP-COUNT)
               MOVE EmpStatus TO WS-EMP-STATUS(WS-EMP-COUNT)
               MOVE 0 TO WS-EMP-LEFT-DATE(WS-EMP-COUNT)
               MOVE SPACE TO WS-EMP-FLAG(WS-EMP-COUNT)
               READ EMPLOYEE-MASTER
                 AT END MOVE "Y" TO EMP-EOF-SW
               END-READ
             END-IF
           END-PERFORM
           CLOSE EMPLOYEE-MASTER.

      *The last record that took the employee to status L - an add
      *straight in as a leaver counts, and a later return to
      *active followed by a second leaving moves the date on.
       Find-Leaving-Dates.
           OPEN INPUT CHANGE-HISTORY
           IF WS-HISTORY-STATUS = "35"
             DISPLAY "Change history not found - no leaving dates, "
               "every leaver paid is an exception."
           ELSE
             MOVE "N" TO HISTORY-EOF-SW
             READ CHANGE-HISTORY
               AT END MOVE "Y" TO HISTORY-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-History-File
               MOVE ChBeforeImage TO WS-EMPLOYEE-REC
               MOVE EmpStatus TO WS-BEFORE-STATUS
               MOVE ChAfterImage TO WS-EMPLOYEE-REC
               IF Emp-Is-Leaver
                  AND WS-BEFORE-STATUS NOT = "L"
                 PERFORM Find-History-Employee
                 IF Search-Hit
                   MOVE ChRunDate TO WS-EMP-LEFT-DATE(WS-FOUND-IDX)
                 END-IF
               END-IF
               READ CHANGE-HISTORY
                 AT END MOVE "Y" TO HISTORY-EOF-SW
               END-READ
             END-PERFORM
             CLOSE CHANGE-HISTORY
           END-IF.

       Find-History-Employee.
           MOVE "N" TO WS-SEARCH-SW
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT OR Search-Hit
             IF WS-EMP-ID(WS-EMP-IDX) = ChEmployeeID
               MOVE "Y" TO WS-SEARCH-SW
               MOVE WS-EMP-IDX TO WS-FOUND-IDX
             END-IF
           END-PERFORM.

      *Same acceptance idea as the confirmation intake: the
      *trailer's count and EmployeeID hash must match what was read.
       Prove-Roster-Trailer.
           MOVE "N" TO WS-HEADER-SEEN-SW
           MOVE "N" TO WS-TRAILER-SEEN-SW
           MOVE 0 TO WS-DETAIL-COUNT
           MOVE 0 TO WS-HASH-TOTAL
           MOVE "N" TO ROSTER-EOF-SW
           OPEN INPUT ROSTER-FILE
           READ ROSTER-FILE
             AT END MOVE "Y" TO ROSTER-EOF-SW
           END-READ
           PERFORM UNTIL End-Of-Roster-File
             EVALUATE TRUE
               WHEN Roster-Header
                 MOVE "Y" TO WS-HEADER-SEEN-SW
                 MOVE RstPeriodEnd TO WS-PERIOD-END
                 MOVE RstPeriodEnd TO WS-PERIOD-START
                 MOVE "01" TO WS-PERIOD-START(7:2)
               WHEN Roster-Detail
                 ADD 1 TO WS-DETAIL-COUNT
                 ADD RstEmployeeID TO WS-HASH-TOTAL
               WHEN Roster-Trailer
                 MOVE "Y" TO WS-TRAILER-SEEN-SW
                 MOVE RstTrailerCount TO WS-TRAILER-COUNT
                 MOVE RstTrailerHash TO WS-TRAILER-HASH
             END-EVALUATE
             READ ROSTER-FILE
               AT END MOVE "Y" TO ROSTER-EOF-SW
             END-READ
           END-PERFORM
           CLOSE ROSTER-FILE
           IF Roster-Header-Seen AND Roster-Trailer-Seen
              AND WS-TRAILER-COUNT = WS-DETAIL-COUNT
              AND WS-TRAILER-HASH = WS-HASH-TOTAL
             MOVE "Y" TO WS-TRAILER-OK-SW
           ELSE
             MOVE "N" TO WS-TRAILER-OK-SW
           END-IF.

       Search-Employee-Table.
           MOVE "N" TO WS-SEARCH-SW
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT OR Search-Hit
             IF WS-EMP-ID(WS-EMP-IDX) = RstEmployeeID
               MOVE "Y" TO WS-SEARCH-SW
               MOVE WS-EMP-IDX TO WS-FOUND-IDX
             END-IF
           END-PERFORM.

       Match-Roster.
           OPEN OUTPUT ROSTER-REPORT
           MOVE SPACES TO REPORT-LINE
           STRING "PAYROLL ROSTER EXCEPTIONS REPORT - "
             DELIMITED BY SIZE
             "PERIOD END " DELIMITED BY SIZE
             WS-PERIOD-END DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "PAID BY THE BUREAU - LEAVERS, MISMATCHES, UNKNOWN"
             TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM Walk-Roster-Details
           PERFORM Report-Final-Period-Pay
           PERFORM Report-Not-Paid
           PERFORM Write-Roster-Summary
           CLOSE ROSTER-REPORT
           PERFORM Spool-Finished-Report
           IF WS-LEAVER-PAID-COUNT > 0 OR WS-NOT-PAID-COUNT > 0
              OR WS-MISMATCH-COUNT > 0 OR WS-TWICE-COUNT > 0
              OR WS-UNKNOWN-COUNT > 0
             MOVE 8 TO RETURN-CODE
           ELSE
             DISPLAY "Roster matched clean - paid = ", WS-PAID-COUNT
           END-IF
           IF WS-NOT-PAID-COUNT > 0 OR WS-MISMATCH-COUNT > 0
              OR WS-TWICE-COUNT > 0 OR WS-UNKNOWN-COUNT > 0
             MOVE "W" TO WS-ALERT-SEVERITY
             MOVE "PAYROLL ROSTER EXCEPTIONS - SEE REPORT"
               TO WS-ALERT-MESSAGE
             PERFORM Write-Operator-Alert
           END-IF.

       Walk-Roster-Details.
           MOVE "N" TO ROSTER-EOF-SW
           OPEN INPUT ROSTER-FILE
           READ ROSTER-FILE
             AT END MOVE "Y" TO ROSTER-EOF-SW
           END-READ
           PERFORM UNTIL End-Of-Roster-File
             IF Roster-Detail
               PERFORM Match-One-Detail
             END-IF
             READ ROSTER-FILE
               AT END MOVE "Y" TO ROSTER-EOF-SW
             END-READ
           END-PERFORM
           CLOSE ROSTER-FILE.

      *A leaver the bureau has on its books but did not pay this
      *period is not an exception - only a payment is, and only for
      *a leaver who had gone before the period began. A leaving
      *date within the period is listed as a final-period pay.
       Match-One-Detail.
           IF Roster-Paid
             ADD 1 TO WS-PAID-COUNT
           END-IF
           PERFORM Search-Employee-Table
           IF NOT Search-Hit
             IF Roster-Paid
               ADD 1 TO WS-UNKNOWN-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "NOT ON MASTER : ID " DELIMITED BY SIZE
                 RstEmployeeID DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 RstEmployeeName DELIMITED BY SIZE
                 " paid but unknown here" DELIMITED BY SIZE
                 INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
             END-IF
           ELSE
             IF Roster-Paid
               IF Emp-Found-Paid(WS-FOUND-IDX)
                 ADD 1 TO WS-TWICE-COUNT
                 MOVE SPACES TO REPORT-LINE
                 STRING "PAID TWICE    : ID " DELIMITED BY SIZE
                   RstEmployeeID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EMP-NAME(WS-FOUND-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE
                 END-STRING
                 WRITE REPORT-LINE
               END-IF
               MOVE "P" TO WS-EMP-FLAG(WS-FOUND-IDX)
               MOVE WS-EMP-STATUS(WS-FOUND-IDX) TO EmpStatus
               IF Emp-Is-Leaver
                  AND WS-EMP-LEFT-DATE(WS-FOUND-IDX) < WS-PERIOD-START
                 PERFORM Report-Leaver-Paid
               END-IF
             ELSE
               IF NOT Emp-Found-Paid(WS-FOUND-IDX)
                 MOVE "N" TO WS-EMP-FLAG(WS-FOUND-IDX)
               END-IF
             END-IF
             PERFORM Check-Roster-Particulars
           END-IF.

       Report-Leaver-Paid.
           ADD 1 TO WS-LEAVER-PAID-COUNT
           IF WS-EMP-LEFT-DATE(WS-FOUND-IDX) = 0
             MOVE "- date not on history" TO WS-LEFT-TEXT
           ELSE
             MOVE WS-EMP-LEFT-DATE(WS-FOUND-IDX) TO WS-LEFT-TEXT
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "LEAVER PAID   : ID " DELIMITED BY SIZE
             RstEmployeeID DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-EMP-NAME(WS-FOUND-IDX) DELIMITED BY SIZE
             " left " DELIMITED BY SIZE
             WS-LEFT-TEXT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "E" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING "LEAVER " DELIMITED BY SIZE
             RstEmployeeID DELIMITED BY SIZE
             " STILL PAID BY BUREAU - PERIOD " DELIMITED BY SIZE
             WS-PERIOD-END DELIMITED BY SIZE
             INTO WS-ALERT-MESSAGE
           END-STRING
           PERFORM Write-Operator-Alert.

      *Leavers paid who left within the roster period - the pay
      *for the days worked before leaving. Listed for the record,
      *not counted as an exception and not alerted.
       Report-Final-Period-Pay.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "FINAL-PERIOD PAY - LEAVERS WHO LEFT IN THE PERIOD"
             TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
             MOVE WS-EMP-STATUS(WS-EMP-IDX) TO EmpStatus
             IF Emp-Is-Leaver
                AND Emp-Found-Paid(WS-EMP-IDX)
                AND WS-EMP-LEFT-DATE(WS-EMP-IDX) >= WS-PERIOD-START
               ADD 1 TO WS-FINAL-PAY-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "FINAL PAY     : ID " DELIMITED BY SIZE
                 WS-EMP-ID(WS-EMP-IDX) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-EMP-NAME(WS-EMP-IDX) DELIMITED BY SIZE
                 " left " DELIMITED BY SIZE
                 WS-EMP-LEFT-DATE(WS-EMP-IDX) DELIMITED BY SIZE
                 INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
             END-IF
           END-PERFORM.

      *Names are compared without regard to case; the bureau keys
      *them in capitals.
       Check-Roster-Particulars.
           MOVE FUNCTION UPPER-CASE(WS-EMP-NAME(WS-FOUND-IDX))
             TO WS-NAME-MASTER
           MOVE FUNCTION UPPER-CASE(RstEmployeeName) TO WS-NAME-ROSTER
           IF WS-NAME-MASTER NOT = WS-NAME-ROSTER
             ADD 1 TO WS-MISMATCH-COUNT
             MOVE SPACES TO REPORT-LINE
             STRING "NAME DIFFERS  : ID " DELIMITED BY SIZE
               RstEmployeeID DELIMITED BY SIZE
               " MASTER " DELIMITED BY SIZE
               WS-EMP-NAME(WS-FOUND-IDX) DELIMITED BY SIZE
               " BUREAU " DELIMITED BY SIZE
               RstEmployeeName DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           END-IF
           IF WS-EMP-BIRTH(WS-FOUND-IDX) NOT = RstBirthDate
             ADD 1 TO WS-MISMATCH-COUNT
             MOVE SPACES TO REPORT-LINE
             STRING "BIRTH DIFFERS : ID " DELIMITED BY SIZE
               RstEmployeeID DELIMITED BY SIZE
               " MASTER " DELIMITED BY SIZE
               WS-EMP-BIRTH(WS-FOUND-IDX) DELIMITED BY SIZE
               " BUREAU " DELIMITED BY SIZE
               RstBirthDate DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           END-IF.

      *An active employee hired after the period end is not yet due
      *a payment and is not listed.
       Report-Not-Paid.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ACTIVE ON THE MASTER BUT NOT PAID" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
             MOVE WS-EMP-STATUS(WS-EMP-IDX) TO EmpStatus
             IF NOT Emp-Is-Leaver
                AND NOT Emp-Found-Paid(WS-EMP-IDX)
                AND (WS-EMP-HIRE(WS-EMP-IDX) IS NOT NUMERIC
                  OR WS-EMP-HIRE(WS-EMP-IDX) <= WS-PERIOD-END)
               ADD 1 TO WS-NOT-PAID-COUNT
               MOVE SPACES TO REPORT-LINE
               IF Emp-Found-Unpaid(WS-EMP-IDX)
                 STRING "NOT PAID      : ID " DELIMITED BY SIZE
                   WS-EMP-ID(WS-EMP-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EMP-NAME(WS-EMP-IDX) DELIMITED BY SIZE
                   " on the roster, not paid" DELIMITED BY SIZE
                   INTO REPORT-LINE
                 END-STRING
               ELSE
                 STRING "NOT PAID      : ID " DELIMITED BY SIZE
                   WS-EMP-ID(WS-EMP-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EMP-NAME(WS-EMP-IDX) DELIMITED BY SIZE
                   " not on the roster" DELIMITED BY SIZE
                   INTO REPORT-LINE
                 END-STRING
               END-IF
               WRITE REPORT-LINE
             END-IF
           END-PERFORM.

       Write-Roster-Summary.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SUMMARY" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ROSTER DETAILS          : " TO SumLabel
           MOVE WS-DETAIL-COUNT TO SumCount
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "PAID BY THE BUREAU      : " TO SumLabel
           MOVE WS-PAID-COUNT TO SumCount
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "LEAVERS STILL PAID      : " TO SumLabel
           MOVE WS-LEAVER-PAID-COUNT TO SumCount
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "LEAVERS FINAL-PERIOD PAY: " TO SumLabel
           MOVE WS-FINAL-PAY-COUNT TO SumCount
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "ACTIVE NOT PAID         : " TO SumLabel
           MOVE WS-NOT-PAID-COUNT TO SumCount
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "NAME OR BIRTH MISMATCH  : " TO SumLabel
           MOVE WS-MISMATCH-COUNT TO SumCount
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "PAID TWICE              : " TO SumLabel
           MOVE WS-TWICE-COUNT TO SumCount
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "PAID NOT ON MASTER      : " TO SumLabel
           MOVE WS-UNKNOWN-COUNT TO SumCount
           WRITE REPORT-LINE FROM SUMMARY-LINE.
