       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetentionPurge.
      *Data-protection retention run for long-gone leavers. An
      *employee whose status has been L for longer than the
      *retention period keyed at the start of the run is removed
      *from the flat and indexed employee masters, and every change
      *history image of them has the name, birthdate, and address
      *replaced by an anonymised marker - the EmployeeID, run dates,
      *action codes, department, hire date, and status stay, so the
      *history still proves what was done. The leaving date is the
      *run date of the last history record that set status L; a
      *leaver whose leaving never passed through maintenance has no
      *such date and is listed but kept. Candidates are taken from
      *the flat unload but each is read again on the indexed master,
      *the live record, and one that is no longer a leaver there -
      *reinstated since the last unload - is listed but kept.
      *Nothing is changed until a data-protection operator (an
      *active level-4 operator - the supervisor level does not
      *carry this grant) signs the purge off with id and password;
      *the purge register lists every candidate, the approver, and
      *the counts, and is spooled.
      *Refused while the nightly run lock is held.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "employee-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPMASTER-STATUS.
           SELECT EMPLOYEE-MST ASSIGN TO "employee-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MstEmployeeID
               FILE STATUS IS WS-EMPMST-STATUS.
           SELECT CHANGE-HISTORY ASSIGN TO "emp-change-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT HISTORY-WORK ASSIGN TO "emp-change-history.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operator-ids.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT PURGE-REGISTER ASSIGN TO "retention-purge.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-MASTER.
       01 EMPLOYEE-RECORD PIC X(104).

      *Key plus remainder - the remainder length mirrors the fields
      *after EmployeeID in the employee_record copybook.
       FD EMPLOYEE-MST.
       01 EMPLOYEE-MST-RECORD.
         02 MstEmployeeID PIC 9(5).
         02 MstEmployeeBody PIC X(99).

       FD CHANGE-HISTORY.
       01 CHANGE-HISTORY-RECORD.
           COPY "change_history".

       FD HISTORY-WORK.
       01 HISTORY-WORK-RECORD PIC X(222).

       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
           COPY "operator_record".

       FD PURGE-REGISTER.
       01 REGISTER-LINE PIC X(120).

       WORKING-STORAGE SECTION.
      *Work area each master record and history image is moved
      *into, so status and the personal fields are handled by name.
       01 WS-EMPLOYEE-REC.
           COPY "employee_record".

       01 WS-EMPMASTER-STATUS PIC XX.
       01 WS-EMPMST-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-WORK-STATUS PIC XX.
       01 WS-OPERATOR-STATUS PIC XX.
       01 EMP-EOF-SWITCH PIC X VALUE "N".
         88 End-Of-Employee-File VALUE "Y".
       01 HISTORY-EOF-SW PIC X VALUE "N".
         88 End-Of-History-File VALUE "Y".
       01 OPERATOR-EOF-SW PIC X VALUE "N".
         88 End-Of-Operator-File VALUE "Y".

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
         02 WS-RUN-YEAR PIC 9(4).
         02 WS-RUN-MMDD PIC 9(4).
       01 WS-YEARS-IN PIC X(2).
       01 WS-RETAIN-YEARS PIC 99.
       01 WS-CUTOFF-DATE PIC 9(8).
       01 WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE.
         02 WS-CUTOFF-YEAR PIC 9(4).
         02 WS-CUTOFF-MMDD PIC 9(4).
       01 WS-CHECK-YEAR PIC 9(4).
       01 WS-IS-LEAP-SW PIC X VALUE "N".
         88 Is-Leap-Year VALUE "Y".

      *The flat master held whole - it is rewritten without the
      *purged employees - with the leaving date found for each
      *leaver on the change history.
       01 WS-EMP-LIMIT PIC 9(4) VALUE 3000.
       01 WS-EMP-COUNT PIC 9(4) VALUE 0.
       01 WS-EMP-TABLE.
         02 WS-EMP-ENTRY OCCURS 3000 TIMES.
           03 WS-EMP-IMAGE PIC X(104).
           03 WS-EMP-ID PIC 9(5).
           03 WS-EMP-LEFT-DATE PIC 9(8).
           03 WS-EMP-PURGE PIC X.
             88 Employee-To-Purge VALUE "Y".
       01 WS-EMP-IDX PIC 9(4).
       01 WS-EMP-FOUND-IDX PIC 9(4).
       01 WS-EMP-FOUND-SW PIC X.
         88 Employee-Found VALUE "Y".
       01 WS-OVERFLOW-SW PIC X VALUE "N".
         88 Employee-Table-Overflow VALUE "Y".

       01 WS-BEFORE-STATUS PIC X.
       01 WS-AFTER-STATUS PIC X.

       01 WS-LEAVER-COUNT PIC 9(5) VALUE 0.
       01 WS-CANDIDATE-COUNT PIC 9(5) VALUE 0.
       01 WS-NO-DATE-COUNT PIC 9(5) VALUE 0.
       01 WS-FLAT-REMOVED PIC 9(5) VALUE 0.
       01 WS-IDX-DELETED PIC 9(5) VALUE 0.
       01 WS-IDX-NOT-FOUND PIC 9(5) VALUE 0.
       01 WS-REINSTATED-COUNT PIC 9(5) VALUE 0.
       01 WS-LIVE-OPEN-SW PIC X VALUE "N".
         88 Live-Master-Open VALUE "Y".
       01 WS-REINSTATED-SW PIC X VALUE "N".
         88 Live-Not-Leaver VALUE "Y".
       01 WS-HISTORY-READ PIC 9(7) VALUE 0.
       01 WS-HISTORY-ANON PIC 9(7) VALUE 0.

      *Data-protection sign-off - checked against the operator master
      *but never written back to it.
       01 WS-SUPER-ID-IN PIC X(8).
       01 WS-SUPER-PW-IN PIC X(8).
       01 WS-SUPER-OK-SW PIC X VALUE "N".
         88 Purge-Approved VALUE "Y".
       01 WS-CONFIRM-IN PIC X.
         88 Purge-Confirmed VALUE "Y" "y".

      *The nightly run holds the lock while it reads the masters.
       01 WS-LOCK-ACTION PIC X.
       01 WS-LOCK-HELD PIC X.
         88 Run-Lock-Is-Held VALUE "Y".

       01 HEADING-LINE.
         02 FILLER PIC X(30) VALUE "LEAVER RETENTION PURGE".
         02 FILLER PIC X(9) VALUE "RUN DATE ".
         02 HdgRunDate PIC 9(8).
         02 FILLER PIC X(12) VALUE "  RETENTION ".
         02 HdgYears PIC Z9.
         02 FILLER PIC X(15) VALUE " YEARS  CUTOFF ".
         02 HdgCutoff PIC 9(8).

       01 COLUMN-HEADING PIC X(80) VALUE
          "ID     NAME                 DEPT LEFT ON   ACTION".

       01 CANDIDATE-LINE.
         02 CndEmployeeID PIC 9(5).
         02 FILLER PIC XX VALUE SPACES.
         02 CndName PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 CndDepartment PIC X(4).
         02 FILLER PIC X VALUE SPACE.
         02 CndLeftDate PIC X(8).
         02 FILLER PIC X(3) VALUE SPACES.
         02 CndAction PIC X(40).

       01 SUMMARY-LINE.
         02 SumLabel PIC X(36).
         02 SumCount PIC ZZZZZZ9.

       01 APPROVAL-LINE.
         02 FILLER PIC X(25) VALUE "PURGE APPROVED BY      : ".
         02 AprSupervisor PIC X(8).

      *The finished register is handed to the print spool for
      *operator release instead of being hunted down by file name.
       01 WS-SPOOL-PROGRAM PIC X(20) VALUE "RetentionPurge".
       01 WS-SPOOL-REPORT PIC X(30) VALUE "retention-purge.txt".
       01 WS-SAVED-RC PIC 9(4).

       PROCEDURE DIVISION.
       Main.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE "Q" TO WS-LOCK-ACTION
           CALL "RunLock" USING WS-LOCK-ACTION WS-LOCK-HELD
           IF Run-Lock-Is-Held
             DISPLAY "Nightly batch run in progress - purge refused. "
               "Try again once the run has finished."
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           DISPLAY "Retention period in years after leaving "
             "(two digits, e.g. 06): "
           ACCEPT WS-YEARS-IN
           IF WS-YEARS-IN IS NOT NUMERIC OR WS-YEARS-IN = "00"
             DISPLAY "Retention period must be two digits, at least "
               "01."
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE WS-YEARS-IN TO WS-RETAIN-YEARS
           PERFORM Compute-Cutoff-Date
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMPMASTER-STATUS = "35"
             DISPLAY "Flat employee master not found - nothing to "
               "purge."
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM Load-Flat-Master
      *A master bigger than the table must never be rewritten from
      *it - employees past the limit would be silently lost.
           IF Employee-Table-Overflow
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM Find-Leaving-Dates
           OPEN OUTPUT PURGE-REGISTER
           MOVE WS-RUN-DATE TO HdgRunDate
           MOVE WS-RETAIN-YEARS TO HdgYears
           MOVE WS-CUTOFF-DATE TO HdgCutoff
           WRITE REGISTER-LINE FROM HEADING-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           WRITE REGISTER-LINE FROM COLUMN-HEADING
           OPEN INPUT EMPLOYEE-MST
           IF WS-EMPMST-STATUS = "00"
             MOVE "Y" TO WS-LIVE-OPEN-SW
           ELSE
             MOVE "N" TO WS-LIVE-OPEN-SW
           END-IF
           PERFORM Select-Purge-Candidates
           IF Live-Master-Open
             CLOSE EMPLOYEE-MST
           END-IF
           IF WS-CANDIDATE-COUNT = 0
             DISPLAY "No leaver is past the retention period - "
               "nothing purged."
           ELSE
             DISPLAY "Leavers past the retention period = ",
               WS-CANDIDATE-COUNT, " - see retention-purge.txt."
             PERFORM Get-Supervisor-Approval
             IF Purge-Approved
               PERFORM Apply-Purge
             ELSE
               MOVE SPACES TO REGISTER-LINE
               WRITE REGISTER-LINE
               MOVE "PURGE NOT APPROVED - NOTHING CHANGED"
                 TO REGISTER-LINE
               WRITE REGISTER-LINE
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF
           PERFORM Write-Purge-Summary
           CLOSE PURGE-REGISTER
           PERFORM Spool-Finished-Report
           GOBACK.

      *A CALL leaves the callee's zero in RETURN-CODE, so the
      *caller's return code is saved across the spool hand-over.
       Spool-Finished-Report.
           MOVE RETURN-CODE TO WS-SAVED-RC
           CALL "SpoolReport" USING WS-SPOOL-PROGRAM WS-SPOOL-REPORT
             WS-RUN-DATE
           MOVE WS-SAVED-RC TO RETURN-CODE.

      *Run date less the retention years - a 29 February run date
      *falls back to the 28th when the cutoff year is not a leap
      *year.
       Compute-Cutoff-Date.
           COMPUTE WS-CUTOFF-YEAR = WS-RUN-YEAR - WS-RETAIN-YEARS
           MOVE WS-RUN-MMDD TO WS-CUTOFF-MMDD
           IF WS-CUTOFF-MMDD = 0229
             MOVE WS-CUTOFF-YEAR TO WS-CHECK-YEAR
             PERFORM Check-Leap-Year
             IF NOT Is-Leap-Year
               MOVE 0228 TO WS-CUTOFF-MMDD
             END-IF
           END-IF.

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

       Load-Flat-Master.
           MOVE 0 TO WS-EMP-COUNT
           MOVE "N" TO EMP-EOF-SWITCH
           READ EMPLOYEE-MASTER
             AT END MOVE "Y" TO EMP-EOF-SWITCH
           END-READ
           PERFORM UNTIL End-Of-Employee-File
              OR WS-EMP-COUNT >= WS-EMP-LIMIT
             ADD 1 TO WS-EMP-COUNT
             MOVE EMPLOYEE-RECORD TO WS-EMP-IMAGE(WS-EMP-COUNT)
             MOVE EMPLOYEE-RECORD TO WS-EMPLOYEE-REC
             MOVE EmployeeID TO WS-EMP-ID(WS-EMP-COUNT)
             MOVE 0 TO WS-EMP-LEFT-DATE(WS-EMP-COUNT)
             MOVE "N" TO WS-EMP-PURGE(WS-EMP-COUNT)
             READ EMPLOYEE-MASTER
               AT END MOVE "Y" TO EMP-EOF-SWITCH
             END-READ
           END-PERFORM
           IF NOT End-Of-Employee-File
             MOVE "Y" TO WS-OVERFLOW-SW
             DISPLAY "Flat master holds more than ", WS-EMP-LIMIT,
               " records - purge abandoned, nothing changed."
           END-IF
           CLOSE EMPLOYEE-MASTER.

       Find-Employee.
           MOVE "N" TO WS-EMP-FOUND-SW
           MOVE 0 TO WS-EMP-FOUND-IDX
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT OR Employee-Found
             IF WS-EMP-ID(WS-EMP-IDX) = ChEmployeeID
               MOVE "Y" TO WS-EMP-FOUND-SW
               MOVE WS-EMP-IDX TO WS-EMP-FOUND-IDX
             END-IF
           END-PERFORM.

      *The last record that took the employee to status L - an add
      *straight in as a leaver counts, and a later return to
      *active followed by a second leaving moves the date on.
       Find-Leaving-Dates.
           OPEN INPUT CHANGE-HISTORY
           IF WS-HISTORY-STATUS = "35"
             DISPLAY "Change history not found - no leaving dates, "
               "nothing can be purged."
           ELSE
             MOVE "N" TO HISTORY-EOF-SW
             READ CHANGE-HISTORY
               AT END MOVE "Y" TO HISTORY-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-History-File
               ADD 1 TO WS-HISTORY-READ
               MOVE ChBeforeImage TO WS-EMPLOYEE-REC
               MOVE EmpStatus TO WS-BEFORE-STATUS
               MOVE ChAfterImage TO WS-EMPLOYEE-REC
               MOVE EmpStatus TO WS-AFTER-STATUS
               IF WS-AFTER-STATUS = "L"
                  AND WS-BEFORE-STATUS NOT = "L"
                 PERFORM Find-Employee
                 IF Employee-Found
                   MOVE ChRunDate TO WS-EMP-LEFT-DATE(WS-EMP-FOUND-IDX)
                 END-IF
               END-IF
               READ CHANGE-HISTORY
                 AT END MOVE "Y" TO HISTORY-EOF-SW
               END-READ
             END-PERFORM
             CLOSE CHANGE-HISTORY
           END-IF.

       Select-Purge-Candidates.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
             MOVE WS-EMP-IMAGE(WS-EMP-IDX) TO WS-EMPLOYEE-REC
             IF Emp-Is-Leaver
               ADD 1 TO WS-LEAVER-COUNT
               MOVE EmployeeID TO CndEmployeeID
               MOVE EmployeeName TO CndName
               MOVE EmpDepartment TO CndDepartment
               EVALUATE TRUE
                 WHEN WS-EMP-LEFT-DATE(WS-EMP-IDX) = 0
                   ADD 1 TO WS-NO-DATE-COUNT
                   MOVE "UNKNOWN" TO CndLeftDate
                   MOVE "KEPT - LEAVING NOT ON CHANGE HISTORY"
                     TO CndAction
                   WRITE REGISTER-LINE FROM CANDIDATE-LINE
                 WHEN WS-EMP-LEFT-DATE(WS-EMP-IDX) < WS-CUTOFF-DATE
                   MOVE WS-EMP-LEFT-DATE(WS-EMP-IDX) TO CndLeftDate
                   PERFORM Check-Live-Master
                   IF Live-Not-Leaver
                     ADD 1 TO WS-REINSTATED-COUNT
                     MOVE "KEPT - NOT A LEAVER ON THE LIVE MASTER"
                       TO CndAction
                   ELSE
                     MOVE "Y" TO WS-EMP-PURGE(WS-EMP-IDX)
                     ADD 1 TO WS-CANDIDATE-COUNT
                     MOVE "PURGE AND ANONYMISE" TO CndAction
                   END-IF
                   WRITE REGISTER-LINE FROM CANDIDATE-LINE
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             END-IF
           END-PERFORM.

      *The flat master is only an unload; an employee reinstated
      *through maintenance since then is active on the indexed
      *master and must not be purged. One missing from the indexed
      *master is already gone there and stays a candidate.
       Check-Live-Master.
           MOVE "N" TO WS-REINSTATED-SW
           IF Live-Master-Open
             MOVE WS-EMP-ID(WS-EMP-IDX) TO MstEmployeeID
             READ EMPLOYEE-MST
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE EMPLOYEE-MST-RECORD TO WS-EMPLOYEE-REC
                 IF NOT Emp-Is-Leaver
                   MOVE "Y" TO WS-REINSTATED-SW
                 END-IF
             END-READ
           END-IF.

      *Id and password of an active level-4 (data-protection)
      *operator. The operator file is only read - a wrong password
      *here does not count towards a console lockout.
       Get-Supervisor-Approval.
           MOVE "N" TO WS-SUPER-OK-SW
           DISPLAY "Purge ", WS-CANDIDATE-COUNT, " leavers? This "
             "cannot be undone. (Y/N): "
           ACCEPT WS-CONFIRM-IN
           IF Purge-Confirmed
             DISPLAY "Data-protection operator ID: "
             ACCEPT WS-SUPER-ID-IN
             DISPLAY "Data-protection password: "
             ACCEPT WS-SUPER-PW-IN
             OPEN INPUT OPERATOR-FILE
             IF WS-OPERATOR-STATUS = "35"
               DISPLAY "Operator ID file not found - no operator "
                 "can approve."
             ELSE
               MOVE "N" TO OPERATOR-EOF-SW
               READ OPERATOR-FILE
                 AT END MOVE "Y" TO OPERATOR-EOF-SW
               END-READ
               PERFORM UNTIL End-Of-Operator-File OR Purge-Approved
                 IF OpOperatorId = WS-SUPER-ID-IN
                    AND OpPassword = WS-SUPER-PW-IN
                    AND OpStatus = "A"
                    AND OpAuthLevel = 4
                   MOVE "Y" TO WS-SUPER-OK-SW
                 END-IF
                 READ OPERATOR-FILE
                   AT END MOVE "Y" TO OPERATOR-EOF-SW
                 END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
             END-IF
             IF NOT Purge-Approved
               DISPLAY "Not an active level-4 id and password - "
                 "purge not approved."
             END-IF
           END-IF.

       Apply-Purge.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-SUPER-ID-IN TO AprSupervisor
           WRITE REGISTER-LINE FROM APPROVAL-LINE
           PERFORM Rewrite-Flat-Master
           PERFORM Delete-From-Indexed-Master
           PERFORM Anonymise-Change-History
           DISPLAY "Purge applied - flat removed = ", WS-FLAT-REMOVED,
             " indexed deleted = ", WS-IDX-DELETED,
             " history records anonymised = ", WS-HISTORY-ANON.

       Rewrite-Flat-Master.
           OPEN OUTPUT EMPLOYEE-MASTER
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
             IF Employee-To-Purge(WS-EMP-IDX)
               ADD 1 TO WS-FLAT-REMOVED
             ELSE
               MOVE WS-EMP-IMAGE(WS-EMP-IDX) TO EMPLOYEE-RECORD
               WRITE EMPLOYEE-RECORD
             END-IF
           END-PERFORM
           CLOSE EMPLOYEE-MASTER.

      *An employee already missing from the indexed master is
      *counted, not treated as an error - the verify step reports
      *masters that have drifted apart.
       Delete-From-Indexed-Master.
           OPEN I-O EMPLOYEE-MST
           IF WS-EMPMST-STATUS = "35"
             DISPLAY "Indexed employee master not found - only the "
               "flat master purged."
           ELSE
             PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                 UNTIL WS-EMP-IDX > WS-EMP-COUNT
               IF Employee-To-Purge(WS-EMP-IDX)
                 MOVE WS-EMP-ID(WS-EMP-IDX) TO MstEmployeeID
                 DELETE EMPLOYEE-MST RECORD
                   INVALID KEY
                     ADD 1 TO WS-IDX-NOT-FOUND
                   NOT INVALID KEY
                     ADD 1 TO WS-IDX-DELETED
                 END-DELETE
               END-IF
             END-PERFORM
             CLOSE EMPLOYEE-MST
           END-IF.

      *The history is copied to a work file with the purged
      *employees' images anonymised, then copied back over the
      *original, so a failure part-way leaves the original intact.
       Anonymise-Change-History.
           OPEN INPUT CHANGE-HISTORY
           IF WS-HISTORY-STATUS NOT = "35"
             OPEN OUTPUT HISTORY-WORK
             MOVE "N" TO HISTORY-EOF-SW
             READ CHANGE-HISTORY
               AT END MOVE "Y" TO HISTORY-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-History-File
               PERFORM Find-Employee
               IF Employee-Found
                 IF Employee-To-Purge(WS-EMP-FOUND-IDX)
                   PERFORM Anonymise-History-Images
                   ADD 1 TO WS-HISTORY-ANON
                 END-IF
               END-IF
               WRITE HISTORY-WORK-RECORD FROM CHANGE-HISTORY-RECORD
               READ CHANGE-HISTORY
                 AT END MOVE "Y" TO HISTORY-EOF-SW
               END-READ
             END-PERFORM
             CLOSE CHANGE-HISTORY
             CLOSE HISTORY-WORK
             OPEN INPUT HISTORY-WORK
             OPEN OUTPUT CHANGE-HISTORY
             MOVE "N" TO HISTORY-EOF-SW
             READ HISTORY-WORK
               AT END MOVE "Y" TO HISTORY-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-History-File
               WRITE CHANGE-HISTORY-RECORD FROM HISTORY-WORK-RECORD
               READ HISTORY-WORK
                 AT END MOVE "Y" TO HISTORY-EOF-SW
               END-READ
             END-PERFORM
             CLOSE HISTORY-WORK
             CLOSE CHANGE-HISTORY
           END-IF.

      *An add has no before image and a delete no after image -
      *blank images stay blank.
       Anonymise-History-Images.
           IF ChBeforeImage NOT = SPACES
             MOVE ChBeforeImage TO WS-EMPLOYEE-REC
             PERFORM Anonymise-Employee-Fields
             MOVE WS-EMPLOYEE-REC TO ChBeforeImage
           END-IF
           IF ChAfterImage NOT = SPACES
             MOVE ChAfterImage TO WS-EMPLOYEE-REC
             PERFORM Anonymise-Employee-Fields
             MOVE WS-EMPLOYEE-REC TO ChAfterImage
           END-IF.

       Anonymise-Employee-Fields.
           MOVE "*** ANONYMISED ***" TO EmployeeName
           MOVE ZEROS TO EmpBirthDate
           MOVE SPACES TO EmpAddress
           MOVE "*** ANONYMISED ***" TO EmpStreet.

       Write-Purge-Summary.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE "LEAVERS ON THE MASTER             :" TO SumLabel
           MOVE WS-LEAVER-COUNT TO SumCount
           WRITE REGISTER-LINE FROM SUMMARY-LINE
           MOVE "PAST THE RETENTION PERIOD         :" TO SumLabel
           MOVE WS-CANDIDATE-COUNT TO SumCount
           WRITE REGISTER-LINE FROM SUMMARY-LINE
           MOVE "KEPT - NO LEAVING DATE ON HISTORY :" TO SumLabel
           MOVE WS-NO-DATE-COUNT TO SumCount
           WRITE REGISTER-LINE FROM SUMMARY-LINE
           MOVE "KEPT - NOT A LEAVER ON LIVE MASTER:" TO SumLabel
           MOVE WS-REINSTATED-COUNT TO SumCount
           WRITE REGISTER-LINE FROM SUMMARY-LINE
           MOVE "REMOVED FROM FLAT MASTER          :" TO SumLabel
           MOVE WS-FLAT-REMOVED TO SumCount
           WRITE REGISTER-LINE FROM SUMMARY-LINE
           MOVE "DELETED FROM INDEXED MASTER       :" TO SumLabel
           MOVE WS-IDX-DELETED TO SumCount
           WRITE REGISTER-LINE FROM SUMMARY-LINE
           MOVE "ALREADY ABSENT FROM INDEXED MASTER:" TO SumLabel
           MOVE WS-IDX-NOT-FOUND TO SumCount
           WRITE REGISTER-LINE FROM SUMMARY-LINE
           MOVE "HISTORY RECORDS ANONYMISED        :" TO SumLabel
           MOVE WS-HISTORY-ANON TO SumCount
           WRITE REGISTER-LINE FROM SUMMARY-LINE.
