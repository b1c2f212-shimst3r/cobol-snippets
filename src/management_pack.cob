       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManagementPack.
      *Monthly operations and management pack - one report for the
      *month in place of the separate run-control, alert, feed,
      *budget, and headcount print-outs that were collected by hand
      *at month end. Run on demand with the month as YYYYMM (blank
      *for the month before the run date). Five sections:
      *  1. Batch - nights the nightly batch ran, the nights that
      *     failed and the success rate, from run-control. A night
      *     is one run of NightlyBatchDriver, from its start record
      *     to its end record, dated noon to noon by its start as
      *     in StepTrend. A night failed when the driver never
      *     wrote its end record, ended above its limit (the highest
      *     maximum return code on the step definitions), or one of
      *     its steps - a program on the step definitions with
      *     records between the driver's start and end - ended above
      *     the maximum on its step definition (4 for a step not
      *     defined) or started and never ended. Runs outside the
      *     driver, such as daytime runs of the on-demand programs,
      *     do not count.
      *  2. Operator alerts - raised, acknowledged, and still open
      *     by severity, with the average and longest minutes from
      *     raising to acknowledgement, from the live alert file
      *     and every archive AlertHousekeep wrote since the month
      *     began. An alert acknowledged before the review screen
      *     stamped the acknowledgement is counted but not timed.
      *  3. Amounts feeds - accepted (and of those by override),
      *     suspended by CalcUserInput's rejection, repaired and
      *     posted from suspense, and feed postings reversed through
      *     the approval queue.
      *  4. Ledger movement by budget category from the category
      *     actuals, against the month before.
      *  5. Headcount - opening, starters, leavers, and closing for
      *     the company, worked back from the indexed master through
      *     the change history as in HeadcountMovement.
      *The pack is written as a dated generation named for the
      *month, registered on the report catalog, and handed to the
      *print spool. A source file missing ends the run RC 4 and a
      *section over its table limit is left out and ends it RC 8,
      *each with an operator alert; the rest of the pack is still
      *produced.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "run-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT STEP-FILE ASSIGN TO "step-definitions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.
           SELECT ALERT-FILE ASSIGN USING WS-ALERT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT POSTED-FEEDS ASSIGN TO "posted-feeds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTED-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO "approval-queue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.
           SELECT CATEGORY-MASTER ASSIGN TO "category-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATMAST-STATUS.
           SELECT CATEGORY-ACTUALS ASSIGN TO "category-actuals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTUALS-STATUS.
           SELECT EMPLOYEE-MST ASSIGN TO "employee-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MstEmployeeID
               FILE STATUS IS WS-EMPMST-STATUS.
           SELECT CHANGE-HISTORY ASSIGN TO "emp-change-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT REPORT-CATALOG ASSIGN TO "report-catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT PACK-REPORT ASSIGN USING WS-PACK-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           COPY "run_control".

       FD STEP-FILE.
       01 STEP-RECORD.
           COPY "step_definition".

       FD ALERT-FILE.
       01 ALERT-RECORD.
           COPY "alert_record".

       FD POSTED-FEEDS.
       01 POSTED-FEED-RECORD.
           COPY "posted_feed".

       FD APPROVAL-FILE.
       01 APPROVAL-RECORD.
           COPY "approval_request".

       FD CATEGORY-MASTER.
       01 CATEGORY-RECORD.
           COPY "category_record".

       FD CATEGORY-ACTUALS.
       01 CATEGORY-ACTUAL-RECORD.
           COPY "category_actual".

      *Key plus remainder - the remainder length mirrors the fields
      *after EmployeeID in the employee_record copybook.
       FD EMPLOYEE-MST.
       01 EMPLOYEE-MST-RECORD.
         02 MstEmployeeID PIC 9(5).
         02 MstEmployeeBody PIC X(99).

       FD CHANGE-HISTORY.
       01 CHANGE-HISTORY-RECORD.
           COPY "change_history".

       FD REPORT-CATALOG.
       01 REPORT-CATALOG-RECORD.
           COPY "report_catalog".

       FD PACK-REPORT.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
      *Work area each master record and history image is moved
      *into, so status is read by name.
       01 WS-EMPLOYEE-REC.
           COPY "employee_record".

       01 WS-RUNCTL-STATUS PIC XX.
       01 WS-STEP-STATUS PIC XX.
       01 WS-ALERT-STATUS PIC XX.
       01 WS-POSTED-STATUS PIC XX.
       01 WS-APPROVAL-STATUS PIC XX.
       01 WS-CATMAST-STATUS PIC XX.
       01 WS-ACTUALS-STATUS PIC XX.
       01 WS-EMPMST-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-CATALOG-STATUS PIC XX.
       01 RUNCTL-EOF-SW PIC X VALUE "N".
         88 End-Of-Runctl-File VALUE "Y".
       01 STEP-EOF-SW PIC X VALUE "N".
         88 End-Of-Step-File VALUE "Y".
       01 ALERT-EOF-SW PIC X VALUE "N".
         88 End-Of-Alert-File VALUE "Y".
       01 POSTED-EOF-SW PIC X VALUE "N".
         88 End-Of-Posted-File VALUE "Y".
       01 APPROVAL-EOF-SW PIC X VALUE "N".
         88 End-Of-Approval-File VALUE "Y".
       01 CATMAST-EOF-SW PIC X VALUE "N".
         88 End-Of-Category-File VALUE "Y".
       01 ACTUALS-EOF-SW PIC X VALUE "N".
         88 End-Of-Actuals-File VALUE "Y".
       01 MST-EOF-SWITCH PIC X VALUE "N".
         88 End-Of-Master-File VALUE "Y".
       01 HISTORY-EOF-SW PIC X VALUE "N".
         88 End-Of-History-File VALUE "Y".

      *The pack month, the month after it, and the month before it
      *for the ledger comparison.
       01 WS-MONTH-IN PIC X(6).
       01 WS-MONTH-WORK PIC 9(6).
       01 WS-MONTH-PARTS REDEFINES WS-MONTH-WORK.
         02 WS-MONTH-YEAR PIC 9(4).
         02 WS-MONTH-NUM PIC 99.
       01 WS-MONTH-VALID-SW PIC X VALUE "N".
         88 Month-Is-Valid VALUE "Y".
       01 WS-RUN-MONTH PIC 9(6).
       01 WS-MONTH-START PIC 9(8).
       01 WS-NEXT-START PIC 9(8).
       01 WS-NEXT-YEAR PIC 9(4).
       01 WS-NEXT-MONTH PIC 99.
       01 WS-PRIOR-START PIC 9(8).
       01 WS-PRIOR-YEAR PIC 9(4).
       01 WS-PRIOR-MONTH PIC 99.
       01 WS-START-INT PIC 9(8).
       01 WS-NEXT-INT PIC 9(8).
       01 WS-RUN-INT PIC 9(8).
       01 WS-DAY-INT PIC 9(8).
       01 WS-TODAY PIC 9(8).
       01 WS-SCAN-END-INT PIC 9(8).

      *Steps on the step definitions with the highest return code
      *each may end with - the same limit the batch driver holds.
       01 WS-STEP-LIMIT PIC 99 VALUE 50.
       01 WS-STEP-COUNT PIC 99 VALUE 0.
       01 WS-STEP-TABLE.
         02 WS-STEP-ENTRY OCCURS 50 TIMES.
           03 WS-SD-PROGRAM PIC X(20).
           03 WS-SD-MAX-RC PIC 9(4).
       01 WS-STEP-IDX PIC 99.
       01 WS-DEFAULT-MAX-RC PIC 9(4) VALUE 4.
       01 WS-STEP-MAX-RC PIC 9(4).
       01 WS-STEPS-LISTED-SW PIC X VALUE "N".
         88 Steps-Are-Listed VALUE "Y".
       01 WS-STEP-FOUND-SW PIC X.
         88 Step-Is-Found VALUE "Y".

      *The driver's own run-control records bound a night; it ends
      *with the highest return code of its steps.
       01 WS-DRIVER-PROGRAM PIC X(20) VALUE "NightlyBatchDriver".
       01 WS-DRIVER-MAX-RC PIC 9(4) VALUE 4.
       01 WS-DRIVER-OPEN-SW PIC X VALUE "N".
         88 Driver-Running VALUE "Y".
       01 WS-DRIVER-NIGHT-IDX PIC 99 VALUE 0.
       01 WS-FAIL-PROGRAM PIC X(20).
       01 WS-FAIL-RC PIC 9(4).
       01 WS-FAIL-REASON PIC X(24).

      *One entry per night of the month, by day of the month the
      *night started on.
       01 WS-NIGHT-TABLE.
         02 WS-NIGHT-ENTRY OCCURS 31 TIMES.
           03 WS-NT-RAN-SW PIC X.
             88 Night-Ran VALUE "Y".
           03 WS-NT-FAILED-SW PIC X.
             88 Night-Failed VALUE "Y".
           03 WS-NT-FAIL-PROGRAM PIC X(20).
           03 WS-NT-FAIL-RC PIC 9(4).
           03 WS-NT-FAIL-REASON PIC X(24).
           03 WS-NT-OPEN-PROGRAM PIC X(20).
       01 WS-NIGHT-IDX PIC 99.
       01 WS-NIGHT-DAYS PIC 99.
       01 WS-REC-DAY PIC 9(8).
       01 WS-REC-NIGHT PIC 9(8).
       01 WS-NIGHTS-RUN PIC 9(4) VALUE 0.
       01 WS-NIGHTS-FAILED PIC 9(4) VALUE 0.
       01 WS-SUCCESS-PCT PIC 999V9 VALUE 0.

      *Alert tallies by severity, in the order the value table
      *lists the severities.
       01 SEVERITY-VALUES PIC X(3) VALUE "EWI".
       01 SEVERITY-TABLE REDEFINES SEVERITY-VALUES.
         02 SEVERITY-CODE PIC X OCCURS 3 TIMES.
       01 SEVERITY-NAME-VALUES PIC X(30) VALUE
          "ERROR     WARNING   INFO      ".
       01 SEVERITY-NAME-TABLE REDEFINES SEVERITY-NAME-VALUES.
         02 SEVERITY-NAME PIC X(10) OCCURS 3 TIMES.
       01 WS-SEV-TABLE.
         02 WS-SEV-ENTRY OCCURS 3 TIMES.
           03 WS-SV-RAISED PIC 9(6).
           03 WS-SV-ACKED PIC 9(6).
           03 WS-SV-TIMED PIC 9(6).
           03 WS-SV-TOTAL-MINS PIC 9(9).
           03 WS-SV-MAX-MINS PIC 9(6).
       01 WS-SEV-IDX PIC 9.
       01 WS-SEV-FOUND-IDX PIC 9.
       01 WS-ALERT-NAME PIC X(30) VALUE SPACES.
       01 WS-ARCHIVE-DATE PIC 9(8).
       01 WS-UNTIMED-COUNT PIC 9(6) VALUE 0.
       01 WS-TOTAL-RAISED PIC 9(6) VALUE 0.
       01 WS-TOTAL-ACKED PIC 9(6) VALUE 0.
       01 WS-RAISED-MINS PIC 9(11).
       01 WS-ACKED-MINS PIC 9(11).
       01 WS-ACK-MINS PIC 9(6).
       01 WS-OPEN-COUNT PIC 9(6).
       01 WS-AVG-MINS PIC 9(6).
       01 WS-ACK-CLOCK PIC 9(6).
       01 WS-ACK-CLOCK-PARTS REDEFINES WS-ACK-CLOCK.
         02 WS-ACK-HOUR PIC 99.
         02 WS-ACK-MINUTE PIC 99.
         02 WS-ACK-SECOND PIC 99.

      *Feed counts - rejections are taken from the alerts
      *CalcUserInput raises when a feed is parked on suspense.
       01 WS-FEEDS-ACCEPTED PIC 9(6) VALUE 0.
       01 WS-FEEDS-OVERRIDDEN PIC 9(6) VALUE 0.
       01 WS-FEEDS-SUSPENDED PIC 9(6) VALUE 0.
       01 WS-FEEDS-NOT-PARKED PIC 9(6) VALUE 0.
       01 WS-FEEDS-REPAIRED PIC 9(6) VALUE 0.
       01 WS-FEEDS-REVERSED PIC 9(6) VALUE 0.

      *Budget categories with the month's and the prior month's
      *movement. Codes met only on the actuals print a blank name.
       01 WS-CAT-LIMIT PIC 9(3) VALUE 200.
       01 WS-CAT-COUNT PIC 9(3) VALUE 0.
       01 WS-CAT-TABLE.
         02 WS-CAT-ENTRY OCCURS 200 TIMES.
           03 WS-CT-CODE PIC X(4).
           03 WS-CT-NAME PIC X(20).
           03 WS-CT-THIS PIC S9(13)V99.
           03 WS-CT-PRIOR PIC S9(13)V99.
       01 WS-CAT-IDX PIC 9(3).
       01 WS-CAT-FOUND-IDX PIC 9(3).
       01 WS-FIND-CATEGORY PIC X(4).
       01 WS-CAT-OVERFLOW-SW PIC X VALUE "N".
         88 Category-Table-Overflow VALUE "Y".
       01 WS-TOTAL-THIS PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-PRIOR PIC S9(13)V99 VALUE 0.
       01 WS-CHANGE PIC S9(13)V99.

      *Every employee on the master or in the history, with where
      *they stood at the start of the month and at the start of
      *the next, as HeadcountMovement works it.
       01 WS-EMP-LIMIT PIC 9(4) VALUE 3000.
       01 WS-EMP-COUNT PIC 9(4) VALUE 0.
       01 WS-EMP-TABLE.
         02 WS-EMP-ENTRY OCCURS 3000 TIMES.
           03 WS-EMP-ID PIC 9(5).
           03 WS-EMP-MST-IN PIC X.
           03 WS-EMP-OPEN-SET PIC X.
           03 WS-EMP-OPEN-IN PIC X.
           03 WS-EMP-CLOSE-SET PIC X.
           03 WS-EMP-CLOSE-IN PIC X.
       01 WS-EMP-IDX PIC 9(4).
       01 WS-EMP-FOUND-IDX PIC 9(4).
       01 WS-EMP-FOUND-SW PIC X.
         88 Employee-Slot-Found VALUE "Y".
       01 WS-EMP-OVERFLOW-SW PIC X VALUE "N".
         88 Employee-Table-Overflow VALUE "Y".
       01 WS-BEFORE-IN-SW PIC X.
         88 Before-In-Headcount VALUE "Y".
       01 WS-AFTER-IN-SW PIC X.
         88 After-In-Headcount VALUE "Y".
       01 WS-HC-OPENING PIC 9(6) VALUE 0.
       01 WS-HC-STARTERS PIC 9(6) VALUE 0.
       01 WS-HC-LEAVERS PIC 9(6) VALUE 0.
       01 WS-HC-CLOSING PIC 9(6) VALUE 0.

       01 WS-MISSING-COUNT PIC 9(3) VALUE 0.
       01 WS-OVERFLOW-COUNT PIC 9(3) VALUE 0.
       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-LINE-COUNT PIC 9(7) VALUE 0.
       01 WS-PACK-NAME PIC X(30) VALUE SPACES.

      *Resolved run date - honours the optional run-date override
      *card so a rerun produces the pack as of the original date.
       01 WS-RERUN-FLAG PIC X VALUE "N".
       01 WS-RUN-DATE PIC 9(8) VALUE 0.

      *Start/end records for the shared run-control status board.
       01 WS-RUNCTL-PROGRAM PIC X(20) VALUE "ManagementPack".
       01 WS-RUNCTL-PHASE PIC X.
       01 WS-RUNCTL-RC PIC 9(4) VALUE 0.
       01 WS-RUNCTL-READ PIC 9(7) VALUE 0.
       01 WS-RUNCTL-WRITE PIC 9(7) VALUE 0.

      *Alerts raised for the operator-alert review screen.
       01 WS-ALERT-SEVERITY PIC X.
       01 WS-ALERT-MESSAGE PIC X(60).
       01 WS-SAVED-RC PIC 9(4).

       01 HEADING-LINE.
         02 FILLER PIC X(36) VALUE
            "OPERATIONS AND MANAGEMENT PACK".
         02 FILLER PIC X(6) VALUE "MONTH ".
         02 HdgMonth PIC 9(6).
         02 FILLER PIC X(11) VALUE "  RUN DATE ".
         02 HdgRunDate PIC 9(8).

       01 SECTION-LINE.
         02 SecNumber PIC 9.
         02 FILLER PIC XX VALUE ". ".
         02 SecTitle PIC X(60).

       01 COUNT-LINE.
         02 FILLER PIC XX VALUE SPACES.
         02 CntLabel PIC X(34).
         02 FILLER PIC XX VALUE ": ".
         02 CntValue PIC ZZZ,ZZ9.

       01 RATE-LINE.
         02 FILLER PIC XX VALUE SPACES.
         02 FILLER PIC X(34) VALUE "SUCCESS RATE %".
         02 FILLER PIC XX VALUE ": ".
         02 RteValue PIC ZZZZ9.9.

       01 NOTE-LINE.
         02 FILLER PIC XX VALUE SPACES.
         02 NoteText PIC X(78).

       01 NIGHT-HEADING PIC X(80) VALUE
          "  FAILED NIGHT  PROGRAM                RC  REASON".

       01 NIGHT-LINE.
         02 FILLER PIC XX VALUE SPACES.
         02 NtdNight PIC 9(8).
         02 FILLER PIC X(6) VALUE SPACES.
         02 NtdProgram PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 NtdRC PIC ZZZ9.
         02 FILLER PIC XX VALUE SPACES.
         02 NtdReason PIC X(24).

       01 ALERT-HEADING.
         02 FILLER PIC X(12) VALUE "  SEVERITY".
         02 FILLER PIC X(30) VALUE
            "    RAISED     ACKED      OPEN".
         02 FILLER PIC X(20) VALUE
            "  AVG MINS  MAX MINS".

       01 ALERT-LINE.
         02 FILLER PIC XX VALUE SPACES.
         02 AlsName PIC X(10).
         02 FILLER PIC X(3) VALUE SPACES.
         02 AlsRaised PIC ZZZ,ZZ9.
         02 FILLER PIC X(3) VALUE SPACES.
         02 AlsAcked PIC ZZZ,ZZ9.
         02 FILLER PIC X(3) VALUE SPACES.
         02 AlsOpen PIC ZZZ,ZZ9.
         02 FILLER PIC X(3) VALUE SPACES.
         02 AlsAvgMins PIC ZZZ,ZZ9.
         02 FILLER PIC X(3) VALUE SPACES.
         02 AlsMaxMins PIC ZZZ,ZZ9.

       01 LEDGER-HEADING.
         02 FILLER PIC X(32) VALUE
            "  CAT  NAME".
         02 FILLER PIC X(19) VALUE "         THIS MONTH".
         02 FILLER PIC X(19) VALUE "        PRIOR MONTH".
         02 FILLER PIC X(19) VALUE "             CHANGE".

       01 LEDGER-LINE.
         02 FILLER PIC XX VALUE SPACES.
         02 LmvCategory PIC X(4).
         02 FILLER PIC X VALUE SPACE.
         02 LmvName PIC X(20).
         02 FILLER PIC X(3) VALUE SPACES.
         02 LmvThis PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
         02 FILLER PIC X VALUE SPACE.
         02 LmvPrior PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
         02 FILLER PIC X VALUE SPACE.
         02 LmvChange PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main.
           CALL "GetRunDate" USING WS-RUN-DATE WS-RERUN-FLAG
           PERFORM Write-Runctl-Start
           DISPLAY "Month to report (YYYYMM, blank for last month): "
           ACCEPT WS-MONTH-IN
           PERFORM Resolve-Pack-Month
           IF Month-Is-Valid
             PERFORM Produce-Pack
           ELSE
             MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM Write-Runctl-End
           GOBACK.

      *A month not yet begun on the run date has nothing to report.
       Resolve-Pack-Month.
           COMPUTE WS-RUN-MONTH = WS-RUN-DATE / 100
           IF WS-MONTH-IN = SPACES
             MOVE WS-RUN-MONTH TO WS-MONTH-WORK
             IF WS-MONTH-NUM = 1
               MOVE 12 TO WS-MONTH-NUM
               SUBTRACT 1 FROM WS-MONTH-YEAR
             ELSE
               SUBTRACT 1 FROM WS-MONTH-NUM
             END-IF
             MOVE WS-MONTH-WORK TO WS-MONTH-IN
           END-IF
           EVALUATE TRUE
             WHEN WS-MONTH-IN IS NOT NUMERIC
               DISPLAY "Month must be six digits YYYYMM."
             WHEN OTHER
               MOVE WS-MONTH-IN TO WS-MONTH-WORK
               IF WS-MONTH-NUM < 1 OR WS-MONTH-NUM > 12
                  OR WS-MONTH-YEAR < 1900
                 DISPLAY "Month must be a real YYYYMM - month 01-12."
               ELSE
                 IF WS-MONTH-WORK > WS-RUN-MONTH
                   DISPLAY "Month ", WS-MONTH-WORK, " has not begun "
                     "on run date ", WS-RUN-DATE, " - no pack."
                 ELSE
                   MOVE "Y" TO WS-MONTH-VALID-SW
                 END-IF
               END-IF
           END-EVALUATE.

       Produce-Pack.
           PERFORM Compute-Month-Bounds
           MOVE SPACES TO WS-PACK-NAME
           STRING "management-pack-" DELIMITED BY SIZE
             WS-MONTH-WORK DELIMITED BY SIZE
             ".txt" DELIMITED BY SIZE
             INTO WS-PACK-NAME
           END-STRING
           OPEN OUTPUT PACK-REPORT
           MOVE WS-MONTH-WORK TO HdgMonth
           MOVE WS-RUN-DATE TO HdgRunDate
           MOVE HEADING-LINE TO REPORT-LINE
           PERFORM Put-Report-Line
           PERFORM Report-Batch-Section
           PERFORM Report-Alert-Section
           PERFORM Report-Feed-Section
           PERFORM Report-Ledger-Section
           PERFORM Report-Headcount-Section
           CLOSE PACK-REPORT
           PERFORM Write-Catalog-Entry
           PERFORM Spool-Finished-Report
           MOVE WS-READ-COUNT TO WS-RUNCTL-READ
           MOVE WS-LINE-COUNT TO WS-RUNCTL-WRITE
           EVALUATE TRUE
             WHEN WS-OVERFLOW-COUNT > 0
               MOVE 8 TO RETURN-CODE
               MOVE "E" TO WS-ALERT-SEVERITY
               MOVE "MANAGEMENT PACK SECTION OVER TABLE LIMIT"
                 TO WS-ALERT-MESSAGE
               PERFORM Write-Operator-Alert
             WHEN WS-MISSING-COUNT > 0
               MOVE 4 TO RETURN-CODE
               MOVE "W" TO WS-ALERT-SEVERITY
               MOVE "MANAGEMENT PACK SOURCE FILE MISSING - SEE PACK"
                 TO WS-ALERT-MESSAGE
               PERFORM Write-Operator-Alert
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           DISPLAY "Management pack ", WS-PACK-NAME, " spooled - "
             "lines = ", WS-LINE-COUNT.

       Compute-Month-Bounds.
           COMPUTE WS-MONTH-START = WS-MONTH-WORK * 100 + 1
           MOVE WS-MONTH-YEAR TO WS-NEXT-YEAR
           COMPUTE WS-NEXT-MONTH = WS-MONTH-NUM + 1
           IF WS-NEXT-MONTH > 12
             MOVE 1 TO WS-NEXT-MONTH
             ADD 1 TO WS-NEXT-YEAR
           END-IF
           COMPUTE WS-NEXT-START =
               WS-NEXT-YEAR * 10000 + WS-NEXT-MONTH * 100 + 1
           MOVE WS-MONTH-YEAR TO WS-PRIOR-YEAR
           IF WS-MONTH-NUM = 1
             MOVE 12 TO WS-PRIOR-MONTH
             SUBTRACT 1 FROM WS-PRIOR-YEAR
           ELSE
             COMPUTE WS-PRIOR-MONTH = WS-MONTH-NUM - 1
           END-IF
           COMPUTE WS-PRIOR-START =
               WS-PRIOR-YEAR * 10000 + WS-PRIOR-MONTH * 100 + 1
           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START)
           COMPUTE WS-NEXT-INT =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-START)
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-NIGHT-DAYS = WS-NEXT-INT - WS-START-INT.

       Put-Report-Line.
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

       Start-Section.
           MOVE SPACES TO REPORT-LINE
           PERFORM Put-Report-Line
           MOVE SECTION-LINE TO REPORT-LINE
           PERFORM Put-Report-Line.

       Put-Count-Line.
           MOVE COUNT-LINE TO REPORT-LINE
           PERFORM Put-Report-Line.

       Put-Note-Line.
           MOVE NOTE-LINE TO REPORT-LINE
           PERFORM Put-Report-Line.

       Report-Batch-Section.
           MOVE 1 TO SecNumber
           MOVE "NIGHTLY BATCH" TO SecTitle
           PERFORM Start-Section
           PERFORM Load-Step-Limits
           INITIALIZE WS-NIGHT-TABLE
           MOVE "N" TO WS-DRIVER-OPEN-SW
           MOVE 0 TO WS-DRIVER-NIGHT-IDX
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS = "35"
             ADD 1 TO WS-MISSING-COUNT
             MOVE "RUN-CONTROL FILE NOT FOUND - NOT REPORTED"
               TO NoteText
             PERFORM Put-Note-Line
           ELSE
             MOVE "N" TO RUNCTL-EOF-SW
             READ RUN-CONTROL-FILE
               AT END MOVE "Y" TO RUNCTL-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Runctl-File
               ADD 1 TO WS-READ-COUNT
               PERFORM Tally-Runctl-Record
               READ RUN-CONTROL-FILE
                 AT END MOVE "Y" TO RUNCTL-EOF-SW
               END-READ
             END-PERFORM
             CLOSE RUN-CONTROL-FILE
             IF Driver-Running
               PERFORM Close-Driver-Night
             END-IF
             PERFORM Write-Batch-Summary
           END-IF.

      *With no step definitions every program's records count and
      *each, the driver too, is held to the default maximum.
       Load-Step-Limits.
           MOVE 0 TO WS-STEP-COUNT
           MOVE "N" TO WS-STEPS-LISTED-SW
           MOVE WS-DEFAULT-MAX-RC TO WS-DRIVER-MAX-RC
           OPEN INPUT STEP-FILE
           IF WS-STEP-STATUS NOT = "35"
             MOVE "Y" TO WS-STEPS-LISTED-SW
             MOVE 0 TO WS-DRIVER-MAX-RC
             MOVE "N" TO STEP-EOF-SW
             READ STEP-FILE
               AT END MOVE "Y" TO STEP-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Step-File
                OR WS-STEP-COUNT >= WS-STEP-LIMIT
               ADD 1 TO WS-STEP-COUNT
               MOVE SdProgram TO WS-SD-PROGRAM(WS-STEP-COUNT)
               MOVE SdMaxRC TO WS-SD-MAX-RC(WS-STEP-COUNT)
               IF SdMaxRC > WS-DRIVER-MAX-RC
                 MOVE SdMaxRC TO WS-DRIVER-MAX-RC
               END-IF
               READ STEP-FILE
                 AT END MOVE "Y" TO STEP-EOF-SW
               END-READ
             END-PERFORM
             CLOSE STEP-FILE
           END-IF.

      *The driver's start record opens a night - one before noon
      *belongs to the night that began the day before - and its end
      *record closes it. A step record counts only while the driver
      *is running, to the night the driver started.
       Tally-Runctl-Record.
           IF RcProgramId = WS-DRIVER-PROGRAM
             PERFORM Tally-Driver-Record
           ELSE
             IF Driver-Running AND WS-DRIVER-NIGHT-IDX > 0
               MOVE WS-DEFAULT-MAX-RC TO WS-STEP-MAX-RC
               MOVE "N" TO WS-STEP-FOUND-SW
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT OR Step-Is-Found
                 IF WS-SD-PROGRAM(WS-STEP-IDX) = RcProgramId
                   MOVE "Y" TO WS-STEP-FOUND-SW
                   MOVE WS-SD-MAX-RC(WS-STEP-IDX) TO WS-STEP-MAX-RC
                 END-IF
               END-PERFORM
               IF Step-Is-Found OR NOT Steps-Are-Listed
                 MOVE WS-DRIVER-NIGHT-IDX TO WS-NIGHT-IDX
                 PERFORM Tally-Night-Record
               END-IF
             END-IF
           END-IF.

      *A start record while the driver is still running means the
      *run before it never ended.
       Tally-Driver-Record.
           IF RcPhase = "S"
             IF Driver-Running
               PERFORM Close-Driver-Night
             END-IF
             MOVE "Y" TO WS-DRIVER-OPEN-SW
             MOVE 0 TO WS-DRIVER-NIGHT-IDX
             COMPUTE WS-REC-DAY = FUNCTION INTEGER-OF-DATE(RcDate)
             IF RcHour < 12
               COMPUTE WS-REC-NIGHT = WS-REC-DAY - 1
             ELSE
               MOVE WS-REC-DAY TO WS-REC-NIGHT
             END-IF
             IF WS-REC-NIGHT >= WS-START-INT
                AND WS-REC-NIGHT < WS-NEXT-INT
               COMPUTE WS-DRIVER-NIGHT-IDX =
                   WS-REC-NIGHT - WS-START-INT + 1
               MOVE "Y" TO WS-NT-RAN-SW(WS-DRIVER-NIGHT-IDX)
               MOVE SPACES
                 TO WS-NT-OPEN-PROGRAM(WS-DRIVER-NIGHT-IDX)
             END-IF
           ELSE
             IF Driver-Running
               IF RcReturnCode > WS-DRIVER-MAX-RC
                  AND WS-DRIVER-NIGHT-IDX > 0
                 MOVE WS-DRIVER-NIGHT-IDX TO WS-NIGHT-IDX
                 MOVE WS-DRIVER-PROGRAM TO WS-FAIL-PROGRAM
                 MOVE RcReturnCode TO WS-FAIL-RC
                 MOVE "DRIVER ABOVE ITS LIMIT" TO WS-FAIL-REASON
                 PERFORM Mark-Night-Failed
               END-IF
               PERFORM Close-Driver-Night
             END-IF
           END-IF.

      *A step still open when the driver's run is over started and
      *never ended; a run with no end record at all failed on the
      *driver.
       Close-Driver-Night.
           IF WS-DRIVER-NIGHT-IDX > 0
             MOVE WS-DRIVER-NIGHT-IDX TO WS-NIGHT-IDX
             IF WS-NT-OPEN-PROGRAM(WS-NIGHT-IDX) NOT = SPACES
               MOVE WS-NT-OPEN-PROGRAM(WS-NIGHT-IDX)
                 TO WS-FAIL-PROGRAM
               MOVE 0 TO WS-FAIL-RC
               MOVE "STARTED AND NEVER ENDED" TO WS-FAIL-REASON
               PERFORM Mark-Night-Failed
             END-IF
             IF RcProgramId NOT = WS-DRIVER-PROGRAM
                OR RcPhase NOT = "E"
                OR End-Of-Runctl-File
               MOVE WS-DRIVER-PROGRAM TO WS-FAIL-PROGRAM
               MOVE 0 TO WS-FAIL-RC
               MOVE "DRIVER NEVER ENDED" TO WS-FAIL-REASON
               PERFORM Mark-Night-Failed
             END-IF
             MOVE SPACES TO WS-NT-OPEN-PROGRAM(WS-NIGHT-IDX)
           END-IF
           MOVE "N" TO WS-DRIVER-OPEN-SW
           MOVE 0 TO WS-DRIVER-NIGHT-IDX.

      *The first failure found on a night is the one reported.
       Mark-Night-Failed.
           IF NOT Night-Failed(WS-NIGHT-IDX)
             MOVE "Y" TO WS-NT-FAILED-SW(WS-NIGHT-IDX)
             MOVE WS-FAIL-PROGRAM TO WS-NT-FAIL-PROGRAM(WS-NIGHT-IDX)
             MOVE WS-FAIL-RC TO WS-NT-FAIL-RC(WS-NIGHT-IDX)
             MOVE WS-FAIL-REASON TO WS-NT-FAIL-REASON(WS-NIGHT-IDX)
           END-IF.

       Tally-Night-Record.
           IF RcPhase = "S"
             MOVE RcProgramId TO WS-NT-OPEN-PROGRAM(WS-NIGHT-IDX)
           ELSE
             IF RcProgramId = WS-NT-OPEN-PROGRAM(WS-NIGHT-IDX)
               MOVE SPACES TO WS-NT-OPEN-PROGRAM(WS-NIGHT-IDX)
             END-IF
             IF RcReturnCode > WS-STEP-MAX-RC
               MOVE RcProgramId TO WS-FAIL-PROGRAM
               MOVE RcReturnCode TO WS-FAIL-RC
               MOVE "ABOVE STEP MAXIMUM RC" TO WS-FAIL-REASON
               PERFORM Mark-Night-Failed
             END-IF
           END-IF.

       Write-Batch-Summary.
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
               UNTIL WS-NIGHT-IDX > WS-NIGHT-DAYS
             IF Night-Ran(WS-NIGHT-IDX)
               ADD 1 TO WS-NIGHTS-RUN
               IF Night-Failed(WS-NIGHT-IDX)
                 ADD 1 TO WS-NIGHTS-FAILED
               END-IF
             END-IF
           END-PERFORM
           MOVE "NIGHTS RUN" TO CntLabel
           MOVE WS-NIGHTS-RUN TO CntValue
           PERFORM Put-Count-Line
           MOVE "NIGHTS FAILED" TO CntLabel
           MOVE WS-NIGHTS-FAILED TO CntValue
           PERFORM Put-Count-Line
           IF WS-NIGHTS-RUN > 0
             COMPUTE WS-SUCCESS-PCT ROUNDED =
                 (WS-NIGHTS-RUN - WS-NIGHTS-FAILED) * 100
                 / WS-NIGHTS-RUN
           END-IF
           MOVE WS-SUCCESS-PCT TO RteValue
           MOVE RATE-LINE TO REPORT-LINE
           PERFORM Put-Report-Line
           IF WS-NIGHTS-FAILED > 0
             MOVE SPACES TO REPORT-LINE
             PERFORM Put-Report-Line
             MOVE NIGHT-HEADING TO REPORT-LINE
             PERFORM Put-Report-Line
             PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                 UNTIL WS-NIGHT-IDX > WS-NIGHT-DAYS
               IF Night-Failed(WS-NIGHT-IDX)
                 COMPUTE WS-DAY-INT = WS-START-INT + WS-NIGHT-IDX - 1
                 COMPUTE NtdNight =
                     FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                 MOVE WS-NT-FAIL-PROGRAM(WS-NIGHT-IDX) TO NtdProgram
                 MOVE WS-NT-FAIL-RC(WS-NIGHT-IDX) TO NtdRC
                 MOVE WS-NT-FAIL-REASON(WS-NIGHT-IDX) TO NtdReason
                 MOVE NIGHT-LINE TO REPORT-LINE
                 PERFORM Put-Report-Line
               END-IF
             END-PERFORM
           END-IF.

      *Acknowledged alerts leave the live file for an archive named
      *by the date AlertHousekeep ran, so every archive from the
      *first of the month to the later of the run date and today is
      *read with the live file.
       Report-Alert-Section.
           MOVE 2 TO SecNumber
           MOVE "OPERATOR ALERTS" TO SecTitle
           PERFORM Start-Section
           INITIALIZE WS-SEV-TABLE
           MOVE "operator-alerts.dat" TO WS-ALERT-NAME
           PERFORM Scan-Alert-File
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-SCAN-END-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           IF WS-RUN-INT > WS-SCAN-END-INT
             MOVE WS-RUN-INT TO WS-SCAN-END-INT
           END-IF
           PERFORM VARYING WS-DAY-INT FROM WS-START-INT BY 1
               UNTIL WS-DAY-INT > WS-SCAN-END-INT
             COMPUTE WS-ARCHIVE-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
             MOVE SPACES TO WS-ALERT-NAME
             STRING "alerts-archive-" DELIMITED BY SIZE
               WS-ARCHIVE-DATE DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-ALERT-NAME
             END-STRING
             PERFORM Scan-Alert-File
           END-PERFORM
           MOVE ALERT-HEADING TO REPORT-LINE
           PERFORM Put-Report-Line
           PERFORM VARYING WS-SEV-IDX FROM 1 BY 1
               UNTIL WS-SEV-IDX > 3
             MOVE SEVERITY-NAME(WS-SEV-IDX) TO AlsName
             MOVE WS-SV-RAISED(WS-SEV-IDX) TO AlsRaised
             MOVE WS-SV-ACKED(WS-SEV-IDX) TO AlsAcked
             COMPUTE WS-OPEN-COUNT =
                 WS-SV-RAISED(WS-SEV-IDX) - WS-SV-ACKED(WS-SEV-IDX)
             MOVE WS-OPEN-COUNT TO AlsOpen
             MOVE 0 TO WS-AVG-MINS
             IF WS-SV-TIMED(WS-SEV-IDX) > 0
               COMPUTE WS-AVG-MINS ROUNDED =
                   WS-SV-TOTAL-MINS(WS-SEV-IDX)
                   / WS-SV-TIMED(WS-SEV-IDX)
             END-IF
             MOVE WS-AVG-MINS TO AlsAvgMins
             MOVE WS-SV-MAX-MINS(WS-SEV-IDX) TO AlsMaxMins
             MOVE ALERT-LINE TO REPORT-LINE
             PERFORM Put-Report-Line
             ADD WS-SV-RAISED(WS-SEV-IDX) TO WS-TOTAL-RAISED
             ADD WS-SV-ACKED(WS-SEV-IDX) TO WS-TOTAL-ACKED
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           PERFORM Put-Report-Line
           MOVE "ALERTS RAISED" TO CntLabel
           MOVE WS-TOTAL-RAISED TO CntValue
           PERFORM Put-Count-Line
           COMPUTE WS-OPEN-COUNT = WS-TOTAL-RAISED - WS-TOTAL-ACKED
           MOVE "STILL OPEN ON THE RUN DATE" TO CntLabel
           MOVE WS-OPEN-COUNT TO CntValue
           PERFORM Put-Count-Line
           IF WS-UNTIMED-COUNT > 0
             MOVE "ACKNOWLEDGED WITH NO TIME KEPT" TO CntLabel
             MOVE WS-UNTIMED-COUNT TO CntValue
             PERFORM Put-Count-Line
           END-IF.

      *An archive not written on a given day is simply passed over.
       Scan-Alert-File.
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS NOT = "35"
             MOVE "N" TO ALERT-EOF-SW
             READ ALERT-FILE
               AT END MOVE "Y" TO ALERT-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Alert-File
               ADD 1 TO WS-READ-COUNT
               IF AlDate >= WS-MONTH-START AND AlDate < WS-NEXT-START
                 PERFORM Tally-Alert
               END-IF
               READ ALERT-FILE
                 AT END MOVE "Y" TO ALERT-EOF-SW
               END-READ
             END-PERFORM
             CLOSE ALERT-FILE
           END-IF.

       Tally-Alert.
           IF AlProgramId = "CalcUserInput"
             IF AlMessage(1:21) = "AMOUNTS FILE REJECTED"
               ADD 1 TO WS-FEEDS-SUSPENDED
             END-IF
             IF AlMessage(1:17) = "SUSPENSE OCCUPIED"
               ADD 1 TO WS-FEEDS-NOT-PARKED
             END-IF
           END-IF
           MOVE 0 TO WS-SEV-FOUND-IDX
           PERFORM VARYING WS-SEV-IDX FROM 1 BY 1
               UNTIL WS-SEV-IDX > 3
             IF SEVERITY-CODE(WS-SEV-IDX) = AlSeverity
               MOVE WS-SEV-IDX TO WS-SEV-FOUND-IDX
             END-IF
           END-PERFORM
           IF WS-SEV-FOUND-IDX > 0
             ADD 1 TO WS-SV-RAISED(WS-SEV-FOUND-IDX)
             IF AlAckFlag = "Y"
               ADD 1 TO WS-SV-ACKED(WS-SEV-FOUND-IDX)
               IF AlAckDate IS NUMERIC AND AlAckDate > 0
                  AND AlAckTime IS NUMERIC
                 PERFORM Time-Acknowledgement
               ELSE
                 ADD 1 TO WS-UNTIMED-COUNT
               END-IF
             END-IF
           END-IF.

      *Minutes are counted from a day number, so an alert raised
      *before midnight and acknowledged after it times correctly.
       Time-Acknowledgement.
           COMPUTE WS-RAISED-MINS =
               FUNCTION INTEGER-OF-DATE(AlDate) * 1440
               + AlHour * 60 + AlMinute
           MOVE AlAckTime TO WS-ACK-CLOCK
           COMPUTE WS-ACKED-MINS =
               FUNCTION INTEGER-OF-DATE(AlAckDate) * 1440
               + WS-ACK-HOUR * 60 + WS-ACK-MINUTE
           IF WS-ACKED-MINS > WS-RAISED-MINS
             COMPUTE WS-ACK-MINS = WS-ACKED-MINS - WS-RAISED-MINS
           ELSE
             MOVE 0 TO WS-ACK-MINS
           END-IF
           ADD 1 TO WS-SV-TIMED(WS-SEV-FOUND-IDX)
           ADD WS-ACK-MINS TO WS-SV-TOTAL-MINS(WS-SEV-FOUND-IDX)
           IF WS-ACK-MINS > WS-SV-MAX-MINS(WS-SEV-FOUND-IDX)
             MOVE WS-ACK-MINS TO WS-SV-MAX-MINS(WS-SEV-FOUND-IDX)
           END-IF.

      *A feed SuspenseRepair posted is a repair, whether or not it
      *needed an override; only first-time postings are accepted.
       Report-Feed-Section.
           MOVE 3 TO SecNumber
           MOVE "AMOUNTS FEEDS" TO SecTitle
           PERFORM Start-Section
           OPEN INPUT POSTED-FEEDS
           IF WS-POSTED-STATUS NOT = "35"
             MOVE "N" TO POSTED-EOF-SW
             READ POSTED-FEEDS
               AT END MOVE "Y" TO POSTED-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Posted-File
               ADD 1 TO WS-READ-COUNT
               IF PfPostedDate >= WS-MONTH-START
                  AND PfPostedDate < WS-NEXT-START
                 IF Posted-From-Suspense OR PfOverrideFlag = "S"
                   ADD 1 TO WS-FEEDS-REPAIRED
                 ELSE
                   ADD 1 TO WS-FEEDS-ACCEPTED
                   IF PfOverrideFlag = "O"
                     ADD 1 TO WS-FEEDS-OVERRIDDEN
                   END-IF
                 END-IF
               END-IF
               READ POSTED-FEEDS
                 AT END MOVE "Y" TO POSTED-EOF-SW
               END-READ
             END-PERFORM
             CLOSE POSTED-FEEDS
           END-IF
           PERFORM Count-Feed-Reversals
           MOVE "FEEDS ACCEPTED" TO CntLabel
           MOVE WS-FEEDS-ACCEPTED TO CntValue
           PERFORM Put-Count-Line
           MOVE "  OF WHICH BY APPROVED OVERRIDE" TO CntLabel
           MOVE WS-FEEDS-OVERRIDDEN TO CntValue
           PERFORM Put-Count-Line
           MOVE "FEEDS SUSPENDED" TO CntLabel
           MOVE WS-FEEDS-SUSPENDED TO CntValue
           PERFORM Put-Count-Line
           IF WS-FEEDS-NOT-PARKED > 0
             MOVE "  OF WHICH NOT PARKED - OCCUPIED" TO CntLabel
             MOVE WS-FEEDS-NOT-PARKED TO CntValue
             PERFORM Put-Count-Line
           END-IF
           MOVE "FEEDS REPAIRED AND POSTED" TO CntLabel
           MOVE WS-FEEDS-REPAIRED TO CntValue
           PERFORM Put-Count-Line
           MOVE "FEED POSTINGS REVERSED" TO CntLabel
           MOVE WS-FEEDS-REVERSED TO CntValue
           PERFORM Put-Count-Line.

      *Reversals posted in the month of a batch or consolidated
      *feed posting.
       Count-Feed-Reversals.
           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-STATUS NOT = "35"
             MOVE "N" TO APPROVAL-EOF-SW
             READ APPROVAL-FILE
               AT END MOVE "Y" TO APPROVAL-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Approval-File
               ADD 1 TO WS-READ-COUNT
               IF Request-Reversal AND Request-Posted
                  AND AqPostedDate >= WS-MONTH-START
                  AND AqPostedDate < WS-NEXT-START
                  AND (AqLedgerType = "B" OR AqLedgerType = "C")
                 ADD 1 TO WS-FEEDS-REVERSED
               END-IF
               READ APPROVAL-FILE
                 AT END MOVE "Y" TO APPROVAL-EOF-SW
               END-READ
             END-PERFORM
             CLOSE APPROVAL-FILE
           END-IF.

      *Reversals are carried on the actuals with the amount negated,
      *so a plain sum by run date is the net movement.
       Report-Ledger-Section.
           MOVE 4 TO SecNumber
           MOVE "LEDGER MOVEMENT BY CATEGORY" TO SecTitle
           PERFORM Start-Section
           PERFORM Load-Category-Names
           OPEN INPUT CATEGORY-ACTUALS
           IF WS-ACTUALS-STATUS = "35"
             ADD 1 TO WS-MISSING-COUNT
             MOVE "CATEGORY ACTUALS NOT FOUND - NOT REPORTED"
               TO NoteText
             PERFORM Put-Note-Line
           ELSE
             MOVE "N" TO ACTUALS-EOF-SW
             READ CATEGORY-ACTUALS
               AT END MOVE "Y" TO ACTUALS-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Actuals-File
                OR Category-Table-Overflow
               ADD 1 TO WS-READ-COUNT
               IF CaRunDate >= WS-PRIOR-START
                  AND CaRunDate < WS-NEXT-START
                 MOVE CaCategory TO WS-FIND-CATEGORY
                 PERFORM Find-Category-Slot
                 IF WS-CAT-FOUND-IDX > 0
                   IF CaRunDate >= WS-MONTH-START
                     ADD CaAmount TO WS-CT-THIS(WS-CAT-FOUND-IDX)
                   ELSE
                     ADD CaAmount TO WS-CT-PRIOR(WS-CAT-FOUND-IDX)
                   END-IF
                 END-IF
               END-IF
               READ CATEGORY-ACTUALS
                 AT END MOVE "Y" TO ACTUALS-EOF-SW
               END-READ
             END-PERFORM
             CLOSE CATEGORY-ACTUALS
             IF Category-Table-Overflow
               ADD 1 TO WS-OVERFLOW-COUNT
               MOVE "TOO MANY CATEGORIES FOR THE TABLE - NOT REPORTED"
                 TO NoteText
               PERFORM Put-Note-Line
             ELSE
               PERFORM Write-Ledger-Movement
             END-IF
           END-IF.

      *A category re-issued with new effective dates keeps the name
      *of its latest entry.
       Load-Category-Names.
           OPEN INPUT CATEGORY-MASTER
           IF WS-CATMAST-STATUS NOT = "35"
             MOVE "N" TO CATMAST-EOF-SW
             READ CATEGORY-MASTER
               AT END MOVE "Y" TO CATMAST-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Category-File
                OR Category-Table-Overflow
               MOVE CmCategory TO WS-FIND-CATEGORY
               PERFORM Find-Category-Slot
               IF WS-CAT-FOUND-IDX > 0
                 MOVE CmName TO WS-CT-NAME(WS-CAT-FOUND-IDX)
               END-IF
               READ CATEGORY-MASTER
                 AT END MOVE "Y" TO CATMAST-EOF-SW
               END-READ
             END-PERFORM
             CLOSE CATEGORY-MASTER
           END-IF.

       Find-Category-Slot.
           MOVE 0 TO WS-CAT-FOUND-IDX
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT
                  OR WS-CAT-FOUND-IDX > 0
             IF WS-CT-CODE(WS-CAT-IDX) = WS-FIND-CATEGORY
               MOVE WS-CAT-IDX TO WS-CAT-FOUND-IDX
             END-IF
           END-PERFORM
           IF WS-CAT-FOUND-IDX = 0
             IF WS-CAT-COUNT >= WS-CAT-LIMIT
               MOVE "Y" TO WS-CAT-OVERFLOW-SW
             ELSE
               ADD 1 TO WS-CAT-COUNT
               MOVE WS-CAT-COUNT TO WS-CAT-FOUND-IDX
               MOVE WS-FIND-CATEGORY TO WS-CT-CODE(WS-CAT-COUNT)
               MOVE SPACES TO WS-CT-NAME(WS-CAT-COUNT)
               MOVE 0 TO WS-CT-THIS(WS-CAT-COUNT)
               MOVE 0 TO WS-CT-PRIOR(WS-CAT-COUNT)
             END-IF
           END-IF.

      *Categories with no movement in either month are left off.
       Write-Ledger-Movement.
           MOVE LEDGER-HEADING TO REPORT-LINE
           PERFORM Put-Report-Line
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT
             IF WS-CT-THIS(WS-CAT-IDX) NOT = 0
                OR WS-CT-PRIOR(WS-CAT-IDX) NOT = 0
               MOVE WS-CT-CODE(WS-CAT-IDX) TO LmvCategory
               MOVE WS-CT-NAME(WS-CAT-IDX) TO LmvName
               MOVE WS-CT-THIS(WS-CAT-IDX) TO LmvThis
               MOVE WS-CT-PRIOR(WS-CAT-IDX) TO LmvPrior
               COMPUTE WS-CHANGE =
                   WS-CT-THIS(WS-CAT-IDX) - WS-CT-PRIOR(WS-CAT-IDX)
               MOVE WS-CHANGE TO LmvChange
               MOVE LEDGER-LINE TO REPORT-LINE
               PERFORM Put-Report-Line
               ADD WS-CT-THIS(WS-CAT-IDX) TO WS-TOTAL-THIS
               ADD WS-CT-PRIOR(WS-CAT-IDX) TO WS-TOTAL-PRIOR
             END-IF
           END-PERFORM
           MOVE SPACES TO LmvCategory
           MOVE "TOTAL" TO LmvName
           MOVE WS-TOTAL-THIS TO LmvThis
           MOVE WS-TOTAL-PRIOR TO LmvPrior
           COMPUTE WS-CHANGE = WS-TOTAL-THIS - WS-TOTAL-PRIOR
           MOVE WS-CHANGE TO LmvChange
           MOVE LEDGER-LINE TO REPORT-LINE
           PERFORM Put-Report-Line.

       Report-Headcount-Section.
           MOVE 5 TO SecNumber
           MOVE "HEADCOUNT" TO SecTitle
           PERFORM Start-Section
           OPEN INPUT EMPLOYEE-MST
           IF WS-EMPMST-STATUS = "35"
             ADD 1 TO WS-MISSING-COUNT
             MOVE "INDEXED EMPLOYEE MASTER NOT FOUND - NOT REPORTED"
               TO NoteText
             PERFORM Put-Note-Line
           ELSE
             PERFORM Load-Live-Master
             CLOSE EMPLOYEE-MST
             IF NOT Employee-Table-Overflow
               PERFORM Walk-Change-History
             END-IF
      *A count worked from a partial table would be wrong, so none
      *is printed.
             IF Employee-Table-Overflow
               ADD 1 TO WS-OVERFLOW-COUNT
               MOVE "TOO MANY EMPLOYEES FOR THE TABLE - NOT REPORTED"
                 TO NoteText
               PERFORM Put-Note-Line
             ELSE
               PERFORM Settle-Headcounts
               MOVE "OPENING HEADCOUNT" TO CntLabel
               MOVE WS-HC-OPENING TO CntValue
               PERFORM Put-Count-Line
               MOVE "STARTERS" TO CntLabel
               MOVE WS-HC-STARTERS TO CntValue
               PERFORM Put-Count-Line
               MOVE "LEAVERS" TO CntLabel
               MOVE WS-HC-LEAVERS TO CntValue
               PERFORM Put-Count-Line
               MOVE "CLOSING HEADCOUNT" TO CntLabel
               MOVE WS-HC-CLOSING TO CntValue
               PERFORM Put-Count-Line
             END-IF
           END-IF.

       Load-Live-Master.
           MOVE "N" TO MST-EOF-SWITCH
           READ EMPLOYEE-MST NEXT RECORD
             AT END MOVE "Y" TO MST-EOF-SWITCH
           END-READ
           PERFORM UNTIL End-Of-Master-File
              OR Employee-Table-Overflow
             ADD 1 TO WS-READ-COUNT
             MOVE EMPLOYEE-MST-RECORD TO WS-EMPLOYEE-REC
             PERFORM Find-Employee-Slot
             IF Employee-Slot-Found
               IF Emp-Is-Leaver
                 MOVE "N" TO WS-EMP-MST-IN(WS-EMP-FOUND-IDX)
               ELSE
                 MOVE "Y" TO WS-EMP-MST-IN(WS-EMP-FOUND-IDX)
               END-IF
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
               MOVE "Y" TO WS-EMP-OVERFLOW-SW
             ELSE
               ADD 1 TO WS-EMP-COUNT
               MOVE WS-EMP-COUNT TO WS-EMP-FOUND-IDX
               MOVE EmployeeID TO WS-EMP-ID(WS-EMP-COUNT)
               MOVE "N" TO WS-EMP-MST-IN(WS-EMP-COUNT)
               MOVE "N" TO WS-EMP-OPEN-SET(WS-EMP-COUNT)
               MOVE "N" TO WS-EMP-CLOSE-SET(WS-EMP-COUNT)
               MOVE "Y" TO WS-EMP-FOUND-SW
             END-IF
           END-IF.

      *With no history the master holds the month unchanged.
       Walk-Change-History.
           OPEN INPUT CHANGE-HISTORY
           IF WS-HISTORY-STATUS NOT = "35"
             MOVE "N" TO HISTORY-EOF-SW
             READ CHANGE-HISTORY
               AT END MOVE "Y" TO HISTORY-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-History-File
                OR Employee-Table-Overflow
               ADD 1 TO WS-READ-COUNT
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
           IF ChAfterImage NOT = SPACES AND NOT Emp-Is-Leaver
             MOVE "Y" TO WS-AFTER-IN-SW
           END-IF
           MOVE ChBeforeImage TO WS-EMPLOYEE-REC
           MOVE "N" TO WS-BEFORE-IN-SW
           IF ChBeforeImage NOT = SPACES AND NOT Emp-Is-Leaver
             MOVE "Y" TO WS-BEFORE-IN-SW
           END-IF
           MOVE ChEmployeeID TO EmployeeID
           PERFORM Find-Employee-Slot
           IF Employee-Slot-Found
             IF WS-EMP-OPEN-SET(WS-EMP-FOUND-IDX) = "N"
               MOVE "Y" TO WS-EMP-OPEN-SET(WS-EMP-FOUND-IDX)
               MOVE WS-BEFORE-IN-SW TO WS-EMP-OPEN-IN(WS-EMP-FOUND-IDX)
             END-IF
             IF ChRunDate >= WS-NEXT-START
               IF WS-EMP-CLOSE-SET(WS-EMP-FOUND-IDX) = "N"
                 MOVE "Y" TO WS-EMP-CLOSE-SET(WS-EMP-FOUND-IDX)
                 MOVE WS-BEFORE-IN-SW
                   TO WS-EMP-CLOSE-IN(WS-EMP-FOUND-IDX)
               END-IF
             ELSE
               IF After-In-Headcount AND NOT Before-In-Headcount
                 ADD 1 TO WS-HC-STARTERS
               END-IF
               IF Before-In-Headcount AND NOT After-In-Headcount
                 ADD 1 TO WS-HC-LEAVERS
               END-IF
             END-IF
           END-IF.

      *Employees the history did not place at a boundary stood
      *there exactly as the live master holds them now.
       Settle-Headcounts.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
             IF WS-EMP-OPEN-SET(WS-EMP-IDX) = "N"
               MOVE WS-EMP-MST-IN(WS-EMP-IDX)
                 TO WS-EMP-OPEN-IN(WS-EMP-IDX)
             END-IF
             IF WS-EMP-CLOSE-SET(WS-EMP-IDX) = "N"
               MOVE WS-EMP-MST-IN(WS-EMP-IDX)
                 TO WS-EMP-CLOSE-IN(WS-EMP-IDX)
             END-IF
             IF WS-EMP-OPEN-IN(WS-EMP-IDX) = "Y"
               ADD 1 TO WS-HC-OPENING
             END-IF
             IF WS-EMP-CLOSE-IN(WS-EMP-IDX) = "Y"
               ADD 1 TO WS-HC-CLOSING
             END-IF
           END-PERFORM.

      *The pack is catalogued as a dated generation under its own
      *month's name, with its line count.
       Write-Catalog-Entry.
           OPEN EXTEND REPORT-CATALOG
           IF WS-CATALOG-STATUS = "35"
             OPEN OUTPUT REPORT-CATALOG
           END-IF
           MOVE SPACES TO REPORT-CATALOG-RECORD
           MOVE WS-RUNCTL-PROGRAM TO RgProgramId
           MOVE WS-PACK-NAME TO RgGeneration
           MOVE WS-RUN-DATE TO RgRunDate
           MOVE WS-LINE-COUNT TO RgRecordCount
           WRITE REPORT-CATALOG-RECORD
           CLOSE REPORT-CATALOG.

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
           CALL "SpoolReport" USING WS-RUNCTL-PROGRAM WS-PACK-NAME
             WS-RUN-DATE
           MOVE WS-SAVED-RC TO RETURN-CODE.
