       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccessReview.
      *Quarterly operator access review from the operator-activity
      *log, for the auditors' sign-off. The quarter is keyed on the
      *SYSIN card as YYYYQ (e.g. 20263); a blank card reviews the
      *last complete quarter before the run date. The report lists,
      *for events dated inside the quarter: every operator's use of
      *each console option (completed, denied, and failed sign-on
      *counts); each denied function and failed, disabled, or
      *locked-out sign-on attempt; each successful sign-on made
      *before 07:00 or from 19:00, at a weekend, or on a holiday on
      *the holiday master; and each use of a supervisor function -
      *clearing the stale run lock, operator administration, the
      *subject access report, and the approval queue. Operators
      *still on the operator master who have not been active in the
      *90 days before the run date are listed as candidates to
      *disable, and the report ends with a sign-off block for the
      *reviewer and the security manager. The report is named for
      *its quarter and spooled.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTIVITY-LOG ASSIGN TO "operator-activity.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operator-ids.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO "holidays.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.
           SELECT REVIEW-REPORT ASSIGN USING WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ACTIVITY-LOG.
       01 ACTIVITY-RECORD.
           COPY "activity_record".

       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
           COPY "operator_record".

       FD HOLIDAY-FILE.
       01 HOLIDAY-RECORD.
           COPY "holiday_record".

       FD REVIEW-REPORT.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-ACTIVITY-STATUS PIC XX.
       01 WS-OPERATOR-STATUS PIC XX.
       01 WS-HOLIDAY-STATUS PIC XX.
       01 ACTIVITY-EOF-SW PIC X VALUE "N".
         88 End-Of-Activity-Log VALUE "Y".
       01 OPERATOR-EOF-SW PIC X VALUE "N".
         88 End-Of-Operator-File VALUE "Y".
       01 HOLIDAY-EOF-SW PIC X VALUE "N".
         88 End-Of-Holiday-File VALUE "Y".

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RERUN-FLAG PIC X.
       01 WS-REPORT-NAME PIC X(30) VALUE SPACES.

      *Quarter card - YYYYQ, or blank for the last full quarter.
       01 WS-QUARTER-IN PIC X(5).
       01 WS-QUARTER-PARTS REDEFINES WS-QUARTER-IN.
         02 WS-QTR-YEAR-IN PIC 9(4).
         02 WS-QTR-NUM-IN PIC 9.
       01 WS-QTR-YEAR PIC 9(4).
       01 WS-QTR-NUM PIC 9.
       01 WS-QTR-MONTH PIC 99.
       01 WS-QTR-FROM PIC 9(8).
       01 WS-QTR-TO PIC 9(8).
       01 WS-NEXT-QTR-FROM PIC 9(8).
       01 WS-QUARTER-OK-SW PIC X.
         88 Quarter-Is-Valid VALUE "Y".

      *Business hours - a sign-on outside them, at a weekend, or on
      *a holiday is listed for review.
       01 WS-BUSINESS-FROM PIC 9(4) VALUE 0700.
       01 WS-BUSINESS-TO PIC 9(4) VALUE 1900.
       01 WS-EVENT-HHMM PIC 9(4).
       01 WS-EVENT-INT PIC 9(7).
       01 WS-EVENT-DOW PIC 9.
       01 WS-EVENT-MMDD PIC 9(4).

      *Operators idle this many days before the run date are
      *candidates to disable.
       01 WS-IDLE-DAYS PIC 999 VALUE 90.
       01 WS-RUN-INT PIC 9(7).
       01 WS-IDLE-CUTOFF PIC 9(7).
       01 WS-DAYS-IDLE PIC 9(7).

       COPY "weekday_names".

      *Console options as shown on the operator menu.
       01 OPTION-NAME-VALUES.
         02 FILLER PIC X(25) VALUE " SIGN-ON".
         02 FILLER PIC X(25) VALUE "1BIRTHDAY CALCULATOR".
         02 FILLER PIC X(25) VALUE "2CALC USER INPUT".
         02 FILLER PIC X(25) VALUE "3CHAR TESTER".
         02 FILLER PIC X(25) VALUE "4MULTIPLE GREETINGS".
         02 FILLER PIC X(25) VALUE "5TIME ACCEPTANCE".
         02 FILLER PIC X(25) VALUE "6EMPLOYEE INQUIRY".
         02 FILLER PIC X(25) VALUE "7LIST REPORT CATALOG".
         02 FILLER PIC X(25) VALUE "8BATCH STATUS BOARD".
         02 FILLER PIC X(25) VALUE "9REVIEW ALERTS".
         02 FILLER PIC X(25) VALUE "SPRINT SPOOL".
         02 FILLER PIC X(25) VALUE "LCLEAR STALE RUN LOCK".
         02 FILLER PIC X(25) VALUE "OOPERATOR ADMINISTRATION".
         02 FILLER PIC X(25) VALUE "PSUBJECT ACCESS REPORT".
         02 FILLER PIC X(25) VALUE "AAPPROVAL QUEUE".
       01 OPTION-NAMES REDEFINES OPTION-NAME-VALUES.
         02 OPTION-NAME-ENTRY OCCURS 15 TIMES.
           03 OPTION-CODE PIC X.
           03 OPTION-NAME PIC X(24).
       01 WS-OPTION-IDX PIC 99.
       01 WS-FIND-OPTION PIC X.
       01 WS-FUNCTION-NAME PIC X(24).

      *Holiday master, loaded once for the out-of-hours check.
       01 WS-HOLIDAY-LIMIT PIC 999 VALUE 200.
       01 WS-HOLIDAY-COUNT PIC 999 VALUE 0.
       01 WS-HOLIDAY-TABLE.
         02 WS-HOLIDAY-ENTRY OCCURS 200 TIMES.
           03 WS-HT-DATE PIC 9(8).
           03 WS-HT-MMDD PIC 9(4).
           03 WS-HT-RECUR PIC X.
           03 WS-HT-NAME PIC X(30).
       01 WS-HOLIDAY-IDX PIC 999.
       01 WS-HOLIDAY-FOUND-SW PIC X.
         88 Day-Is-Holiday VALUE "Y".
       01 WS-HOLIDAY-NAME PIC X(30).

      *Operator master, with the last date each operator did
      *anything on the console (a failed sign-on does not count).
       01 WS-OPER-LIMIT PIC 99 VALUE 50.
       01 WS-OPER-COUNT PIC 99 VALUE 0.
       01 WS-OPER-TABLE.
         02 WS-OPER-ENTRY OCCURS 50 TIMES.
           03 WS-OP-ID PIC X(8).
           03 WS-OP-LEVEL PIC 9.
           03 WS-OP-STATUS PIC X.
           03 WS-OP-LAST-DATE PIC 9(8).
       01 WS-OPER-IDX PIC 99.
       01 WS-FOUND-OPER-IDX PIC 99.

      *Use counts per operator and option, kept in operator/option
      *order as they are added.
       01 WS-USAGE-LIMIT PIC 999 VALUE 500.
       01 WS-USAGE-COUNT PIC 999 VALUE 0.
       01 WS-USAGE-TABLE.
         02 WS-USAGE-ENTRY OCCURS 500 TIMES.
           03 WS-US-KEY.
             04 WS-US-OPERATOR PIC X(8).
             04 WS-US-OPTION PIC X.
           03 WS-US-COMPLETED PIC 9(5).
           03 WS-US-DENIED PIC 9(5).
           03 WS-US-FAILED PIC 9(5).
       01 WS-USAGE-IDX PIC 999.
       01 WS-SHIFT-IDX PIC 999.
       01 WS-USAGE-KEY.
         02 WS-UK-OPERATOR PIC X(8).
         02 WS-UK-OPTION PIC X.
       01 WS-USAGE-FULL-SW PIC X VALUE "N".
         88 Usage-Table-Full VALUE "Y".

      *Which detail section the current pass of the log is for.
       01 WS-PASS PIC 9.
         88 Pass-Denied-Events VALUE 2.
         88 Pass-Out-Of-Hours VALUE 3.
         88 Pass-Supervisor VALUE 4.
       01 WS-OUTCOME-SW PIC X.
         88 Outcome-Denied VALUE "D".
         88 Outcome-Failed VALUE "F".
         88 Outcome-Completed VALUE "C".
       01 WS-EVENT-NOTE PIC X(40).

       01 WS-EVENTS-READ PIC 9(7) VALUE 0.
       01 WS-QUARTER-EVENTS PIC 9(7) VALUE 0.
       01 WS-LINES-WRITTEN PIC 9(7) VALUE 0.
       01 WS-DENIED-COUNT PIC 9(5) VALUE 0.
       01 WS-HOURS-COUNT PIC 9(5) VALUE 0.
       01 WS-SUPERVISOR-COUNT PIC 9(5) VALUE 0.
       01 WS-IDLE-COUNT PIC 9(5) VALUE 0.

       01 HEADING-LINE-1.
         02 FILLER PIC X(33)
            VALUE "OPERATOR ACCESS REVIEW - QUARTER ".
         02 HdgYear PIC 9(4).
         02 FILLER PIC X VALUE "Q".
         02 HdgQuarter PIC 9.
         02 FILLER PIC X(2) VALUE SPACES.
         02 HdgFrom PIC 9(8).
         02 FILLER PIC X(4) VALUE " TO ".
         02 HdgTo PIC 9(8).
         02 FILLER PIC X(12) VALUE "  RUN DATE ".
         02 HdgRunDate PIC 9(8).

       01 USAGE-HEADING-LINE.
         02 FILLER PIC X(10) VALUE "OPERATOR".
         02 FILLER PIC X(5) VALUE "OPT".
         02 FILLER PIC X(26) VALUE "FUNCTION".
         02 FILLER PIC X(11) VALUE "COMPLETED".
         02 FILLER PIC X(8) VALUE "DENIED".
         02 FILLER PIC X(8) VALUE "FAILED".
         02 FILLER PIC X(5) VALUE "TOTAL".

       01 USAGE-DETAIL-LINE.
         02 UsdOperator PIC X(8).
         02 FILLER PIC XX VALUE SPACES.
         02 UsdOption PIC X.
         02 FILLER PIC X(4) VALUE SPACES.
         02 UsdFunction PIC X(24).
         02 FILLER PIC X(4) VALUE SPACES.
         02 UsdCompleted PIC ZZZZ9.
         02 FILLER PIC X(3) VALUE SPACES.
         02 UsdDenied PIC ZZZZ9.
         02 FILLER PIC X(3) VALUE SPACES.
         02 UsdFailed PIC ZZZZ9.
         02 FILLER PIC XX VALUE SPACES.
         02 UsdTotal PIC ZZZZZ9.

       01 EVENT-HEADING-LINE.
         02 FILLER PIC X(10) VALUE "DATE".
         02 FILLER PIC X(10) VALUE "TIME".
         02 FILLER PIC X(10) VALUE "OPERATOR".
         02 FILLER PIC X(26) VALUE "FUNCTION".
         02 FILLER PIC X(10) VALUE "OUTCOME".
         02 FILLER PIC X(40) VALUE "NOTE".

       01 EVENT-DETAIL-LINE.
         02 EvdDate PIC 9(8).
         02 FILLER PIC XX VALUE SPACES.
         02 EvdHour PIC 99.
         02 FILLER PIC X VALUE ":".
         02 EvdMinute PIC 99.
         02 FILLER PIC X VALUE ":".
         02 EvdSecond PIC 99.
         02 FILLER PIC XX VALUE SPACES.
         02 EvdOperator PIC X(8).
         02 FILLER PIC XX VALUE SPACES.
         02 EvdFunction PIC X(24).
         02 FILLER PIC XX VALUE SPACES.
         02 EvdOutcome PIC X(8).
         02 FILLER PIC XX VALUE SPACES.
         02 EvdNote PIC X(40).

       01 IDLE-HEADING-LINE.
         02 FILLER PIC X(10) VALUE "OPERATOR".
         02 FILLER PIC X(7) VALUE "LEVEL".
         02 FILLER PIC X(8) VALUE "STATUS".
         02 FILLER PIC X(15) VALUE "LAST ACTIVE".
         02 FILLER PIC X(9) VALUE "DAYS IDLE".

       01 IDLE-DETAIL-LINE.
         02 IddOperator PIC X(8).
         02 FILLER PIC X(4) VALUE SPACES.
         02 IddLevel PIC 9.
         02 FILLER PIC X(6) VALUE SPACES.
         02 IddStatus PIC X.
         02 FILLER PIC X(5) VALUE SPACES.
         02 IddLastDate PIC X(8).
         02 FILLER PIC X(9) VALUE SPACES.
         02 IddDaysIdle PIC X(7).
       01 WS-DAYS-EDIT PIC ZZZZZZ9.

       01 SIGNOFF-LINE-1.
         02 FILLER PIC X(34)
            VALUE "REVIEWED BY (OPERATIONS MANAGER): ".
         02 FILLER PIC X(24) VALUE ALL "_".
         02 FILLER PIC X(8) VALUE "  DATE: ".
         02 FILLER PIC X(10) VALUE ALL "_".
         02 FILLER PIC X(13) VALUE "  SIGNATURE: ".
         02 FILLER PIC X(20) VALUE ALL "_".

       01 SIGNOFF-LINE-2.
         02 FILLER PIC X(34)
            VALUE "APPROVED BY (SECURITY MANAGER):   ".
         02 FILLER PIC X(24) VALUE ALL "_".
         02 FILLER PIC X(8) VALUE "  DATE: ".
         02 FILLER PIC X(10) VALUE ALL "_".
         02 FILLER PIC X(13) VALUE "  SIGNATURE: ".
         02 FILLER PIC X(20) VALUE ALL "_".

       01 SIGNOFF-LINE-3.
         02 FILLER PIC X(34)
            VALUE "ACCESS CHANGES RAISED (TICKET):   ".
         02 FILLER PIC X(75) VALUE ALL "_".

       01 SUMMARY-LINE.
         02 SumLabel PIC X(40).
         02 SumCount PIC ZZZZZZ9.

      *Start/end records for the shared run-control status board.
       01 WS-RUNCTL-PROGRAM PIC X(20) VALUE "AccessReview".
       01 WS-RUNCTL-PHASE PIC X.
       01 WS-RUNCTL-RC PIC 9(4) VALUE 0.
       01 WS-RUNCTL-READ PIC 9(7) VALUE 0.
       01 WS-RUNCTL-WRITE PIC 9(7) VALUE 0.

      *Alerts raised for the operator-alert review screen.
       01 WS-ALERT-SEVERITY PIC X.
       01 WS-ALERT-MESSAGE PIC X(60).
       01 WS-SAVED-RC PIC 9(4).

       PROCEDURE DIVISION.
       Main.
           CALL "GetRunDate" USING WS-RUN-DATE WS-RERUN-FLAG
           PERFORM Write-Runctl-Start
           DISPLAY "Quarter to review as YYYYQ (blank for the last "
             "complete quarter): "
           ACCEPT WS-QUARTER-IN
           PERFORM Resolve-Quarter
           IF NOT Quarter-Is-Valid
             DISPLAY "Quarter must be YYYYQ with Q from 1 to 4."
             MOVE 16 TO RETURN-CODE
           ELSE
             OPEN INPUT ACTIVITY-LOG
             IF WS-ACTIVITY-STATUS = "35"
               DISPLAY "Operator activity log not found - no access "
                 "review."
               MOVE 16 TO RETURN-CODE
               MOVE "E" TO WS-ALERT-SEVERITY
               MOVE "OPERATOR ACTIVITY LOG NOT FOUND - NO REVIEW"
                 TO WS-ALERT-MESSAGE
               PERFORM Write-Operator-Alert
             ELSE
               CLOSE ACTIVITY-LOG
               PERFORM Load-Holidays
               PERFORM Load-Operators
               PERFORM Load-Usage
               MOVE SPACES TO WS-REPORT-NAME
               STRING "access-review-" DELIMITED BY SIZE
                 WS-QTR-YEAR DELIMITED BY SIZE
                 "Q" DELIMITED BY SIZE
                 WS-QTR-NUM DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
                 INTO WS-REPORT-NAME
               END-STRING
               OPEN OUTPUT REVIEW-REPORT
               PERFORM Write-Review-Report
               CLOSE REVIEW-REPORT
               MOVE WS-EVENTS-READ TO WS-RUNCTL-READ
               MOVE WS-LINES-WRITTEN TO WS-RUNCTL-WRITE
               DISPLAY "Access review written to ", WS-REPORT-NAME
               DISPLAY "Events in quarter = ", WS-QUARTER-EVENTS,
                 "  disable candidates = ", WS-IDLE-COUNT
               PERFORM Spool-Finished-Report
             END-IF
           END-IF
           PERFORM Write-Runctl-End
           GOBACK.

      *The quarter runs from the first day of its first month to the
      *day before the next quarter starts.
       Resolve-Quarter.
           MOVE "Y" TO WS-QUARTER-OK-SW
           IF WS-QUARTER-IN = SPACES
             COMPUTE WS-QTR-YEAR = WS-RUN-DATE / 10000
             COMPUTE WS-QTR-MONTH =
                 FUNCTION MOD(WS-RUN-DATE / 100, 100)
             COMPUTE WS-QTR-NUM = (WS-QTR-MONTH - 1) / 3
             IF WS-QTR-NUM = 0
               SUBTRACT 1 FROM WS-QTR-YEAR
               MOVE 4 TO WS-QTR-NUM
             END-IF
           ELSE
             IF WS-QUARTER-IN IS NOT NUMERIC
               MOVE "N" TO WS-QUARTER-OK-SW
             ELSE
               IF WS-QTR-NUM-IN < 1 OR WS-QTR-NUM-IN > 4
                  OR WS-QTR-YEAR-IN < 1601
                 MOVE "N" TO WS-QUARTER-OK-SW
               ELSE
                 MOVE WS-QTR-YEAR-IN TO WS-QTR-YEAR
                 MOVE WS-QTR-NUM-IN TO WS-QTR-NUM
               END-IF
             END-IF
           END-IF
           IF Quarter-Is-Valid
             COMPUTE WS-QTR-MONTH = (WS-QTR-NUM - 1) * 3 + 1
             COMPUTE WS-QTR-FROM =
                 WS-QTR-YEAR * 10000 + WS-QTR-MONTH * 100 + 1
             IF WS-QTR-NUM = 4
               COMPUTE WS-NEXT-QTR-FROM =
                   (WS-QTR-YEAR + 1) * 10000 + 0101
             ELSE
               COMPUTE WS-NEXT-QTR-FROM =
                   WS-QTR-FROM + 300
             END-IF
             COMPUTE WS-QTR-TO = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-NEXT-QTR-FROM) - 1)
           END-IF.

       Load-Holidays.
           MOVE 0 TO WS-HOLIDAY-COUNT
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS = "35"
             DISPLAY "Holiday master not found - weekends and hours "
               "only."
           ELSE
             MOVE "N" TO HOLIDAY-EOF-SW
             READ HOLIDAY-FILE
               AT END MOVE "Y" TO HOLIDAY-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Holiday-File
                OR WS-HOLIDAY-COUNT >= WS-HOLIDAY-LIMIT
               IF HolDate IS NUMERIC
                 ADD 1 TO WS-HOLIDAY-COUNT
                 MOVE HolDate TO WS-HT-DATE(WS-HOLIDAY-COUNT)
                 MOVE HolMonthDay TO WS-HT-MMDD(WS-HOLIDAY-COUNT)
                 MOVE HolRecurFlag TO WS-HT-RECUR(WS-HOLIDAY-COUNT)
                 MOVE HolName TO WS-HT-NAME(WS-HOLIDAY-COUNT)
               END-IF
               READ HOLIDAY-FILE
                 AT END MOVE "Y" TO HOLIDAY-EOF-SW
               END-READ
             END-PERFORM
             CLOSE HOLIDAY-FILE
           END-IF.

       Load-Operators.
           MOVE 0 TO WS-OPER-COUNT
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-STATUS = "35"
             DISPLAY "Operator master not found - no idle operator "
               "check."
           ELSE
             MOVE "N" TO OPERATOR-EOF-SW
             READ OPERATOR-FILE
               AT END MOVE "Y" TO OPERATOR-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Operator-File
                OR WS-OPER-COUNT >= WS-OPER-LIMIT
               ADD 1 TO WS-OPER-COUNT
               MOVE OpOperatorId TO WS-OP-ID(WS-OPER-COUNT)
               MOVE OpAuthLevel TO WS-OP-LEVEL(WS-OPER-COUNT)
               MOVE OpStatus TO WS-OP-STATUS(WS-OPER-COUNT)
               MOVE 0 TO WS-OP-LAST-DATE(WS-OPER-COUNT)
               READ OPERATOR-FILE
                 AT END MOVE "Y" TO OPERATOR-EOF-SW
               END-READ
             END-PERFORM
             CLOSE OPERATOR-FILE
           END-IF.

      *First pass of the log: the last active date of every operator
      *over the whole log, and the use counts for the quarter.
       Load-Usage.
           MOVE 0 TO WS-USAGE-COUNT
           OPEN INPUT ACTIVITY-LOG
           MOVE "N" TO ACTIVITY-EOF-SW
           READ ACTIVITY-LOG
             AT END MOVE "Y" TO ACTIVITY-EOF-SW
           END-READ
           PERFORM UNTIL End-Of-Activity-Log
             ADD 1 TO WS-EVENTS-READ
             IF ActDate IS NUMERIC
               PERFORM Classify-Outcome
               IF NOT Outcome-Failed
                 PERFORM Note-Last-Active
               END-IF
               IF ActDate >= WS-QTR-FROM AND ActDate <= WS-QTR-TO
                 ADD 1 TO WS-QUARTER-EVENTS
                 PERFORM Count-Usage
               END-IF
             END-IF
             READ ACTIVITY-LOG
               AT END MOVE "Y" TO ACTIVITY-EOF-SW
             END-READ
           END-PERFORM
           CLOSE ACTIVITY-LOG.

      *A refused function is a denial; a sign-on that did not get
      *the operator in is a failure; anything else was completed.
       Classify-Outcome.
           EVALUATE ActOutcome
             WHEN "DENIED"
               MOVE "D" TO WS-OUTCOME-SW
             WHEN "SIGNFAIL"
             WHEN "SIGNDIS"
             WHEN "SIGNLOCK"
             WHEN "LOCKOUT"
               MOVE "F" TO WS-OUTCOME-SW
             WHEN OTHER
               MOVE "C" TO WS-OUTCOME-SW
           END-EVALUATE.

       Note-Last-Active.
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
              UNTIL WS-OPER-IDX > WS-OPER-COUNT
             IF WS-OP-ID(WS-OPER-IDX) = ActOperatorId
                AND ActDate > WS-OP-LAST-DATE(WS-OPER-IDX)
                AND ActDate <= WS-RUN-DATE
               MOVE ActDate TO WS-OP-LAST-DATE(WS-OPER-IDX)
             END-IF
           END-PERFORM.

      *A new operator/option pair is inserted at its sorted place so
      *the section prints in order without a sort step.
       Count-Usage.
           MOVE ActOperatorId TO WS-UK-OPERATOR
           MOVE FUNCTION UPPER-CASE(ActOption) TO WS-UK-OPTION
           MOVE 1 TO WS-USAGE-IDX
           PERFORM UNTIL WS-USAGE-IDX > WS-USAGE-COUNT
              OR WS-US-KEY(WS-USAGE-IDX) >= WS-USAGE-KEY
             ADD 1 TO WS-USAGE-IDX
           END-PERFORM
           IF WS-USAGE-IDX > WS-USAGE-COUNT
              OR WS-US-KEY(WS-USAGE-IDX) NOT = WS-USAGE-KEY
             IF WS-USAGE-COUNT >= WS-USAGE-LIMIT
               MOVE "Y" TO WS-USAGE-FULL-SW
               MOVE 0 TO WS-USAGE-IDX
             ELSE
               PERFORM VARYING WS-SHIFT-IDX FROM WS-USAGE-COUNT BY -1
                  UNTIL WS-SHIFT-IDX < WS-USAGE-IDX
                 MOVE WS-USAGE-ENTRY(WS-SHIFT-IDX)
                   TO WS-USAGE-ENTRY(WS-SHIFT-IDX + 1)
               END-PERFORM
               ADD 1 TO WS-USAGE-COUNT
               MOVE WS-USAGE-KEY TO WS-US-KEY(WS-USAGE-IDX)
               MOVE 0 TO WS-US-COMPLETED(WS-USAGE-IDX)
               MOVE 0 TO WS-US-DENIED(WS-USAGE-IDX)
               MOVE 0 TO WS-US-FAILED(WS-USAGE-IDX)
             END-IF
           END-IF
           IF WS-USAGE-IDX > 0
             EVALUATE TRUE
               WHEN Outcome-Denied
                 ADD 1 TO WS-US-DENIED(WS-USAGE-IDX)
               WHEN Outcome-Failed
                 ADD 1 TO WS-US-FAILED(WS-USAGE-IDX)
               WHEN OTHER
                 ADD 1 TO WS-US-COMPLETED(WS-USAGE-IDX)
             END-EVALUATE
           END-IF.

       Write-Review-Report.
           MOVE WS-QTR-YEAR TO HdgYear
           MOVE WS-QTR-NUM TO HdgQuarter
           MOVE WS-QTR-FROM TO HdgFrom
           MOVE WS-QTR-TO TO HdgTo
           MOVE WS-RUN-DATE TO HdgRunDate
           WRITE REPORT-LINE FROM HEADING-LINE-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM Write-Usage-Section
           MOVE "2. DENIED FUNCTIONS AND FAILED SIGN-ONS"
             TO REPORT-LINE
           MOVE 2 TO WS-PASS
           PERFORM Write-Event-Section
           MOVE "3. SIGN-ONS OUTSIDE 07:00-19:00 MONDAY TO FRIDAY OR "
             TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "   ON A HOLIDAY" TO REPORT-LINE
           MOVE 3 TO WS-PASS
           PERFORM Write-Event-Section
           MOVE "4. SUPERVISOR FUNCTIONS - RUN LOCK, OPERATOR ADMIN, "
             TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "   SUBJECT ACCESS, APPROVAL QUEUE" TO REPORT-LINE
           MOVE 4 TO WS-PASS
           PERFORM Write-Event-Section
           PERFORM Write-Idle-Section
           PERFORM Write-Signoff-Section.

       Write-Usage-Section.
           MOVE "1. CONSOLE ACTIVITY BY OPERATOR AND OPTION"
             TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM USAGE-HEADING-LINE
           PERFORM VARYING WS-USAGE-IDX FROM 1 BY 1
              UNTIL WS-USAGE-IDX > WS-USAGE-COUNT
             MOVE WS-US-OPERATOR(WS-USAGE-IDX) TO UsdOperator
             MOVE WS-US-OPTION(WS-USAGE-IDX) TO UsdOption
             MOVE WS-US-OPTION(WS-USAGE-IDX) TO WS-FIND-OPTION
             PERFORM Find-Function-Name
             MOVE WS-FUNCTION-NAME TO UsdFunction
             MOVE WS-US-COMPLETED(WS-USAGE-IDX) TO UsdCompleted
             MOVE WS-US-DENIED(WS-USAGE-IDX) TO UsdDenied
             MOVE WS-US-FAILED(WS-USAGE-IDX) TO UsdFailed
             COMPUTE UsdTotal = WS-US-COMPLETED(WS-USAGE-IDX)
                 + WS-US-DENIED(WS-USAGE-IDX)
                 + WS-US-FAILED(WS-USAGE-IDX)
             WRITE REPORT-LINE FROM USAGE-DETAIL-LINE
             ADD 1 TO WS-LINES-WRITTEN
           END-PERFORM
           IF Usage-Table-Full
             MOVE "  USAGE TABLE FULL - COUNTS INCOMPLETE"
               TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF
           MOVE "  EVENTS IN QUARTER" TO SumLabel
           MOVE WS-QUARTER-EVENTS TO SumCount
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       Find-Function-Name.
           MOVE "UNKNOWN OPTION" TO WS-FUNCTION-NAME
           PERFORM VARYING WS-OPTION-IDX FROM 1 BY 1
              UNTIL WS-OPTION-IDX > 15
             IF OPTION-CODE(WS-OPTION-IDX) = WS-FIND-OPTION
               MOVE OPTION-NAME(WS-OPTION-IDX) TO WS-FUNCTION-NAME
             END-IF
           END-PERFORM.

      *One further pass of the log per detail section; the section
      *title is already in the report line when this is performed.
       Write-Event-Section.
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM EVENT-HEADING-LINE
           MOVE 0 TO WS-SUPERVISOR-COUNT
           MOVE 0 TO WS-DENIED-COUNT
           MOVE 0 TO WS-HOURS-COUNT
           OPEN INPUT ACTIVITY-LOG
           MOVE "N" TO ACTIVITY-EOF-SW
           READ ACTIVITY-LOG
             AT END MOVE "Y" TO ACTIVITY-EOF-SW
           END-READ
           PERFORM UNTIL End-Of-Activity-Log
             IF ActDate IS NUMERIC
                AND ActDate >= WS-QTR-FROM AND ActDate <= WS-QTR-TO
               MOVE SPACES TO WS-EVENT-NOTE
               PERFORM Classify-Outcome
               EVALUATE TRUE
                 WHEN Pass-Denied-Events
                   PERFORM Check-Denied-Event
                 WHEN Pass-Out-Of-Hours
                   PERFORM Check-Out-Of-Hours
                 WHEN Pass-Supervisor
                   PERFORM Check-Supervisor-Event
               END-EVALUATE
               IF WS-EVENT-NOTE NOT = SPACES
                 PERFORM Write-Event-Line
               END-IF
             END-IF
             READ ACTIVITY-LOG
               AT END MOVE "Y" TO ACTIVITY-EOF-SW
             END-READ
           END-PERFORM
           CLOSE ACTIVITY-LOG
           EVALUATE TRUE
             WHEN Pass-Denied-Events
               MOVE "  DENIED OR FAILED ATTEMPTS" TO SumLabel
               MOVE WS-DENIED-COUNT TO SumCount
             WHEN Pass-Out-Of-Hours
               MOVE "  OUT-OF-HOURS SIGN-ONS" TO SumLabel
               MOVE WS-HOURS-COUNT TO SumCount
             WHEN Pass-Supervisor
               MOVE "  SUPERVISOR FUNCTION USES" TO SumLabel
               MOVE WS-SUPERVISOR-COUNT TO SumCount
           END-EVALUATE
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       Check-Denied-Event.
           IF NOT Outcome-Completed
             ADD 1 TO WS-DENIED-COUNT
             EVALUATE ActOutcome
               WHEN "DENIED"
                 MOVE "FUNCTION ABOVE OPERATOR LEVEL"
                   TO WS-EVENT-NOTE
               WHEN "SIGNFAIL"
                 MOVE "UNKNOWN ID OR WRONG PASSWORD" TO WS-EVENT-NOTE
               WHEN "SIGNDIS"
                 MOVE "SIGN-ON BY DISABLED OPERATOR" TO WS-EVENT-NOTE
               WHEN "SIGNLOCK"
                 MOVE "SIGN-ON WHILE LOCKED OUT" TO WS-EVENT-NOTE
               WHEN "LOCKOUT"
                 MOVE "THIRD FAILURE - OPERATOR LOCKED OUT"
                   TO WS-EVENT-NOTE
             END-EVALUATE
           END-IF.

      *Integer date 1 was a Monday, so MOD(integer - 1, 7) + 1 gives
      *the day of the week with 6 and 7 the weekend.
       Check-Out-Of-Hours.
           IF ActOutcome = "SIGNON"
             COMPUTE WS-EVENT-HHMM = ActHour * 100 + ActMinute
             COMPUTE WS-EVENT-INT = FUNCTION INTEGER-OF-DATE(ActDate)
             COMPUTE WS-EVENT-DOW =
                 FUNCTION MOD(WS-EVENT-INT - 1, 7) + 1
             PERFORM Check-Event-Holiday
             EVALUATE TRUE
               WHEN Day-Is-Holiday
                 STRING "HOLIDAY - " DELIMITED BY SIZE
                   WS-HOLIDAY-NAME DELIMITED BY SIZE
                   INTO WS-EVENT-NOTE
                 END-STRING
               WHEN WS-EVENT-DOW > 5
                 STRING "WEEKEND - " DELIMITED BY SIZE
                   WEEKDAY-NAME-ENTRY(WS-EVENT-DOW) DELIMITED BY SIZE
                   INTO WS-EVENT-NOTE
                 END-STRING
               WHEN WS-EVENT-HHMM < WS-BUSINESS-FROM
                 MOVE "BEFORE BUSINESS HOURS" TO WS-EVENT-NOTE
               WHEN WS-EVENT-HHMM >= WS-BUSINESS-TO
                 MOVE "AFTER BUSINESS HOURS" TO WS-EVENT-NOTE
             END-EVALUATE
             IF WS-EVENT-NOTE NOT = SPACES
               ADD 1 TO WS-HOURS-COUNT
             END-IF
           END-IF.

       Check-Event-Holiday.
           MOVE "N" TO WS-HOLIDAY-FOUND-SW
           COMPUTE WS-EVENT-MMDD = FUNCTION MOD(ActDate, 10000)
           PERFORM VARYING WS-HOLIDAY-IDX FROM 1 BY 1
              UNTIL WS-HOLIDAY-IDX > WS-HOLIDAY-COUNT
                 OR Day-Is-Holiday
             IF WS-HT-DATE(WS-HOLIDAY-IDX) = ActDate
                OR (WS-HT-RECUR(WS-HOLIDAY-IDX) = "R"
                    AND WS-HT-MMDD(WS-HOLIDAY-IDX) = WS-EVENT-MMDD)
               MOVE "Y" TO WS-HOLIDAY-FOUND-SW
               MOVE WS-HT-NAME(WS-HOLIDAY-IDX) TO WS-HOLIDAY-NAME
             END-IF
           END-PERFORM.

      *A refused supervisor function is already in the denied
      *section; here are the ones the operator was allowed into.
      *The console logs the option as keyed, in either case.
       Check-Supervisor-Event.
           MOVE FUNCTION UPPER-CASE(ActOption) TO WS-FIND-OPTION
           IF (WS-FIND-OPTION = "L" OR WS-FIND-OPTION = "O"
               OR WS-FIND-OPTION = "P" OR WS-FIND-OPTION = "A")
              AND Outcome-Completed
             ADD 1 TO WS-SUPERVISOR-COUNT
             EVALUATE ActOutcome
               WHEN "RUN"
                 MOVE "FUNCTION ENTERED" TO WS-EVENT-NOTE
               WHEN "LOCKCLR"
                 MOVE "STALE RUN LOCK CLEARED" TO WS-EVENT-NOTE
               WHEN "LOCKED"
                 MOVE "REFUSED - NIGHTLY RUN IN PROGRESS"
                   TO WS-EVENT-NOTE
               WHEN "OPADD"
                 MOVE "OPERATOR ADDED" TO WS-EVENT-NOTE
               WHEN "OPDIS"
                 MOVE "OPERATOR DISABLED" TO WS-EVENT-NOTE
               WHEN "OPRESET"
                 MOVE "OPERATOR RESET WITH NEW PASSWORD"
                   TO WS-EVENT-NOTE
               WHEN "REQREV"
                 MOVE "LEDGER REVERSAL REQUESTED" TO WS-EVENT-NOTE
               WHEN "REQOVR"
                 MOVE "DUPLICATE-FEED OVERRIDE REQUESTED"
                   TO WS-EVENT-NOTE
               WHEN "APPROVE"
                 MOVE "APPROVAL REQUEST APPROVED" TO WS-EVENT-NOTE
               WHEN "REJECT"
                 MOVE "APPROVAL REQUEST REJECTED" TO WS-EVENT-NOTE
               WHEN OTHER
                 MOVE "SUPERVISOR ACTION" TO WS-EVENT-NOTE
             END-EVALUATE
           END-IF.

       Write-Event-Line.
           MOVE ActDate TO EvdDate
           MOVE ActHour TO EvdHour
           MOVE ActMinute TO EvdMinute
           MOVE ActSecond TO EvdSecond
           MOVE ActOperatorId TO EvdOperator
           MOVE FUNCTION UPPER-CASE(ActOption) TO WS-FIND-OPTION
           PERFORM Find-Function-Name
           MOVE WS-FUNCTION-NAME TO EvdFunction
           MOVE ActOutcome TO EvdOutcome
           MOVE WS-EVENT-NOTE TO EvdNote
           WRITE REPORT-LINE FROM EVENT-DETAIL-LINE
           ADD 1 TO WS-LINES-WRITTEN.

      *Operators already disabled need no action and are left off.
       Write-Idle-Section.
           MOVE "5. OPERATORS IDLE 90 DAYS - CANDIDATES TO DISABLE"
             TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM IDLE-HEADING-LINE
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-IDLE-CUTOFF = WS-RUN-INT - WS-IDLE-DAYS
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
              UNTIL WS-OPER-IDX > WS-OPER-COUNT
             IF WS-OP-STATUS(WS-OPER-IDX) NOT = "D"
               IF WS-OP-LAST-DATE(WS-OPER-IDX) = 0
                 MOVE "NEVER" TO IddLastDate
                 MOVE "NEVER" TO IddDaysIdle
                 PERFORM Write-Idle-Line
               ELSE
                 COMPUTE WS-EVENT-INT = FUNCTION INTEGER-OF-DATE(
                     WS-OP-LAST-DATE(WS-OPER-IDX))
                 IF WS-EVENT-INT < WS-IDLE-CUTOFF
                   MOVE WS-OP-LAST-DATE(WS-OPER-IDX) TO IddLastDate
                   COMPUTE WS-DAYS-IDLE = WS-RUN-INT - WS-EVENT-INT
                   MOVE WS-DAYS-IDLE TO WS-DAYS-EDIT
                   MOVE WS-DAYS-EDIT TO IddDaysIdle
                   PERFORM Write-Idle-Line
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           MOVE "  DISABLE CANDIDATES" TO SumLabel
           MOVE WS-IDLE-COUNT TO SumCount
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       Write-Idle-Line.
           MOVE WS-OP-ID(WS-OPER-IDX) TO IddOperator
           MOVE WS-OP-LEVEL(WS-OPER-IDX) TO IddLevel
           MOVE WS-OP-STATUS(WS-OPER-IDX) TO IddStatus
           WRITE REPORT-LINE FROM IDLE-DETAIL-LINE
           ADD 1 TO WS-IDLE-COUNT
           ADD 1 TO WS-LINES-WRITTEN.

       Write-Signoff-Section.
           MOVE "6. SIGN-OFF - ACCESS ABOVE REVIEWED, EXCEPTIONS RAISED"
             TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SIGNOFF-LINE-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SIGNOFF-LINE-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SIGNOFF-LINE-3.

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
           CALL "SpoolReport" USING WS-RUNCTL-PROGRAM WS-REPORT-NAME
             WS-RUN-DATE
           MOVE WS-SAVED-RC TO RETURN-CODE.
