       IDENTIFICATION DIVISION.
       PROGRAM-ID. StepTrend.
      *Step run-time trend report from the run-control history.
      *Every start (S) record is paired with the same step's next
      *end (E) record, and each pair becomes one night's sample for
      *that step: when it started, how long it ran, records read
      *and written, and records per second. A night runs from noon
      *to noon, so a step starting after midnight still belongs to
      *the night that began the evening before; when a step ran
      *twice in a night (a resume) the later run is the one kept.
      *For the last N nights (first SYSIN card, 01-30) each step's
      *samples are listed against its rolling average - the mean
      *elapsed time over the N nights before that night - and a
      *step on the newest night running more than the percentage
      *on the second SYSIN card over its average is flagged and
      *raises a W alert, and the step ends RC 4. The night's total
      *elapsed time is trended the same way. Finally each step on
      *the batch schedule has its start time trended against its
      *latest start: the growth per night of its start time gives
      *the night it is projected to start past its window. The
      *driver's own start and end records bracket the whole night
      *rather than a step, and tonight's end is not yet written
      *while this step runs, so they are left out.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "run-control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO "batch-schedule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT TREND-REPORT ASSIGN TO "step-trend-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           COPY "run_control".

       FD SCHEDULE-FILE.
       01 SCHEDULE-RECORD.
           COPY "schedule_record".

       FD TREND-REPORT.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-RUNCTL-STATUS PIC XX.
       01 WS-SCHEDULE-STATUS PIC XX.
       01 RUNCTL-EOF-SW PIC X VALUE "N".
         88 End-Of-Runctl-File VALUE "Y".
       01 SCHEDULE-EOF-SW PIC X VALUE "N".
         88 End-Of-Schedule-File VALUE "Y".

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RERUN-FLAG PIC X.

       01 WS-NIGHTS-IN PIC X(2).
       01 WS-NIGHTS-NUM REDEFINES WS-NIGHTS-IN PIC 99.
       01 WS-NIGHTS PIC 99 VALUE 0.
       01 WS-OVERRUN-IN PIC X(3).
       01 WS-OVERRUN-PCT PIC 9(3) VALUE 0.

      *Batch schedule - only the latest start is needed here.
       01 WS-SCHED-LIMIT PIC 99 VALUE 50.
       01 WS-SCHED-COUNT PIC 99 VALUE 0.
       01 WS-SCHED-TABLE.
         02 WS-SCHED-ENTRY OCCURS 50 TIMES.
           03 WS-SCH-JOB PIC X(20).
           03 WS-SCH-LATEST PIC 9(4).
       01 WS-SCHED-IDX PIC 99.
       01 WS-SCHED-FOUND-IDX PIC 99.

      *One entry per step seen on run-control. The open start is
      *the S record still waiting for its E record; the samples are
      *the paired runs, one per night, oldest first.
       01 WS-TREND-LIMIT PIC 99 VALUE 60.
       01 WS-TREND-COUNT PIC 99 VALUE 0.
       01 WS-SAMPLE-LIMIT PIC 99 VALUE 62.
       01 WS-TREND-TABLE.
         02 WS-TREND-ENTRY OCCURS 60 TIMES.
           03 WS-TR-PROGRAM PIC X(20).
           03 WS-TR-OPEN-SW PIC X.
             88 Start-Is-Open VALUE "Y".
           03 WS-TR-OPEN-DAY PIC 9(7).
           03 WS-TR-OPEN-SECS PIC 9(5).
           03 WS-TR-OPEN-NIGHT PIC 9(7).
           03 WS-TR-OPEN-OFFSET PIC 9(6).
           03 WS-TR-SAMPLE-COUNT PIC 99.
           03 WS-TR-SAMPLE OCCURS 62 TIMES.
             04 WS-TS-NIGHT PIC 9(7).
             04 WS-TS-START PIC 9(6).
             04 WS-TS-ELAPSED PIC 9(6).
             04 WS-TS-READ PIC 9(7).
             04 WS-TS-WRITTEN PIC 9(7).
       01 WS-TREND-IDX PIC 99.
       01 WS-SAMPLE-IDX PIC 99.
       01 WS-SHIFT-IDX PIC 99.
       01 WS-AVG-IDX PIC 99.
       01 WS-FOUND-IDX PIC 99.
       01 WS-TREND-FULL-SW PIC X VALUE "N".
         88 Trend-Table-Full VALUE "Y".

      *Times are held as seconds from noon of the night's date, so
      *a run crossing midnight keeps counting upward.
       01 WS-REC-DAY PIC 9(7).
       01 WS-REC-SECS PIC 9(5).
       01 WS-REC-NIGHT PIC 9(7).
       01 WS-REC-OFFSET PIC 9(6).
       01 WS-ELAPSED-WORK PIC S9(11).
       01 WS-RUN-NIGHT PIC 9(7).
       01 WS-OLDEST-KEPT PIC 9(7).
       01 WS-LATEST-NIGHT PIC 9(7) VALUE 0.
       01 WS-FIRST-NIGHT PIC 9(7).
       01 WS-NIGHT PIC 9(7).
       01 WS-NIGHT-DATE PIC 9(8).

       01 WS-AVG-TOTAL PIC 9(11).
       01 WS-AVG-SAMPLES PIC 99.
       01 WS-AVG-ELAPSED PIC 9(6).
       01 WS-OVER-PCT PIC S9(5).
       01 WS-THROUGHPUT PIC 9(7)V9.
       01 WS-STEP-PRINTED-SW PIC X.
         88 Step-Heading-Printed VALUE "Y".

      *Night totals - first start to last end of every step.
       01 WS-NT-START PIC 9(6).
       01 WS-NT-END PIC 9(6).
       01 WS-NT-STEPS PIC 99.
       01 WS-NT-ELAPSED PIC 9(6).
       01 WS-CALC-NIGHT PIC 9(7).
       01 WS-AVG-NIGHT PIC 9(7).
       01 WS-END-WORK PIC 9(7).
       01 WS-NIGHT-ELAPSED PIC 9(6).

      *Overrun projection against the schedule's latest start.
       01 WS-LATEST-OFFSET PIC 9(6).
       01 WS-FIRST-SAMPLE PIC 99.
       01 WS-LAST-SAMPLE PIC 99.
       01 WS-START-TOTAL PIC 9(9).
       01 WS-START-COUNT PIC 99.
       01 WS-AVG-START PIC 9(6).
       01 WS-GROWTH PIC S9(7).
       01 WS-HEADROOM PIC S9(7).
       01 WS-NIGHTS-LEFT PIC 9(7).
       01 WS-PROJECTED-NIGHT PIC 9(7).
       01 WS-PROJECTED-DATE PIC 9(8).
       01 WS-PROJECTION PIC X(34).

       01 WS-FMT-SECS PIC 9(6).
       01 WS-FMT-HOURS PIC 99.
       01 WS-FMT-MINUTES PIC 99.
       01 WS-FMT-SECONDS PIC 99.
       01 WS-FMT-HMS PIC X(8).
       01 WS-FMT-CLOCK PIC X(5).

       01 WS-SAMPLES-READ PIC 9(7) VALUE 0.
       01 WS-LINES-WRITTEN PIC 9(7) VALUE 0.
       01 WS-OVER-COUNT PIC 9(5) VALUE 0.
       01 WS-PROJECTED-COUNT PIC 9(5) VALUE 0.

       01 HEADING-LINE-1.
         02 FILLER PIC X(38)
            VALUE "STEP RUN-TIME TREND REPORT - RUN DATE ".
         02 HdgRunDate PIC 9(8).
         02 FILLER PIC X(8) VALUE "  NIGHTS".
         02 HdgNights PIC Z9.
         02 FILLER PIC X(10) VALUE "  OVERRUN ".
         02 HdgOverrun PIC ZZ9.
         02 FILLER PIC X VALUE "%".

       01 HEADING-LINE-2.
         02 FILLER PIC X(11) VALUE "  NIGHT".
         02 FILLER PIC X(7) VALUE "START".
         02 FILLER PIC X(9) VALUE "ELAPSED".
         02 FILLER PIC X(9) VALUE "   READ".
         02 FILLER PIC X(9) VALUE "WRITTEN".
         02 FILLER PIC X(11) VALUE "  REC/SEC".
         02 FILLER PIC X(9) VALUE "AVERAGE".
         02 FILLER PIC X(8) VALUE "VS AVG".
         02 FILLER PIC X(4) VALUE "FLAG".

       01 TREND-DETAIL-LINE.
         02 FILLER PIC XX VALUE SPACES.
         02 TrdNight PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 TrdStart PIC X(5).
         02 FILLER PIC XX VALUE SPACES.
         02 TrdElapsed PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 TrdRead PIC ZZZZZZ9.
         02 FILLER PIC XX VALUE SPACES.
         02 TrdWritten PIC ZZZZZZ9.
         02 FILLER PIC XX VALUE SPACES.
         02 TrdThroughput PIC ZZZZZZ9.9.
         02 FILLER PIC XX VALUE SPACES.
         02 TrdAverage PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 TrdVsAverage PIC X(6).
         02 FILLER PIC XX VALUE SPACES.
         02 TrdFlag PIC X(10).

       01 NIGHT-HEADING-LINE.
         02 FILLER PIC X(11) VALUE "  NIGHT".
         02 FILLER PIC X(7) VALUE "START".
         02 FILLER PIC X(7) VALUE "END".
         02 FILLER PIC X(10) VALUE "ELAPSED".
         02 FILLER PIC X(7) VALUE "STEPS".
         02 FILLER PIC X(10) VALUE "AVERAGE".
         02 FILLER PIC X(8) VALUE "VS AVG".

       01 NIGHT-DETAIL-LINE.
         02 FILLER PIC XX VALUE SPACES.
         02 NtdNight PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 NtdStart PIC X(5).
         02 FILLER PIC XX VALUE SPACES.
         02 NtdEnd PIC X(5).
         02 FILLER PIC XX VALUE SPACES.
         02 NtdElapsed PIC X(8).
         02 FILLER PIC XX VALUE SPACES.
         02 NtdSteps PIC Z9.
         02 FILLER PIC X(5) VALUE SPACES.
         02 NtdAverage PIC X(8).
         02 FILLER PIC XX VALUE SPACES.
         02 NtdVsAverage PIC X(6).

       01 PROJECTION-HEADING-LINE.
         02 FILLER PIC X(22) VALUE "STEP".
         02 FILLER PIC X(8) VALUE "LATEST".
         02 FILLER PIC X(8) VALUE "AVERAGE".
         02 FILLER PIC X(8) VALUE "NEWEST".
         02 FILLER PIC X(10) VALUE "SECS/NIGHT".
         02 FILLER PIC X(34) VALUE "  PROJECTION".

       01 PROJECTION-DETAIL-LINE.
         02 PrjProgram PIC X(20).
         02 FILLER PIC XX VALUE SPACES.
         02 PrjLatest PIC X(5).
         02 FILLER PIC X(3) VALUE SPACES.
         02 PrjAverage PIC X(5).
         02 FILLER PIC X(3) VALUE SPACES.
         02 PrjNewest PIC X(5).
         02 FILLER PIC X(3) VALUE SPACES.
         02 PrjGrowth PIC -ZZZZZ9.
         02 FILLER PIC X(5) VALUE SPACES.
         02 PrjProjection PIC X(34).

       01 WS-PCT-EDIT PIC -ZZZ9.
       01 WS-PCT-TEXT PIC X(6).

       01 SUMMARY-LINE.
         02 SumLabel PIC X(34).
         02 SumCount PIC ZZZZZZ9.

      *The driver's own run-control records are not a step.
       01 WS-DRIVER-PROGRAM PIC X(20) VALUE "NightlyBatchDriver".

      *Start/end records for the shared run-control status board.
       01 WS-RUNCTL-PROGRAM PIC X(20) VALUE "StepTrend".
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
       01 WS-SPOOL-REPORT PIC X(30) VALUE "step-trend-report.txt".

       PROCEDURE DIVISION.
       Main.
           CALL "GetRunDate" USING WS-RUN-DATE WS-RERUN-FLAG
           PERFORM Write-Runctl-Start
           DISPLAY "Trend over how many nights (01-30): "
           ACCEPT WS-NIGHTS-IN
           DISPLAY "Flag steps running over their average by more "
             "than what percentage (e.g. 050): "
           ACCEPT WS-OVERRUN-IN
           EVALUATE TRUE
             WHEN WS-NIGHTS-IN IS NOT NUMERIC
               DISPLAY "Nights must be two digits, 01 to 30."
               MOVE 16 TO RETURN-CODE
             WHEN WS-NIGHTS-NUM = 0 OR WS-NIGHTS-NUM > 30
               DISPLAY "Nights must be two digits, 01 to 30."
               MOVE 16 TO RETURN-CODE
             WHEN WS-OVERRUN-IN IS NOT NUMERIC
               DISPLAY "Overrun must be a three-digit percentage."
               MOVE 16 TO RETURN-CODE
             WHEN OTHER
               MOVE WS-NIGHTS-NUM TO WS-NIGHTS
               MOVE WS-OVERRUN-IN TO WS-OVERRUN-PCT
               PERFORM Load-Schedule
               PERFORM Load-Run-History
               OPEN OUTPUT TREND-REPORT
               PERFORM Write-Trend-Report
               CLOSE TREND-REPORT
               MOVE WS-SAMPLES-READ TO WS-RUNCTL-READ
               MOVE WS-LINES-WRITTEN TO WS-RUNCTL-WRITE
               IF WS-OVER-COUNT > 0
                 MOVE 4 TO RETURN-CODE
               END-IF
               DISPLAY "Step trend report written - steps over "
                 "average = ", WS-OVER-COUNT
               DISPLAY "Steps projected past their latest start = ",
                 WS-PROJECTED-COUNT
               PERFORM Spool-Finished-Report
           END-EVALUATE
           PERFORM Write-Runctl-End
           GOBACK.

       Load-Schedule.
           MOVE 0 TO WS-SCHED-COUNT
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS = "35"
             DISPLAY "Batch schedule not found - no overrun "
               "projection."
           ELSE
             MOVE "N" TO SCHEDULE-EOF-SW
             READ SCHEDULE-FILE
               AT END MOVE "Y" TO SCHEDULE-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Schedule-File
                OR WS-SCHED-COUNT >= WS-SCHED-LIMIT
               ADD 1 TO WS-SCHED-COUNT
               MOVE SchJobName TO WS-SCH-JOB(WS-SCHED-COUNT)
               MOVE SchLatest TO WS-SCH-LATEST(WS-SCHED-COUNT)
               READ SCHEDULE-FILE
                 AT END MOVE "Y" TO SCHEDULE-EOF-SW
               END-READ
             END-PERFORM
             CLOSE SCHEDULE-FILE
           END-IF.

      *Only the nights the report can use are kept - the N nights
      *reported and the N nights before them that feed the rolling
      *average of the oldest one.
       Load-Run-History.
           COMPUTE WS-RUN-NIGHT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-OLDEST-KEPT = WS-RUN-NIGHT - 2 * WS-NIGHTS
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS = "35"
             DISPLAY "Run-control file not found - no history to "
               "trend."
           ELSE
             MOVE "N" TO RUNCTL-EOF-SW
             READ RUN-CONTROL-FILE
               AT END MOVE "Y" TO RUNCTL-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Runctl-File
               IF RcDate IS NUMERIC AND RcDate > 0
                  AND RcTime IS NUMERIC
                  AND RcProgramId NOT = WS-DRIVER-PROGRAM
                 PERFORM Convert-Record-Time
                 EVALUATE RcPhase
                   WHEN "S"
                     PERFORM Record-Step-Start
                   WHEN "E"
                     PERFORM Record-Step-End
                 END-EVALUATE
               END-IF
               READ RUN-CONTROL-FILE
                 AT END MOVE "Y" TO RUNCTL-EOF-SW
               END-READ
             END-PERFORM
             CLOSE RUN-CONTROL-FILE
           END-IF
           IF Trend-Table-Full
             DISPLAY "More than ", WS-TREND-LIMIT, " steps on "
               "run-control - the rest are not trended."
           END-IF.

      *A record before noon belongs to the night that began the
      *evening before.
       Convert-Record-Time.
           COMPUTE WS-REC-DAY = FUNCTION INTEGER-OF-DATE(RcDate)
           COMPUTE WS-REC-SECS = RcHour * 3600 + RcMinute * 60
             + RcSecond
           IF RcHour < 12
             COMPUTE WS-REC-NIGHT = WS-REC-DAY - 1
             COMPUTE WS-REC-OFFSET = WS-REC-SECS + 43200
           ELSE
             MOVE WS-REC-DAY TO WS-REC-NIGHT
             COMPUTE WS-REC-OFFSET = WS-REC-SECS - 43200
           END-IF.

       Find-Trend-Step.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-TREND-IDX FROM 1 BY 1
               UNTIL WS-TREND-IDX > WS-TREND-COUNT
                  OR WS-FOUND-IDX > 0
             IF WS-TR-PROGRAM(WS-TREND-IDX) = RcProgramId
               MOVE WS-TREND-IDX TO WS-FOUND-IDX
             END-IF
           END-PERFORM.

      *A start with no end before the next start is an abandoned
      *run - the new start simply replaces it.
       Record-Step-Start.
           PERFORM Find-Trend-Step
           IF WS-FOUND-IDX = 0
             IF WS-TREND-COUNT >= WS-TREND-LIMIT
               MOVE "Y" TO WS-TREND-FULL-SW
             ELSE
               ADD 1 TO WS-TREND-COUNT
               MOVE WS-TREND-COUNT TO WS-FOUND-IDX
               MOVE RcProgramId TO WS-TR-PROGRAM(WS-FOUND-IDX)
               MOVE 0 TO WS-TR-SAMPLE-COUNT(WS-FOUND-IDX)
             END-IF
           END-IF
           IF WS-FOUND-IDX > 0
             MOVE "Y" TO WS-TR-OPEN-SW(WS-FOUND-IDX)
             MOVE WS-REC-DAY TO WS-TR-OPEN-DAY(WS-FOUND-IDX)
             MOVE WS-REC-SECS TO WS-TR-OPEN-SECS(WS-FOUND-IDX)
             MOVE WS-REC-NIGHT TO WS-TR-OPEN-NIGHT(WS-FOUND-IDX)
             MOVE WS-REC-OFFSET TO WS-TR-OPEN-OFFSET(WS-FOUND-IDX)
           END-IF.

       Record-Step-End.
           PERFORM Find-Trend-Step
           IF WS-FOUND-IDX > 0
             IF Start-Is-Open(WS-FOUND-IDX)
               MOVE "N" TO WS-TR-OPEN-SW(WS-FOUND-IDX)
               COMPUTE WS-ELAPSED-WORK =
                   (WS-REC-DAY - WS-TR-OPEN-DAY(WS-FOUND-IDX)) * 86400
                   + WS-REC-SECS - WS-TR-OPEN-SECS(WS-FOUND-IDX)
               IF WS-ELAPSED-WORK >= 0 AND WS-ELAPSED-WORK < 999999
                  AND WS-TR-OPEN-NIGHT(WS-FOUND-IDX) <= WS-RUN-NIGHT
                  AND WS-TR-OPEN-NIGHT(WS-FOUND-IDX)
                      >= WS-OLDEST-KEPT
                 PERFORM Store-Trend-Sample
               END-IF
             END-IF
           END-IF.

      *A second run in the same night is a resume - it replaces
      *the earlier run's sample.
       Store-Trend-Sample.
           ADD 1 TO WS-SAMPLES-READ
           MOVE WS-TR-SAMPLE-COUNT(WS-FOUND-IDX) TO WS-SAMPLE-IDX
           IF WS-SAMPLE-IDX > 0
             IF WS-TS-NIGHT(WS-FOUND-IDX, WS-SAMPLE-IDX)
                = WS-TR-OPEN-NIGHT(WS-FOUND-IDX)
               SUBTRACT 1 FROM WS-SAMPLE-IDX
             END-IF
           END-IF
           IF WS-SAMPLE-IDX >= WS-SAMPLE-LIMIT
             PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1
                 UNTIL WS-SHIFT-IDX >= WS-SAMPLE-LIMIT
               MOVE WS-TR-SAMPLE(WS-FOUND-IDX, WS-SHIFT-IDX + 1)
                 TO WS-TR-SAMPLE(WS-FOUND-IDX, WS-SHIFT-IDX)
             END-PERFORM
             SUBTRACT 1 FROM WS-SAMPLE-IDX
           END-IF
           ADD 1 TO WS-SAMPLE-IDX
           MOVE WS-SAMPLE-IDX TO WS-TR-SAMPLE-COUNT(WS-FOUND-IDX)
           MOVE WS-TR-OPEN-NIGHT(WS-FOUND-IDX)
             TO WS-TS-NIGHT(WS-FOUND-IDX, WS-SAMPLE-IDX)
           MOVE WS-TR-OPEN-OFFSET(WS-FOUND-IDX)
             TO WS-TS-START(WS-FOUND-IDX, WS-SAMPLE-IDX)
           MOVE WS-ELAPSED-WORK
             TO WS-TS-ELAPSED(WS-FOUND-IDX, WS-SAMPLE-IDX)
           MOVE RcRecordsRead TO WS-TS-READ(WS-FOUND-IDX, WS-SAMPLE-IDX)
           MOVE RcRecordsWritten
             TO WS-TS-WRITTEN(WS-FOUND-IDX, WS-SAMPLE-IDX)
           IF WS-TR-OPEN-NIGHT(WS-FOUND-IDX) > WS-LATEST-NIGHT
             MOVE WS-TR-OPEN-NIGHT(WS-FOUND-IDX) TO WS-LATEST-NIGHT
           END-IF.

      *The report window ends with the newest night on file, so a
      *report run in the morning still shows the night just gone.
       Write-Trend-Report.
           MOVE WS-RUN-DATE TO HdgRunDate
           MOVE WS-NIGHTS TO HdgNights
           MOVE WS-OVERRUN-PCT TO HdgOverrun
           WRITE REPORT-LINE FROM HEADING-LINE-1
           IF WS-LATEST-NIGHT = 0
             MOVE SPACES TO REPORT-LINE
             WRITE REPORT-LINE
             MOVE "  (NO PAIRED START/END RECORDS IN THE PERIOD)"
               TO REPORT-LINE
             WRITE REPORT-LINE
           ELSE
             COMPUTE WS-FIRST-NIGHT = WS-LATEST-NIGHT - WS-NIGHTS + 1
             MOVE SPACES TO REPORT-LINE
             WRITE REPORT-LINE
             MOVE "STEP RUN TIMES AGAINST ROLLING AVERAGE"
               TO REPORT-LINE
             WRITE REPORT-LINE
             PERFORM VARYING WS-TREND-IDX FROM 1 BY 1
                 UNTIL WS-TREND-IDX > WS-TREND-COUNT
               PERFORM Write-Step-Trend
             END-PERFORM
             PERFORM Write-Night-Totals
             PERFORM Write-Overrun-Projection
           END-IF
           PERFORM Write-Report-Totals.

       Write-Step-Trend.
           MOVE "N" TO WS-STEP-PRINTED-SW
           PERFORM VARYING WS-SAMPLE-IDX FROM 1 BY 1
               UNTIL WS-SAMPLE-IDX > WS-TR-SAMPLE-COUNT(WS-TREND-IDX)
             IF WS-TS-NIGHT(WS-TREND-IDX, WS-SAMPLE-IDX)
                >= WS-FIRST-NIGHT
               IF NOT Step-Heading-Printed
                 MOVE SPACES TO REPORT-LINE
                 WRITE REPORT-LINE
                 MOVE SPACES TO REPORT-LINE
                 STRING "STEP " DELIMITED BY SIZE
                   WS-TR-PROGRAM(WS-TREND-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE
                 END-STRING
                 WRITE REPORT-LINE
                 WRITE REPORT-LINE FROM HEADING-LINE-2
                 MOVE "Y" TO WS-STEP-PRINTED-SW
               END-IF
               PERFORM Write-Sample-Line
             END-IF
           END-PERFORM.

       Write-Sample-Line.
           MOVE WS-TS-NIGHT(WS-TREND-IDX, WS-SAMPLE-IDX) TO WS-NIGHT
           PERFORM Compute-Step-Average
           COMPUTE WS-NIGHT-DATE = FUNCTION DATE-OF-INTEGER(WS-NIGHT)
           MOVE WS-NIGHT-DATE TO TrdNight
           MOVE WS-TS-START(WS-TREND-IDX, WS-SAMPLE-IDX) TO WS-FMT-SECS
           PERFORM Format-Clock
           MOVE WS-FMT-CLOCK TO TrdStart
           MOVE WS-TS-ELAPSED(WS-TREND-IDX, WS-SAMPLE-IDX)
             TO WS-FMT-SECS
           PERFORM Format-Elapsed
           MOVE WS-FMT-HMS TO TrdElapsed
           MOVE WS-TS-READ(WS-TREND-IDX, WS-SAMPLE-IDX) TO TrdRead
           MOVE WS-TS-WRITTEN(WS-TREND-IDX, WS-SAMPLE-IDX)
             TO TrdWritten
      *A step finishing inside the second counts as one second.
           IF WS-TS-ELAPSED(WS-TREND-IDX, WS-SAMPLE-IDX) = 0
             COMPUTE WS-THROUGHPUT =
                 WS-TS-READ(WS-TREND-IDX, WS-SAMPLE-IDX)
                 + WS-TS-WRITTEN(WS-TREND-IDX, WS-SAMPLE-IDX)
           ELSE
             COMPUTE WS-THROUGHPUT ROUNDED =
                 (WS-TS-READ(WS-TREND-IDX, WS-SAMPLE-IDX)
                 + WS-TS-WRITTEN(WS-TREND-IDX, WS-SAMPLE-IDX))
                 / WS-TS-ELAPSED(WS-TREND-IDX, WS-SAMPLE-IDX)
           END-IF
           MOVE WS-THROUGHPUT TO TrdThroughput
           MOVE SPACES TO TrdFlag
           IF WS-AVG-SAMPLES = 0
             MOVE "NO HIST" TO TrdAverage
             MOVE SPACES TO TrdVsAverage
           ELSE
             MOVE WS-AVG-ELAPSED TO WS-FMT-SECS
             PERFORM Format-Elapsed
             MOVE WS-FMT-HMS TO TrdAverage
             MOVE WS-TS-ELAPSED(WS-TREND-IDX, WS-SAMPLE-IDX)
               TO WS-NT-ELAPSED
             PERFORM Compute-Over-Percent
             MOVE WS-PCT-TEXT TO TrdVsAverage
             IF WS-OVER-PCT > WS-OVERRUN-PCT
               MOVE "OVERRUN" TO TrdFlag
               IF WS-NIGHT = WS-LATEST-NIGHT
                 PERFORM Raise-Overrun-Alert
               END-IF
             END-IF
           END-IF
           WRITE REPORT-LINE FROM TREND-DETAIL-LINE
           ADD 1 TO WS-LINES-WRITTEN.

      *The rolling average is the step's mean elapsed time over the
      *N nights before the night being reported.
       Compute-Step-Average.
           MOVE 0 TO WS-AVG-TOTAL
           MOVE 0 TO WS-AVG-SAMPLES
           MOVE 0 TO WS-AVG-ELAPSED
           PERFORM VARYING WS-AVG-IDX FROM 1 BY 1
               UNTIL WS-AVG-IDX > WS-TR-SAMPLE-COUNT(WS-TREND-IDX)
             IF WS-TS-NIGHT(WS-TREND-IDX, WS-AVG-IDX) < WS-NIGHT
                AND WS-TS-NIGHT(WS-TREND-IDX, WS-AVG-IDX)
                    >= WS-NIGHT - WS-NIGHTS
               ADD WS-TS-ELAPSED(WS-TREND-IDX, WS-AVG-IDX)
                 TO WS-AVG-TOTAL
               ADD 1 TO WS-AVG-SAMPLES
             END-IF
           END-PERFORM
           IF WS-AVG-SAMPLES > 0
             COMPUTE WS-AVG-ELAPSED ROUNDED =
                 WS-AVG-TOTAL / WS-AVG-SAMPLES
           END-IF.

      *Elapsed (in WS-NT-ELAPSED) against the average, as a signed
      *percentage; a zero average counts as one second.
       Compute-Over-Percent.
           IF WS-AVG-ELAPSED = 0
             COMPUTE WS-OVER-PCT = (WS-NT-ELAPSED - 1) * 100
               ON SIZE ERROR MOVE 9999 TO WS-OVER-PCT
             END-COMPUTE
           ELSE
             COMPUTE WS-OVER-PCT ROUNDED =
                 (WS-NT-ELAPSED - WS-AVG-ELAPSED) * 100
                 / WS-AVG-ELAPSED
               ON SIZE ERROR MOVE 9999 TO WS-OVER-PCT
             END-COMPUTE
           END-IF
           IF WS-OVER-PCT > 9999
             MOVE 9999 TO WS-OVER-PCT
           END-IF
           MOVE WS-OVER-PCT TO WS-PCT-EDIT
           MOVE SPACES TO WS-PCT-TEXT
           STRING WS-PCT-EDIT DELIMITED BY SIZE
             "%" DELIMITED BY SIZE
             INTO WS-PCT-TEXT
           END-STRING.

       Raise-Overrun-Alert.
           ADD 1 TO WS-OVER-COUNT
           MOVE "W" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING "STEP " DELIMITED BY SIZE
             WS-TR-PROGRAM(WS-TREND-IDX) DELIMITED BY SPACE
             " RAN " DELIMITED BY SIZE
             FUNCTION TRIM(WS-PCT-TEXT) DELIMITED BY SIZE
             " OVER ITS AVERAGE" DELIMITED BY SIZE
             INTO WS-ALERT-MESSAGE
           END-STRING
           PERFORM Write-Operator-Alert.

      *The whole night from the first step's start to the last
      *step's end, trended against the N nights before it.
       Write-Night-Totals.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "NIGHT TOTALS AGAINST ROLLING AVERAGE" TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM NIGHT-HEADING-LINE
           PERFORM VARYING WS-NIGHT FROM WS-FIRST-NIGHT BY 1
               UNTIL WS-NIGHT > WS-LATEST-NIGHT
             MOVE WS-NIGHT TO WS-CALC-NIGHT
             PERFORM Compute-Night-Total
             IF WS-NT-STEPS > 0
               PERFORM Write-Night-Line
             END-IF
           END-PERFORM.

       Write-Night-Line.
           COMPUTE WS-NIGHT-DATE = FUNCTION DATE-OF-INTEGER(WS-NIGHT)
           MOVE WS-NIGHT-DATE TO NtdNight
           MOVE WS-NT-START TO WS-FMT-SECS
           PERFORM Format-Clock
           MOVE WS-FMT-CLOCK TO NtdStart
           MOVE WS-NT-END TO WS-FMT-SECS
           PERFORM Format-Clock
           MOVE WS-FMT-CLOCK TO NtdEnd
           MOVE WS-NT-ELAPSED TO WS-FMT-SECS
           PERFORM Format-Elapsed
           MOVE WS-FMT-HMS TO NtdElapsed
           MOVE WS-NT-STEPS TO NtdSteps
           MOVE WS-NT-ELAPSED TO WS-NIGHT-ELAPSED
           MOVE 0 TO WS-AVG-TOTAL
           MOVE 0 TO WS-AVG-SAMPLES
           PERFORM VARYING WS-AVG-NIGHT FROM WS-NIGHT BY -1
               UNTIL WS-AVG-NIGHT <= WS-NIGHT - WS-NIGHTS - 1
             IF WS-AVG-NIGHT < WS-NIGHT
               MOVE WS-AVG-NIGHT TO WS-CALC-NIGHT
               PERFORM Compute-Night-Total
               IF WS-NT-STEPS > 0
                 ADD WS-NT-ELAPSED TO WS-AVG-TOTAL
                 ADD 1 TO WS-AVG-SAMPLES
               END-IF
             END-IF
           END-PERFORM
           MOVE WS-NIGHT-ELAPSED TO WS-NT-ELAPSED
           IF WS-AVG-SAMPLES = 0
             MOVE "NO HIST" TO NtdAverage
             MOVE SPACES TO NtdVsAverage
           ELSE
             COMPUTE WS-AVG-ELAPSED ROUNDED =
                 WS-AVG-TOTAL / WS-AVG-SAMPLES
             MOVE WS-AVG-ELAPSED TO WS-FMT-SECS
             PERFORM Format-Elapsed
             MOVE WS-FMT-HMS TO NtdAverage
             PERFORM Compute-Over-Percent
             MOVE WS-PCT-TEXT TO NtdVsAverage
           END-IF
           WRITE REPORT-LINE FROM NIGHT-DETAIL-LINE
           ADD 1 TO WS-LINES-WRITTEN.

       Compute-Night-Total.
           MOVE 999999 TO WS-NT-START
           MOVE 0 TO WS-NT-END
           MOVE 0 TO WS-NT-STEPS
           MOVE 0 TO WS-NT-ELAPSED
           PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1
               UNTIL WS-SHIFT-IDX > WS-TREND-COUNT
             PERFORM VARYING WS-AVG-IDX FROM 1 BY 1
                 UNTIL WS-AVG-IDX > WS-TR-SAMPLE-COUNT(WS-SHIFT-IDX)
               IF WS-TS-NIGHT(WS-SHIFT-IDX, WS-AVG-IDX)
                  = WS-CALC-NIGHT
                 ADD 1 TO WS-NT-STEPS
                 IF WS-TS-START(WS-SHIFT-IDX, WS-AVG-IDX)
                    < WS-NT-START
                   MOVE WS-TS-START(WS-SHIFT-IDX, WS-AVG-IDX)
                     TO WS-NT-START
                 END-IF
                 COMPUTE WS-END-WORK =
                     WS-TS-START(WS-SHIFT-IDX, WS-AVG-IDX)
                     + WS-TS-ELAPSED(WS-SHIFT-IDX, WS-AVG-IDX)
                 IF WS-END-WORK > 999999
                   MOVE 999999 TO WS-END-WORK
                 END-IF
                 IF WS-END-WORK > WS-NT-END
                   MOVE WS-END-WORK TO WS-NT-END
                 END-IF
               END-IF
             END-PERFORM
           END-PERFORM
           IF WS-NT-STEPS > 0
             COMPUTE WS-NT-ELAPSED = WS-NT-END - WS-NT-START
           END-IF.

      *Each scheduled step's start time is trended from the oldest
      *to the newest reported night; while it keeps growing, the
      *headroom to the latest start divided by the growth per night
      *gives the night the step is projected to start too late.
       Write-Overrun-Projection.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "START TIME PROJECTION AGAINST LATEST START"
             TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM PROJECTION-HEADING-LINE
           PERFORM VARYING WS-TREND-IDX FROM 1 BY 1
               UNTIL WS-TREND-IDX > WS-TREND-COUNT
             MOVE 0 TO WS-SCHED-FOUND-IDX
             PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                 UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
               IF WS-SCH-JOB(WS-SCHED-IDX)
                  = WS-TR-PROGRAM(WS-TREND-IDX)
                 MOVE WS-SCHED-IDX TO WS-SCHED-FOUND-IDX
               END-IF
             END-PERFORM
             IF WS-SCHED-FOUND-IDX > 0
               PERFORM Project-Step-Start
             END-IF
           END-PERFORM.

       Project-Step-Start.
           MOVE 0 TO WS-FIRST-SAMPLE
           MOVE 0 TO WS-LAST-SAMPLE
           MOVE 0 TO WS-START-TOTAL
           MOVE 0 TO WS-START-COUNT
           PERFORM VARYING WS-SAMPLE-IDX FROM 1 BY 1
               UNTIL WS-SAMPLE-IDX > WS-TR-SAMPLE-COUNT(WS-TREND-IDX)
             IF WS-TS-NIGHT(WS-TREND-IDX, WS-SAMPLE-IDX)
                >= WS-FIRST-NIGHT
               IF WS-FIRST-SAMPLE = 0
                 MOVE WS-SAMPLE-IDX TO WS-FIRST-SAMPLE
               END-IF
               MOVE WS-SAMPLE-IDX TO WS-LAST-SAMPLE
               ADD WS-TS-START(WS-TREND-IDX, WS-SAMPLE-IDX)
                 TO WS-START-TOTAL
               ADD 1 TO WS-START-COUNT
             END-IF
           END-PERFORM
           IF WS-START-COUNT > 0
             COMPUTE WS-AVG-START ROUNDED =
                 WS-START-TOTAL / WS-START-COUNT
      *The latest start is a clock time - one before noon falls on
      *the morning after the night's date.
             COMPUTE WS-LATEST-OFFSET =
                 (WS-SCH-LATEST(WS-SCHED-FOUND-IDX) / 100) * 3600
                 + FUNCTION MOD(WS-SCH-LATEST(WS-SCHED-FOUND-IDX),
                   100) * 60
             IF WS-LATEST-OFFSET < 43200
               ADD 43200 TO WS-LATEST-OFFSET
             ELSE
               SUBTRACT 43200 FROM WS-LATEST-OFFSET
             END-IF
             MOVE 0 TO WS-GROWTH
             IF WS-TS-NIGHT(WS-TREND-IDX, WS-LAST-SAMPLE)
                > WS-TS-NIGHT(WS-TREND-IDX, WS-FIRST-SAMPLE)
               COMPUTE WS-GROWTH ROUNDED =
                   (WS-TS-START(WS-TREND-IDX, WS-LAST-SAMPLE)
                   - WS-TS-START(WS-TREND-IDX, WS-FIRST-SAMPLE))
                   / (WS-TS-NIGHT(WS-TREND-IDX, WS-LAST-SAMPLE)
                   - WS-TS-NIGHT(WS-TREND-IDX, WS-FIRST-SAMPLE))
             END-IF
             COMPUTE WS-HEADROOM = WS-LATEST-OFFSET
                 - WS-TS-START(WS-TREND-IDX, WS-LAST-SAMPLE)
             EVALUATE TRUE
               WHEN WS-HEADROOM < 0
                 MOVE "PAST LATEST START ON NEWEST NIGHT"
                   TO WS-PROJECTION
                 ADD 1 TO WS-PROJECTED-COUNT
               WHEN WS-GROWTH <= 0
                 MOVE "NOT GROWING - NO OVERRUN PROJECTED"
                   TO WS-PROJECTION
               WHEN OTHER
                 COMPUTE WS-NIGHTS-LEFT = WS-HEADROOM / WS-GROWTH
                 COMPUTE WS-PROJECTED-NIGHT =
                     WS-TS-NIGHT(WS-TREND-IDX, WS-LAST-SAMPLE)
                     + WS-NIGHTS-LEFT + 1
                 COMPUTE WS-PROJECTED-DATE =
                     FUNCTION DATE-OF-INTEGER(WS-PROJECTED-NIGHT)
                 MOVE SPACES TO WS-PROJECTION
                 STRING "PROJECTED PAST ON NIGHT "
                   DELIMITED BY SIZE
                   WS-PROJECTED-DATE DELIMITED BY SIZE
                   INTO WS-PROJECTION
                 END-STRING
                 ADD 1 TO WS-PROJECTED-COUNT
             END-EVALUATE
             MOVE WS-TR-PROGRAM(WS-TREND-IDX) TO PrjProgram
             MOVE WS-LATEST-OFFSET TO WS-FMT-SECS
             PERFORM Format-Clock
             MOVE WS-FMT-CLOCK TO PrjLatest
             MOVE WS-AVG-START TO WS-FMT-SECS
             PERFORM Format-Clock
             MOVE WS-FMT-CLOCK TO PrjAverage
             MOVE WS-TS-START(WS-TREND-IDX, WS-LAST-SAMPLE)
               TO WS-FMT-SECS
             PERFORM Format-Clock
             MOVE WS-FMT-CLOCK TO PrjNewest
             MOVE WS-GROWTH TO PrjGrowth
             MOVE WS-PROJECTION TO PrjProjection
             WRITE REPORT-LINE FROM PROJECTION-DETAIL-LINE
             ADD 1 TO WS-LINES-WRITTEN
           END-IF.

      *Seconds from noon of the night's date back to a wall-clock
      *HH:MM.
       Format-Clock.
           ADD 43200 TO WS-FMT-SECS
           IF WS-FMT-SECS >= 86400
             SUBTRACT 86400 FROM WS-FMT-SECS
           END-IF
           IF WS-FMT-SECS >= 86400
             SUBTRACT 86400 FROM WS-FMT-SECS
           END-IF
           COMPUTE WS-FMT-HOURS = WS-FMT-SECS / 3600
           COMPUTE WS-FMT-MINUTES =
               (WS-FMT-SECS - WS-FMT-HOURS * 3600) / 60
           MOVE SPACES TO WS-FMT-CLOCK
           STRING WS-FMT-HOURS DELIMITED BY SIZE
             ":" DELIMITED BY SIZE
             WS-FMT-MINUTES DELIMITED BY SIZE
             INTO WS-FMT-CLOCK
           END-STRING.

       Format-Elapsed.
           IF WS-FMT-SECS > 359999
             MOVE 359999 TO WS-FMT-SECS
           END-IF
           COMPUTE WS-FMT-HOURS = WS-FMT-SECS / 3600
           COMPUTE WS-FMT-MINUTES =
               (WS-FMT-SECS - WS-FMT-HOURS * 3600) / 60
           COMPUTE WS-FMT-SECONDS = WS-FMT-SECS - WS-FMT-HOURS * 3600
               - WS-FMT-MINUTES * 60
           MOVE SPACES TO WS-FMT-HMS
           STRING WS-FMT-HOURS DELIMITED BY SIZE
             ":" DELIMITED BY SIZE
             WS-FMT-MINUTES DELIMITED BY SIZE
             ":" DELIMITED BY SIZE
             WS-FMT-SECONDS DELIMITED BY SIZE
             INTO WS-FMT-HMS
           END-STRING.

       Write-Report-Totals.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "STEP RUNS PAIRED" TO SumLabel
           MOVE WS-SAMPLES-READ TO SumCount
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "STEPS OVER AVERAGE ON NEWEST NIGHT" TO SumLabel
           MOVE WS-OVER-COUNT TO SumCount
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "STEPS PROJECTED PAST LATEST START" TO SumLabel
           MOVE WS-PROJECTED-COUNT TO SumCount
           WRITE REPORT-LINE FROM SUMMARY-LINE.

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
