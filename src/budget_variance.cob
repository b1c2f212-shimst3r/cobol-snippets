       IDENTIFICATION DIVISION.
       PROGRAM-ID. BudgetVariance.
      *Month-to-date and year-to-date budget-versus-actual variance
      *per expense category, as of the resolved run date. Actuals
      *come from the category-actuals history CalcUserInput builds
      *at every batch posting and reversal; budgets come from the
      *category budget file maintained through BudgetMaint. The
      *year-to-date budget is the sum of the monthly budgets from
      *January through the run month. A category whose actual runs
      *over its budget by more than the tolerance percentage given
      *on the SYSIN card is flagged on the report and raises a W
      *alert, and the step ends RC 4. A category with actuals but
      *no budget at all is flagged the same way. The alert is
      *raised once per category per month - every alert raised is
      *recorded on the budget alert log, and a category already on
      *it for the run month is flagged on the report every night
      *but not alerted again.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "category-budget.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-STATUS.
           SELECT CATEGORY-ACTUALS ASSIGN TO "category-actuals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTUALS-STATUS.
           SELECT VARIANCE-REPORT ASSIGN TO "budget-variance.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-LOG ASSIGN TO "budget-variance-alerts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BUDGET-FILE.
       01 BUDGET-RECORD.
           COPY "budget_record".

       FD CATEGORY-ACTUALS.
       01 CATEGORY-ACTUAL-RECORD.
           COPY "category_actual".

       FD VARIANCE-REPORT.
       01 REPORT-LINE PIC X(120).

      *One record per over-budget alert raised - the category, the
      *month it was over in, and the run date that raised it.
       FD ALERT-LOG.
       01 ALERT-LOG-RECORD.
         02 BvaCategory PIC X(4).
         02 FILLER PIC X.
         02 BvaMonth PIC 9(6).
         02 FILLER PIC X.
         02 BvaRunDate PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-BUDGET-STATUS PIC XX.
       01 WS-ACTUALS-STATUS PIC XX.
       01 WS-ALERT-LOG-STATUS PIC XX.
       01 ALERT-LOG-EOF-SW PIC X VALUE "N".
         88 End-Of-Alert-Log VALUE "Y".
       01 BUDGET-EOF-SW PIC X VALUE "N".
         88 End-Of-Budget-File VALUE "Y".
       01 ACTUALS-EOF-SW PIC X VALUE "N".
         88 End-Of-Actuals-File VALUE "Y".

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
         02 WS-RUN-YEAR PIC 9(4).
         02 WS-RUN-MONTH PIC 99.
         02 WS-RUN-DAY PIC 99.
       01 WS-RERUN-FLAG PIC X.
       01 WS-RUN-YYYYMM PIC 9(6).
       01 WS-ACTUAL-DATE PIC 9(8).
       01 WS-ACTUAL-DATE-PARTS REDEFINES WS-ACTUAL-DATE.
         02 WS-ACTUAL-YYYYMM PIC 9(6).
         02 WS-ACTUAL-YYYYMM-PARTS REDEFINES WS-ACTUAL-YYYYMM.
           03 WS-ACTUAL-YEAR PIC 9(4).
           03 FILLER PIC 99.
         02 FILLER PIC 99.

       01 WS-TOLERANCE-IN PIC X(3).
       01 WS-TOLERANCE-PCT PIC 9(3) VALUE 0.

      *One slot per category met on either file - the budget and the
      *actual for the run month and for the year to date.
       01 WS-VAR-LIMIT PIC 99 VALUE 50.
       01 WS-VAR-COUNT PIC 99 VALUE 0.
       01 WS-VAR-TABLE.
         02 WS-VAR-ENTRY OCCURS 50 TIMES.
           03 WS-VC-CATEGORY PIC X(4).
           03 WS-VC-BUDGETED PIC X.
           03 WS-VC-BUDGET-MTD PIC S9(11)V99.
           03 WS-VC-BUDGET-YTD PIC S9(11)V99.
           03 WS-VC-ACTUAL-MTD PIC S9(11)V99.
           03 WS-VC-ACTUAL-YTD PIC S9(11)V99.
           03 WS-VC-ALERTED PIC X.
             88 Var-Alerted-This-Month VALUE "Y".
       01 WS-VAR-IDX PIC 99.
       01 WS-CURR-VAR-IDX PIC 99 VALUE 0.
       01 WS-SLOT-CATEGORY PIC X(4).
       01 WS-VAR-FOUND-SW PIC X.
         88 Var-Slot-Found VALUE "Y".
       01 WS-VAR-OVERFLOW-SW PIC X VALUE "N".
         88 Var-Table-Full VALUE "Y".

       01 WS-LIMIT-AMOUNT PIC S9(11)V99.
       01 WS-MTD-OVER-SW PIC X.
         88 Mtd-Over-Budget VALUE "Y".
       01 WS-YTD-OVER-SW PIC X.
         88 Ytd-Over-Budget VALUE "Y".
       01 WS-OVER-COUNT PIC 9(4) VALUE 0.
       01 WS-ALERTED-COUNT PIC 9(4) VALUE 0.
       01 WS-ACTUALS-READ PIC 9(7) VALUE 0.

       01 VARIANCE-HEADING-LINE.
         02 FILLER PIC X(6) VALUE "CAT   ".
         02 FILLER PIC X(16) VALUE "    MTD BUDGET  ".
         02 FILLER PIC X(16) VALUE "    MTD ACTUAL  ".
         02 FILLER PIC X(16) VALUE "  MTD VARIANCE  ".
         02 FILLER PIC X(16) VALUE "    YTD BUDGET  ".
         02 FILLER PIC X(16) VALUE "    YTD ACTUAL  ".
         02 FILLER PIC X(16) VALUE "  YTD VARIANCE  ".
         02 FILLER PIC X(4) VALUE "FLAG".

       01 VARIANCE-DETAIL-LINE.
         02 VarCategory PIC X(4).
         02 FILLER PIC X(2) VALUE SPACES.
         02 VarBudgetMtd PIC -ZZZZZZZZZ9.99.
         02 FILLER PIC X(2) VALUE SPACES.
         02 VarActualMtd PIC -ZZZZZZZZZ9.99.
         02 FILLER PIC X(2) VALUE SPACES.
         02 VarVarianceMtd PIC -ZZZZZZZZZ9.99.
         02 FILLER PIC X(2) VALUE SPACES.
         02 VarBudgetYtd PIC -ZZZZZZZZZ9.99.
         02 FILLER PIC X(2) VALUE SPACES.
         02 VarActualYtd PIC -ZZZZZZZZZ9.99.
         02 FILLER PIC X(2) VALUE SPACES.
         02 VarVarianceYtd PIC -ZZZZZZZZZ9.99.
         02 FILLER PIC X(2) VALUE SPACES.
         02 VarFlag PIC X(14).

      *Start/end records for the shared run-control status board.
       01 WS-RUNCTL-PROGRAM PIC X(20) VALUE "BudgetVariance".
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
       01 WS-SPOOL-REPORT PIC X(30) VALUE "budget-variance.txt".

       PROCEDURE DIVISION.
       Main.
           CALL "GetRunDate" USING WS-RUN-DATE WS-RERUN-FLAG
           PERFORM Write-Runctl-Start
           DISPLAY "Flag categories over budget by more than what "
             "percentage (e.g. 005): "
           ACCEPT WS-TOLERANCE-IN
           IF WS-TOLERANCE-IN IS NOT NUMERIC
             DISPLAY "Tolerance must be a three-digit percentage."
             MOVE 16 TO RETURN-CODE
           ELSE
             MOVE WS-TOLERANCE-IN TO WS-TOLERANCE-PCT
             COMPUTE WS-RUN-YYYYMM = WS-RUN-YEAR * 100 + WS-RUN-MONTH
             MOVE 0 TO WS-VAR-COUNT
             PERFORM Load-Budgets
             PERFORM Load-Actuals
             PERFORM Load-Alert-Log
             PERFORM Write-Variance-Report
             MOVE WS-ACTUALS-READ TO WS-RUNCTL-READ
             MOVE WS-VAR-COUNT TO WS-RUNCTL-WRITE
             IF WS-OVER-COUNT > 0
               MOVE 4 TO RETURN-CODE
             END-IF
             DISPLAY "Budget variance report written - categories "
               "over budget = ", WS-OVER-COUNT
           END-IF
           PERFORM Write-Runctl-End
           GOBACK.

      *Only this year's budgets up to the run month count - the
      *year-to-date budget is what finance expected to be spent by
      *the end of the run month.
       Load-Budgets.
           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-STATUS = "35"
             DISPLAY "Category budget file not found - every "
               "category is unbudgeted."
           ELSE
             MOVE "N" TO BUDGET-EOF-SW
             READ BUDGET-FILE
               AT END MOVE "Y" TO BUDGET-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Budget-File
               IF BudYear = WS-RUN-YEAR
                  AND BudMonthNum <= WS-RUN-MONTH
                 MOVE BudCategory TO WS-SLOT-CATEGORY
                 PERFORM Select-Variance-Slot
                 IF WS-CURR-VAR-IDX > 0
                   MOVE "Y" TO WS-VC-BUDGETED(WS-CURR-VAR-IDX)
                   ADD BudAmount TO WS-VC-BUDGET-YTD(WS-CURR-VAR-IDX)
                   IF BudMonthNum = WS-RUN-MONTH
                     ADD BudAmount
                       TO WS-VC-BUDGET-MTD(WS-CURR-VAR-IDX)
                   END-IF
                 END-IF
               END-IF
               READ BUDGET-FILE
                 AT END MOVE "Y" TO BUDGET-EOF-SW
               END-READ
             END-PERFORM
             CLOSE BUDGET-FILE
           END-IF.

      *Postings and reversals both count - a reversal record already
      *carries the negated amount, so simple addition nets the pair.
      *Anything dated after the run date is ignored so a back-dated
      *rerun reports the month as it stood on that date.
       Load-Actuals.
           OPEN INPUT CATEGORY-ACTUALS
           IF WS-ACTUALS-STATUS = "35"
             DISPLAY "Category actuals history not found - no "
               "actuals to report."
           ELSE
             MOVE "N" TO ACTUALS-EOF-SW
             READ CATEGORY-ACTUALS
               AT END MOVE "Y" TO ACTUALS-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Actuals-File
               ADD 1 TO WS-ACTUALS-READ
               MOVE CaRunDate TO WS-ACTUAL-DATE
               IF WS-ACTUAL-DATE <= WS-RUN-DATE
                  AND WS-ACTUAL-YEAR = WS-RUN-YEAR
                 MOVE CaCategory TO WS-SLOT-CATEGORY
                 PERFORM Select-Variance-Slot
                 IF WS-CURR-VAR-IDX > 0
                   ADD CaAmount TO WS-VC-ACTUAL-YTD(WS-CURR-VAR-IDX)
                   IF WS-ACTUAL-YYYYMM = WS-RUN-YYYYMM
                     ADD CaAmount
                       TO WS-VC-ACTUAL-MTD(WS-CURR-VAR-IDX)
                   END-IF
                 END-IF
               END-IF
               READ CATEGORY-ACTUALS
                 AT END MOVE "Y" TO ACTUALS-EOF-SW
               END-READ
             END-PERFORM
             CLOSE CATEGORY-ACTUALS
           END-IF.

       Select-Variance-Slot.
           MOVE "N" TO WS-VAR-FOUND-SW
           MOVE 0 TO WS-CURR-VAR-IDX
           PERFORM VARYING WS-VAR-IDX FROM 1 BY 1
               UNTIL WS-VAR-IDX > WS-VAR-COUNT OR Var-Slot-Found
             IF WS-VC-CATEGORY(WS-VAR-IDX) = WS-SLOT-CATEGORY
               MOVE WS-VAR-IDX TO WS-CURR-VAR-IDX
               MOVE "Y" TO WS-VAR-FOUND-SW
             END-IF
           END-PERFORM
           IF NOT Var-Slot-Found
             IF WS-VAR-COUNT >= WS-VAR-LIMIT
               MOVE "Y" TO WS-VAR-OVERFLOW-SW
             ELSE
               ADD 1 TO WS-VAR-COUNT
               MOVE WS-VAR-COUNT TO WS-CURR-VAR-IDX
               MOVE WS-SLOT-CATEGORY TO WS-VC-CATEGORY(WS-VAR-COUNT)
               MOVE "N" TO WS-VC-BUDGETED(WS-VAR-COUNT)
               MOVE 0 TO WS-VC-BUDGET-MTD(WS-VAR-COUNT)
               MOVE 0 TO WS-VC-BUDGET-YTD(WS-VAR-COUNT)
               MOVE 0 TO WS-VC-ACTUAL-MTD(WS-VAR-COUNT)
               MOVE 0 TO WS-VC-ACTUAL-YTD(WS-VAR-COUNT)
               MOVE "N" TO WS-VC-ALERTED(WS-VAR-COUNT)
             END-IF
           END-IF.

      *Marks each category already alerted for the run month. Only
      *categories on the report are looked up - a category with
      *neither budget nor actuals this year cannot be over.
       Load-Alert-Log.
           OPEN INPUT ALERT-LOG
           IF WS-ALERT-LOG-STATUS NOT = "35"
             MOVE "N" TO ALERT-LOG-EOF-SW
             READ ALERT-LOG
               AT END MOVE "Y" TO ALERT-LOG-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Alert-Log
               IF BvaMonth = WS-RUN-YYYYMM
                 PERFORM VARYING WS-VAR-IDX FROM 1 BY 1
                     UNTIL WS-VAR-IDX > WS-VAR-COUNT
                   IF WS-VC-CATEGORY(WS-VAR-IDX) = BvaCategory
                     MOVE "Y" TO WS-VC-ALERTED(WS-VAR-IDX)
                   END-IF
                 END-PERFORM
               END-IF
               READ ALERT-LOG
                 AT END MOVE "Y" TO ALERT-LOG-EOF-SW
               END-READ
             END-PERFORM
             CLOSE ALERT-LOG
           END-IF.

       Write-Variance-Report.
           OPEN EXTEND ALERT-LOG
           IF WS-ALERT-LOG-STATUS = "35"
             OPEN OUTPUT ALERT-LOG
           END-IF
           OPEN OUTPUT VARIANCE-REPORT
           MOVE SPACES TO REPORT-LINE
           STRING "BUDGET VERSUS ACTUAL BY CATEGORY - RUN DATE "
             DELIMITED BY SIZE
             WS-RUN-DATE DELIMITED BY SIZE
             "  TOLERANCE " DELIMITED BY SIZE
             WS-TOLERANCE-PCT DELIMITED BY SIZE
             " PCT" DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM VARIANCE-HEADING-LINE
           PERFORM VARYING WS-VAR-IDX FROM 1 BY 1
               UNTIL WS-VAR-IDX > WS-VAR-COUNT
             PERFORM Write-Variance-Line
           END-PERFORM
           IF Var-Table-Full
             MOVE "WARNING - MORE CATEGORIES THAN THE REPORT HOLDS"
               TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CATEGORIES REPORTED " DELIMITED BY SIZE
             WS-VAR-COUNT DELIMITED BY SIZE
             "  OVER BUDGET " DELIMITED BY SIZE
             WS-OVER-COUNT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ALREADY ALERTED THIS MONTH " DELIMITED BY SIZE
             WS-ALERTED-COUNT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE VARIANCE-REPORT
           CLOSE ALERT-LOG
           PERFORM Spool-Finished-Report.

      *Over budget means the actual exceeds the budget plus the
      *tolerance share of it. An unbudgeted category with any
      *positive actual is over by definition.
       Write-Variance-Line.
           MOVE "N" TO WS-MTD-OVER-SW
           MOVE "N" TO WS-YTD-OVER-SW
           COMPUTE WS-LIMIT-AMOUNT ROUNDED =
               WS-VC-BUDGET-MTD(WS-VAR-IDX)
               + WS-VC-BUDGET-MTD(WS-VAR-IDX) * WS-TOLERANCE-PCT / 100
           IF WS-VC-ACTUAL-MTD(WS-VAR-IDX) > WS-LIMIT-AMOUNT
             MOVE "Y" TO WS-MTD-OVER-SW
           END-IF
           COMPUTE WS-LIMIT-AMOUNT ROUNDED =
               WS-VC-BUDGET-YTD(WS-VAR-IDX)
               + WS-VC-BUDGET-YTD(WS-VAR-IDX) * WS-TOLERANCE-PCT / 100
           IF WS-VC-ACTUAL-YTD(WS-VAR-IDX) > WS-LIMIT-AMOUNT
             MOVE "Y" TO WS-YTD-OVER-SW
           END-IF
           MOVE WS-VC-CATEGORY(WS-VAR-IDX) TO VarCategory
           MOVE WS-VC-BUDGET-MTD(WS-VAR-IDX) TO VarBudgetMtd
           MOVE WS-VC-ACTUAL-MTD(WS-VAR-IDX) TO VarActualMtd
           COMPUTE VarVarianceMtd =
               WS-VC-ACTUAL-MTD(WS-VAR-IDX)
               - WS-VC-BUDGET-MTD(WS-VAR-IDX)
           MOVE WS-VC-BUDGET-YTD(WS-VAR-IDX) TO VarBudgetYtd
           MOVE WS-VC-ACTUAL-YTD(WS-VAR-IDX) TO VarActualYtd
           COMPUTE VarVarianceYtd =
               WS-VC-ACTUAL-YTD(WS-VAR-IDX)
               - WS-VC-BUDGET-YTD(WS-VAR-IDX)
           EVALUATE TRUE
             WHEN WS-VC-BUDGETED(WS-VAR-IDX) = "N"
                  AND (Mtd-Over-Budget OR Ytd-Over-Budget)
               MOVE "NO BUDGET" TO VarFlag
             WHEN Mtd-Over-Budget AND Ytd-Over-Budget
               MOVE "OVER MTD+YTD" TO VarFlag
             WHEN Mtd-Over-Budget
               MOVE "OVER MTD" TO VarFlag
             WHEN Ytd-Over-Budget
               MOVE "OVER YTD" TO VarFlag
             WHEN OTHER
               MOVE SPACES TO VarFlag
           END-EVALUATE
           WRITE REPORT-LINE FROM VARIANCE-DETAIL-LINE
           IF Mtd-Over-Budget OR Ytd-Over-Budget
             ADD 1 TO WS-OVER-COUNT
             IF Var-Alerted-This-Month(WS-VAR-IDX)
               ADD 1 TO WS-ALERTED-COUNT
             ELSE
               PERFORM Raise-Over-Budget-Alert
             END-IF
           END-IF.

       Raise-Over-Budget-Alert.
           MOVE "W" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING "CATEGORY " DELIMITED BY SIZE
             WS-VC-CATEGORY(WS-VAR-IDX) DELIMITED BY SIZE
             " OVER BUDGET - " DELIMITED BY SIZE
             VarFlag DELIMITED BY SIZE
             INTO WS-ALERT-MESSAGE
           END-STRING
           PERFORM Write-Operator-Alert
           MOVE SPACES TO ALERT-LOG-RECORD
           MOVE WS-VC-CATEGORY(WS-VAR-IDX) TO BvaCategory
           MOVE WS-RUN-YYYYMM TO BvaMonth
           MOVE WS-RUN-DATE TO BvaRunDate
           WRITE ALERT-LOG-RECORD
           MOVE "Y" TO WS-VC-ALERTED(WS-VAR-IDX).

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
