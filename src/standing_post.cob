       IDENTIFICATION DIVISION.
       PROGRAM-ID. StandingPost.
      *Standing-entries posting, a nightly step. Every standing entry
      *(see StandingMaint) whose next due date has been reached on
      *the resolved run date, and is not past its end date, is
      *posted to the calc ledger as an S entry under its branch code
      *with a category-actuals record for its category, so the
      *budget-versus-actual report and reversals treat it like a
      *batch posting. Its next due date is then rolled forward by
      *its frequency; an entry due more than once since the last
      *run (the nightly run did not run, say) posts each occurrence.
      *Every occurrence posted goes on the standing-posting log, and
      *an occurrence already on the log is rolled past without being
      *posted again, so neither a resume after a failure part-way
      *through nor a rerun with the run-date override card can post
      *it twice. An occurrence whose category is not in force on its
      *due date is held - not posted and not rolled - with a W alert
      *and RC 4, and posts on the first night after the category
      *master is put right. The posting register lists everything
      *posted, rolled, and held. The step runs under the nightly
      *run's batch run-lock; run on its own it takes the lock for
      *the length of the posting so no console function can post
      *alongside it.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-FILE ASSIGN TO "standing-entries.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STANDING-STATUS.
           SELECT POSTING-LOG ASSIGN TO "standing-posted.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTLOG-STATUS.
           SELECT CATEGORY-MASTER ASSIGN TO "category-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATMAST-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "calc-ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT CATEGORY-ACTUALS ASSIGN TO "category-actuals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTUALS-STATUS.
           SELECT POSTING-REGISTER
               ASSIGN TO "standing-post-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STANDING-FILE.
       01 STANDING-RECORD PIC X(83).

       FD POSTING-LOG.
       01 POSTING-LOG-RECORD.
           COPY "standing_posted".

       FD CATEGORY-MASTER.
       01 CATEGORY-RECORD.
           COPY "category_record".

       FD LEDGER-FILE.
       01 LEDGER-RECORD.
           COPY "ledger_record".

       FD CATEGORY-ACTUALS.
       01 CATEGORY-ACTUAL-RECORD.
           COPY "category_actual".

       FD POSTING-REGISTER.
       01 REGISTER-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-STANDING-STATUS PIC XX.
       01 WS-POSTLOG-STATUS PIC XX.
       01 WS-CATMAST-STATUS PIC XX.
       01 WS-LEDGER-STATUS PIC XX.
       01 WS-ACTUALS-STATUS PIC XX.
       01 STANDING-EOF-SW PIC X VALUE "N".
         88 End-Of-Standing-File VALUE "Y".
       01 POSTLOG-EOF-SW PIC X VALUE "N".
         88 End-Of-Posting-Log VALUE "Y".
       01 CATMAST-EOF-SW PIC X VALUE "N".
         88 End-Of-Catmast-File VALUE "Y".

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RERUN-FLAG PIC X.
         88 Rerun-With-Override VALUE "Y".

      *The standing-entries file, held while it is posted and then
      *rewritten with the rolled due dates.
       01 WS-STANDING-LIMIT PIC 9(3) VALUE 500.
       01 WS-STANDING-COUNT PIC 9(3) VALUE 0.
       01 WS-STANDING-TABLE.
         02 WS-SE-IMAGE PIC X(83) OCCURS 500 TIMES.
       01 WS-STANDING-IDX PIC 9(3).
       01 WS-STANDING-WORK.
           COPY "standing_entry".
       01 WS-EARLIEST-DUE PIC 9(8).
       01 WS-ROLLED-SW PIC X VALUE "N".
         88 Due-Dates-Rolled VALUE "Y".
       01 WS-ENTRY-DONE-SW PIC X.
         88 Entry-Done VALUE "Y".

      *Occurrences already posted - only log records due on or after
      *the earliest next due date can still come round again.
       01 WS-POSTED-LIMIT PIC 9(4) VALUE 2000.
       01 WS-POSTED-COUNT PIC 9(4) VALUE 0.
       01 WS-POSTED-TABLE.
         02 WS-POSTED-ENTRY OCCURS 2000 TIMES.
           03 WS-PT-ENTRY-ID PIC X(6).
           03 WS-PT-DUE-DATE PIC 9(8).
           03 WS-PT-LEDGER-TS PIC 9(14).
       01 WS-POSTED-IDX PIC 9(4).
       01 WS-POSTED-SW PIC X.
         88 Occurrence-Already-Posted VALUE "Y".

       01 WS-CATMAST-LIMIT PIC 9(3) VALUE 200.
       01 WS-CATMAST-COUNT PIC 9(3) VALUE 0.
       01 WS-CATMAST-TABLE.
         02 WS-CATMAST-ENTRY OCCURS 200 TIMES.
           03 WS-CM-CATEGORY PIC X(4).
           03 WS-CM-ACTIVE PIC X.
           03 WS-CM-FROM PIC 9(8).
           03 WS-CM-TO PIC 9(8).
       01 WS-CATMAST-IDX PIC 9(3).
       01 WS-CATEGORY-SW PIC X.
         88 Category-In-Force VALUE "Y".

      *A table too small for its file would post or roll from half
      *the picture, so the step stops before posting anything.
       01 WS-LOAD-FAILED-SW PIC X VALUE "N".
         88 Load-Failed VALUE "Y".

      *Next due date roll - a month count by frequency, kept to the
      *entry's due day or the last day of a shorter month.
       01 WS-ROLL-MONTHS PIC 99.
       01 WS-DATE-WORK PIC 9(8).
       01 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
         02 WS-WORK-YEAR PIC 9(4).
         02 WS-WORK-MONTH PIC 99.
         02 WS-WORK-DAY PIC 99.
       01 WS-MONTH-SERIAL PIC 9(6).
       01 MONTH-DAYS-TABLE VALUE "312831303130313130313031".
         02 MONTH-DAYS-ENTRY PIC 99 OCCURS 12 TIMES.
       01 WS-MAX-DAY PIC 99.
       01 WS-IS-LEAP-SW PIC X VALUE "N".
         88 Is-Leap-Year VALUE "Y".
       01 WS-DUE-DATE PIC 9(8).

      *Ledger timestamps - each S entry gets its own, one second on
      *from the last where several post inside the same second, so
      *any one of them can be reversed on its own.
      *Group item so ACCEPT FROM TIME keeps the leftmost HHMMSS.
       01 WS-NOW-TIME.
         02 WS-NOW-HHMMSS PIC 9(6).
         02 WS-NOW-HUNDREDTHS PIC 99.
       01 WS-LEDGER-TS PIC 9(14).
       01 WS-LAST-TS PIC 9(14) VALUE 0.

       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-POSTING-COUNT PIC 9(5) VALUE 0.
       01 WS-ROLLED-COUNT PIC 9(5) VALUE 0.
       01 WS-HELD-COUNT PIC 9(5) VALUE 0.
       01 WS-POSTED-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-DISP PIC +ZZZZZZZZZZ9.99.

       01 REGISTER-HEADING-LINE.
         02 FILLER PIC X(7) VALUE "ENTRY  ".
         02 FILLER PIC X(5) VALUE "CAT  ".
         02 FILLER PIC X(5) VALUE "BRCH ".
         02 FILLER PIC X(9) VALUE "DUE DATE ".
         02 FILLER PIC X(14) VALUE "        AMOUNT".
         02 FILLER PIC X(3) VALUE " F ".
         02 FILLER PIC X(9) VALUE "NEXT DUE ".
         02 FILLER PIC X(15) VALUE "LEDGER ENTRY   ".
         02 FILLER PIC X(20) VALUE "STATUS".

       01 REGISTER-DETAIL-LINE.
         02 RdlEntryId PIC X(6).
         02 FILLER PIC X VALUE SPACE.
         02 RdlCategory PIC X(4).
         02 FILLER PIC X VALUE SPACE.
         02 RdlBranch PIC X(4).
         02 FILLER PIC X VALUE SPACE.
         02 RdlDueDate PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 RdlAmount PIC +ZZZZZZZZ9.99.
         02 FILLER PIC X VALUE SPACE.
         02 RdlFrequency PIC X.
         02 FILLER PIC X VALUE SPACE.
         02 RdlNextDue PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 RdlLedgerTs PIC X(14).
         02 FILLER PIC X VALUE SPACE.
         02 RdlStatus PIC X(30).

      *Run-lock - held by the nightly driver for the whole run; a
      *standalone run sets it for itself and clears it at the end.
       01 WS-LOCK-ACTION PIC X.
       01 WS-LOCK-HELD PIC X.
       01 WS-LOCK-TAKEN-SW PIC X VALUE "N".
         88 Lock-Taken-Here VALUE "Y".

      *Start/end records for the shared run-control status board.
       01 WS-RUNCTL-PROGRAM PIC X(20) VALUE "StandingPost".
       01 WS-RUNCTL-PHASE PIC X.
       01 WS-RUNCTL-RC PIC 9(4) VALUE 0.
       01 WS-RUNCTL-READ PIC 9(7) VALUE 0.
       01 WS-RUNCTL-WRITE PIC 9(7) VALUE 0.

      *Alerts raised for the operator-alert review screen.
       01 WS-ALERT-SEVERITY PIC X.
       01 WS-ALERT-MESSAGE PIC X(60).
       01 WS-SAVED-RC PIC 9(4).

      *The finished register is handed to the print spool for
      *operator release instead of being hunted down by file name.
       01 WS-SPOOL-REPORT PIC X(30)
          VALUE "standing-post-register.txt".

       PROCEDURE DIVISION.
       Main.
           CALL "GetRunDate" USING WS-RUN-DATE WS-RERUN-FLAG
           PERFORM Write-Runctl-Start
           PERFORM Take-Run-Lock
           PERFORM Load-Standing-Table
           IF WS-STANDING-COUNT = 0 AND NOT Load-Failed
             DISPLAY "Standing-entries file empty or not found - "
               "nothing to post."
           END-IF
           IF NOT Load-Failed
             PERFORM Load-Posting-Log
           END-IF
           IF NOT Load-Failed
             PERFORM Load-Category-Table
           END-IF
           IF Load-Failed
             MOVE 16 TO RETURN-CODE
             MOVE "E" TO WS-ALERT-SEVERITY
             MOVE "STANDING ENTRIES NOT POSTED - FILE EXCEEDS TABLE"
               TO WS-ALERT-MESSAGE
             PERFORM Write-Operator-Alert
           ELSE
             PERFORM Post-Standing-Entries
           END-IF
           PERFORM Release-Run-Lock
           MOVE WS-READ-COUNT TO WS-RUNCTL-READ
           MOVE WS-POSTING-COUNT TO WS-RUNCTL-WRITE
           PERFORM Write-Runctl-End
           GOBACK.

       Take-Run-Lock.
           MOVE "Q" TO WS-LOCK-ACTION
           CALL "RunLock" USING WS-LOCK-ACTION WS-LOCK-HELD
           IF WS-LOCK-HELD NOT = "Y"
             MOVE "S" TO WS-LOCK-ACTION
             CALL "RunLock" USING WS-LOCK-ACTION WS-LOCK-HELD
             MOVE "Y" TO WS-LOCK-TAKEN-SW
           END-IF.

       Release-Run-Lock.
           IF Lock-Taken-Here
             MOVE RETURN-CODE TO WS-SAVED-RC
             MOVE "C" TO WS-LOCK-ACTION
             CALL "RunLock" USING WS-LOCK-ACTION WS-LOCK-HELD
             MOVE WS-SAVED-RC TO RETURN-CODE
           END-IF.

       Load-Standing-Table.
           MOVE 0 TO WS-STANDING-COUNT
           MOVE 99999999 TO WS-EARLIEST-DUE
           OPEN INPUT STANDING-FILE
           IF WS-STANDING-STATUS = "35"
             CONTINUE
           ELSE
             MOVE "N" TO STANDING-EOF-SW
             READ STANDING-FILE INTO WS-STANDING-WORK
               AT END MOVE "Y" TO STANDING-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Standing-File OR Load-Failed
               ADD 1 TO WS-READ-COUNT
               IF WS-STANDING-COUNT >= WS-STANDING-LIMIT
                 DISPLAY "Standing-entries file holds more than ",
                   WS-STANDING-LIMIT, " records - nothing posted."
                 MOVE "Y" TO WS-LOAD-FAILED-SW
               ELSE
                 ADD 1 TO WS-STANDING-COUNT
                 MOVE WS-STANDING-WORK
                   TO WS-SE-IMAGE(WS-STANDING-COUNT)
                 IF SeNextDue < WS-EARLIEST-DUE
                   MOVE SeNextDue TO WS-EARLIEST-DUE
                 END-IF
                 READ STANDING-FILE INTO WS-STANDING-WORK
                   AT END MOVE "Y" TO STANDING-EOF-SW
                 END-READ
               END-IF
             END-PERFORM
             CLOSE STANDING-FILE
           END-IF.

       Load-Posting-Log.
           MOVE 0 TO WS-POSTED-COUNT
           OPEN INPUT POSTING-LOG
           IF WS-POSTLOG-STATUS = "35"
             CONTINUE
           ELSE
             MOVE "N" TO POSTLOG-EOF-SW
             READ POSTING-LOG
               AT END MOVE "Y" TO POSTLOG-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Posting-Log OR Load-Failed
               IF SpDueDate >= WS-EARLIEST-DUE
                 IF WS-POSTED-COUNT >= WS-POSTED-LIMIT
                   DISPLAY "Standing-posting log holds more than ",
                     WS-POSTED-LIMIT, " open occurrences - nothing "
                     "posted."
                   MOVE "Y" TO WS-LOAD-FAILED-SW
                 ELSE
                   ADD 1 TO WS-POSTED-COUNT
                   MOVE SpEntryId TO WS-PT-ENTRY-ID(WS-POSTED-COUNT)
                   MOVE SpDueDate TO WS-PT-DUE-DATE(WS-POSTED-COUNT)
                   MOVE SpLedgerTimestamp
                     TO WS-PT-LEDGER-TS(WS-POSTED-COUNT)
                 END-IF
               END-IF
               READ POSTING-LOG
                 AT END MOVE "Y" TO POSTLOG-EOF-SW
               END-READ
             END-PERFORM
             CLOSE POSTING-LOG
           END-IF.

       Load-Category-Table.
           MOVE 0 TO WS-CATMAST-COUNT
           OPEN INPUT CATEGORY-MASTER
           IF WS-CATMAST-STATUS = "35"
             CONTINUE
           ELSE
             MOVE "N" TO CATMAST-EOF-SW
             READ CATEGORY-MASTER
               AT END MOVE "Y" TO CATMAST-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Catmast-File OR Load-Failed
               IF WS-CATMAST-COUNT >= WS-CATMAST-LIMIT
                 DISPLAY "Category master holds more than ",
                   WS-CATMAST-LIMIT, " records - nothing posted."
                 MOVE "Y" TO WS-LOAD-FAILED-SW
               ELSE
                 ADD 1 TO WS-CATMAST-COUNT
                 MOVE CmCategory TO WS-CM-CATEGORY(WS-CATMAST-COUNT)
                 MOVE CmActiveFlag TO WS-CM-ACTIVE(WS-CATMAST-COUNT)
                 MOVE CmEffectiveFrom TO WS-CM-FROM(WS-CATMAST-COUNT)
                 MOVE CmEffectiveTo TO WS-CM-TO(WS-CATMAST-COUNT)
               END-IF
               READ CATEGORY-MASTER
                 AT END MOVE "Y" TO CATMAST-EOF-SW
               END-READ
             END-PERFORM
             CLOSE CATEGORY-MASTER
           END-IF.

       Post-Standing-Entries.
           OPEN OUTPUT POSTING-REGISTER
           PERFORM Write-Register-Heading
           OPEN EXTEND LEDGER-FILE
           IF WS-LEDGER-STATUS = "35"
             OPEN OUTPUT LEDGER-FILE
           END-IF
           OPEN EXTEND CATEGORY-ACTUALS
           IF WS-ACTUALS-STATUS = "35"
             OPEN OUTPUT CATEGORY-ACTUALS
           END-IF
           OPEN EXTEND POSTING-LOG
           IF WS-POSTLOG-STATUS = "35"
             OPEN OUTPUT POSTING-LOG
           END-IF
           PERFORM VARYING WS-STANDING-IDX FROM 1 BY 1
               UNTIL WS-STANDING-IDX > WS-STANDING-COUNT
             MOVE WS-SE-IMAGE(WS-STANDING-IDX) TO WS-STANDING-WORK
             MOVE "N" TO WS-ENTRY-DONE-SW
             PERFORM UNTIL Entry-Done
               IF SeNextDue > WS-RUN-DATE OR SeNextDue > SeEndDate
                 MOVE "Y" TO WS-ENTRY-DONE-SW
               ELSE
                 PERFORM Post-One-Occurrence
               END-IF
             END-PERFORM
             MOVE WS-STANDING-WORK TO WS-SE-IMAGE(WS-STANDING-IDX)
           END-PERFORM
           CLOSE POSTING-LOG
           CLOSE CATEGORY-ACTUALS
           CLOSE LEDGER-FILE
           PERFORM Write-Register-Totals
           CLOSE POSTING-REGISTER
           PERFORM Spool-Finished-Report
      *The due dates are rolled only after every posting is on the
      *log, so a failure in between is caught by the log on rerun.
           IF Due-Dates-Rolled
             PERFORM Rewrite-Standing-File
           END-IF
           IF WS-HELD-COUNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-POSTED-TOTAL TO WS-TOTAL-DISP
           DISPLAY "Standing entries - posted ", WS-POSTING-COUNT,
             " total ", WS-TOTAL-DISP, " already posted ",
             WS-ROLLED-COUNT, " held ", WS-HELD-COUNT.

       Post-One-Occurrence.
           MOVE SeNextDue TO WS-DUE-DATE
           MOVE SPACES TO REGISTER-DETAIL-LINE
           MOVE SeEntryId TO RdlEntryId
           MOVE SeCategory TO RdlCategory
           MOVE SeBranch TO RdlBranch
           MOVE WS-DUE-DATE TO RdlDueDate
           MOVE SeAmount TO RdlAmount
           MOVE SeFrequency TO RdlFrequency
           PERFORM Check-Category-In-Force
           PERFORM Check-Already-Posted
           EVALUATE TRUE
             WHEN Occurrence-Already-Posted
               PERFORM Roll-Next-Due
               MOVE "ALREADY POSTED - ROLLED" TO RdlStatus
               ADD 1 TO WS-ROLLED-COUNT
             WHEN NOT Category-In-Force
               MOVE "HELD - CATEGORY NOT IN FORCE" TO RdlStatus
               ADD 1 TO WS-HELD-COUNT
               MOVE "Y" TO WS-ENTRY-DONE-SW
               MOVE "W" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "STANDING ENTRY " DELIMITED BY SIZE
                 SeEntryId DELIMITED BY SIZE
                 " HELD - CATEGORY " DELIMITED BY SIZE
                 SeCategory DELIMITED BY SIZE
                 " NOT IN FORCE" DELIMITED BY SIZE
                 INTO WS-ALERT-MESSAGE
               END-STRING
               PERFORM Write-Operator-Alert
             WHEN OTHER
               PERFORM Write-Standing-Posting
               PERFORM Roll-Next-Due
               MOVE "POSTED" TO RdlStatus
           END-EVALUATE
           MOVE SeNextDue TO RdlNextDue
           WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE.

       Check-Category-In-Force.
           MOVE "N" TO WS-CATEGORY-SW
           PERFORM VARYING WS-CATMAST-IDX FROM 1 BY 1
               UNTIL WS-CATMAST-IDX > WS-CATMAST-COUNT
                  OR Category-In-Force
             IF WS-CM-CATEGORY(WS-CATMAST-IDX) = SeCategory
                AND WS-CM-ACTIVE(WS-CATMAST-IDX) = "A"
                AND WS-CM-FROM(WS-CATMAST-IDX) <= WS-DUE-DATE
                AND WS-CM-TO(WS-CATMAST-IDX) >= WS-DUE-DATE
               MOVE "Y" TO WS-CATEGORY-SW
             END-IF
           END-PERFORM.

       Check-Already-Posted.
           MOVE "N" TO WS-POSTED-SW
           PERFORM VARYING WS-POSTED-IDX FROM 1 BY 1
               UNTIL WS-POSTED-IDX > WS-POSTED-COUNT
                  OR Occurrence-Already-Posted
             IF WS-PT-ENTRY-ID(WS-POSTED-IDX) = SeEntryId
                AND WS-PT-DUE-DATE(WS-POSTED-IDX) = WS-DUE-DATE
               MOVE "Y" TO WS-POSTED-SW
               MOVE WS-PT-LEDGER-TS(WS-POSTED-IDX) TO RdlLedgerTs
             END-IF
           END-PERFORM.

      *Ledger entry, category-actuals record, and log record for one
      *occurrence, all under the same timestamp.
       Write-Standing-Posting.
           ACCEPT WS-NOW-TIME FROM TIME
           COMPUTE WS-LEDGER-TS = WS-RUN-DATE * 1000000 + WS-NOW-HHMMSS
           IF WS-LEDGER-TS <= WS-LAST-TS
             COMPUTE WS-LEDGER-TS = WS-LAST-TS + 1
           END-IF
           MOVE WS-LEDGER-TS TO WS-LAST-TS
           MOVE "S" TO LedgerEntryType
           MOVE SeBranch TO LedgerBranch
           MOVE 0 TO LedgerSummand1
           MOVE 0 TO LedgerSummand2
           MOVE SeAmount TO LedgerSumResult
           MOVE WS-LEDGER-TS TO LedgerTimestamp
           MOVE 0 TO LedgerReversalRef
           WRITE LEDGER-RECORD
           MOVE SeCategory TO CaCategory
           MOVE "S" TO CaEntryType
           MOVE WS-RUN-DATE TO CaRunDate
           MOVE WS-DUE-DATE TO CaFileDate
           MOVE 1 TO CaRecords
           MOVE SeAmount TO CaAmount
           MOVE WS-LEDGER-TS TO CaLedgerTimestamp
           WRITE CATEGORY-ACTUAL-RECORD
           MOVE SPACES TO POSTING-LOG-RECORD
           MOVE SeEntryId TO SpEntryId
           MOVE WS-DUE-DATE TO SpDueDate
           MOVE WS-RUN-DATE TO SpRunDate
           MOVE SeAmount TO SpAmount
           MOVE WS-LEDGER-TS TO SpLedgerTimestamp
           WRITE POSTING-LOG-RECORD
           MOVE WS-LEDGER-TS TO RdlLedgerTs
           ADD 1 TO WS-POSTING-COUNT
           ADD SeAmount TO WS-POSTED-TOTAL.

      *Month arithmetic on a year*12+month serial, then the due day
      *cut back to the end of a shorter month.
       Roll-Next-Due.
           EVALUATE TRUE
             WHEN Standing-Quarterly
               MOVE 3 TO WS-ROLL-MONTHS
             WHEN Standing-Annual
               MOVE 12 TO WS-ROLL-MONTHS
             WHEN OTHER
               MOVE 1 TO WS-ROLL-MONTHS
           END-EVALUATE
           MOVE SeNextDue TO WS-DATE-WORK
           COMPUTE WS-MONTH-SERIAL =
               WS-WORK-YEAR * 12 + WS-WORK-MONTH - 1 + WS-ROLL-MONTHS
           COMPUTE WS-WORK-YEAR = WS-MONTH-SERIAL / 12
           COMPUTE WS-WORK-MONTH =
               FUNCTION MOD(WS-MONTH-SERIAL, 12) + 1
           PERFORM Check-Leap-Year
           MOVE MONTH-DAYS-ENTRY(WS-WORK-MONTH) TO WS-MAX-DAY
           IF WS-WORK-MONTH = 02 AND Is-Leap-Year
             ADD 1 TO WS-MAX-DAY
           END-IF
           IF SeDueDay > WS-MAX-DAY
             MOVE WS-MAX-DAY TO WS-WORK-DAY
           ELSE
             MOVE SeDueDay TO WS-WORK-DAY
           END-IF
           MOVE WS-DATE-WORK TO SeNextDue
           MOVE "Y" TO WS-ROLLED-SW.

       Check-Leap-Year.
           IF FUNCTION MOD(WS-WORK-YEAR, 400) = 0
             MOVE "Y" TO WS-IS-LEAP-SW
           ELSE
             IF FUNCTION MOD(WS-WORK-YEAR, 4) = 0
                AND FUNCTION MOD(WS-WORK-YEAR, 100) NOT = 0
               MOVE "Y" TO WS-IS-LEAP-SW
             ELSE
               MOVE "N" TO WS-IS-LEAP-SW
             END-IF
           END-IF.

       Rewrite-Standing-File.
           OPEN OUTPUT STANDING-FILE
           PERFORM VARYING WS-STANDING-IDX FROM 1 BY 1
               UNTIL WS-STANDING-IDX > WS-STANDING-COUNT
             WRITE STANDING-RECORD FROM WS-SE-IMAGE(WS-STANDING-IDX)
           END-PERFORM
           CLOSE STANDING-FILE.

       Write-Register-Heading.
           MOVE SPACES TO REGISTER-LINE
           STRING "STANDING ENTRIES POSTING REGISTER - RUN DATE "
             DELIMITED BY SIZE
             WS-RUN-DATE DELIMITED BY SIZE
             INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE
           IF Rerun-With-Override
             MOVE SPACES TO REGISTER-LINE
             MOVE "RERUN UNDER THE RUN-DATE OVERRIDE CARD" TO
               REGISTER-LINE
             WRITE REGISTER-LINE
           END-IF
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           WRITE REGISTER-LINE FROM REGISTER-HEADING-LINE.

       Write-Register-Totals.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-POSTED-TOTAL TO WS-TOTAL-DISP
           MOVE SPACES TO REGISTER-LINE
           STRING "POSTED " DELIMITED BY SIZE
             WS-POSTING-COUNT DELIMITED BY SIZE
             "  TOTAL " DELIMITED BY SIZE
             WS-TOTAL-DISP DELIMITED BY SIZE
             "  ALREADY POSTED " DELIMITED BY SIZE
             WS-ROLLED-COUNT DELIMITED BY SIZE
             "  HELD " DELIMITED BY SIZE
             WS-HELD-COUNT DELIMITED BY SIZE
             INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE.

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
