       IDENTIFICATION DIVISION.
       PROGRAM-ID. FeedCalendarCheck.
      *Expected-feeds check, run after the calc step. Every branch
      *on the branch master is expected to send on the weekdays its
      *record flags, except on a holiday. For the resolved run date
      *and the six days before it, each expected branch is looked up
      *on the posted-feeds register (by its source id and the feed
      *file date) and on the calc ledger (a B entry naming the
      *branch, posted on or after that date - a single-file run's B
      *entry names no branch and proves no branch's feed). The
      *missing/late feed report lists each expected branch as ON
      *TIME, LATE (posted on a later day than its file date),
      *MISSING (no feed registered), or NO LEDGER ENTRY (feed
      *registered but nothing posted for the branch). A branch
      *missing for the run date itself raises an E alert and the
      *step ends RC 4; earlier days still missing are listed again
      *each night until the feed arrives, without a repeat alert.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-MASTER ASSIGN TO "branch-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.
           SELECT POSTED-FEEDS ASSIGN TO "posted-feeds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTED-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "calc-ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO "holidays.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.
           SELECT FEED-REPORT ASSIGN TO "feed-calendar-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BRANCH-MASTER.
       01 BRANCH-RECORD.
           COPY "branch_record".

       FD POSTED-FEEDS.
       01 POSTED-FEED-RECORD.
           COPY "posted_feed".

       FD LEDGER-FILE.
       01 LEDGER-RECORD.
           COPY "ledger_record".

       FD HOLIDAY-FILE.
       01 HOLIDAY-RECORD.
           COPY "holiday_record".

       FD FEED-REPORT.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-BRANCH-STATUS PIC XX.
       01 WS-POSTED-STATUS PIC XX.
       01 WS-LEDGER-STATUS PIC XX.
       01 WS-HOLIDAY-STATUS PIC XX.
       01 BRANCH-EOF-SW PIC X VALUE "N".
         88 End-Of-Branch-File VALUE "Y".
       01 POSTED-EOF-SW PIC X VALUE "N".
         88 End-Of-Posted-File VALUE "Y".
       01 LEDGER-EOF-SW PIC X VALUE "N".
         88 End-Of-Ledger-File VALUE "Y".
       01 HOLIDAY-EOF-SW PIC X VALUE "N".
         88 End-Of-Holiday-File VALUE "Y".

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RERUN-FLAG PIC X.
       01 WS-RUN-INT PIC 9(8).
      *The run date and the six days before it - a feed that turns
      *up a day or two late is reported LATE instead of vanishing
      *from view the night after it was missed.
       01 WS-LOOKBACK-DAYS PIC 9 VALUE 7.
       01 WS-WINDOW-START PIC 9(8).
       01 WS-DAY-IDX PIC 9.
       01 WS-DAY-INT PIC 9(8).
       01 WS-DAY-DATE PIC 9(8).
       01 WS-DAY-DOW PIC 9.
       01 WS-DAY-MMDD PIC 9(4).
       01 WS-HOLIDAY-FOUND-SW PIC X.
         88 Day-Is-Holiday VALUE "Y".
       01 WS-HOLIDAY-NAME PIC X(30).

       01 WS-BRANCH-LIMIT PIC 99 VALUE 50.
       01 WS-BRANCH-COUNT PIC 99 VALUE 0.
       01 WS-BRANCH-TABLE.
         02 WS-BRANCH-ENTRY OCCURS 50 TIMES.
           03 WS-BRM-CODE PIC X(4).
           03 WS-BRM-SOURCE PIC X(8).
           03 WS-BRM-NAME PIC X(20).
           03 WS-BRM-DAYS.
             04 WS-BRM-DAY PIC X OCCURS 7 TIMES.
       01 WS-BRANCH-IDX PIC 99.
       01 WS-BRANCH-OVERFLOW-SW PIC X VALUE "N".
         88 Branch-Table-Full VALUE "Y".

      *Feeds registered with a file date inside the window.
       01 WS-FEED-LIMIT PIC 9(3) VALUE 500.
       01 WS-FEED-COUNT PIC 9(3) VALUE 0.
       01 WS-FEED-TABLE.
         02 WS-FEED-ENTRY OCCURS 500 TIMES.
           03 WS-FD-FILE-DATE PIC 9(8).
           03 WS-FD-SOURCE PIC X(8).
           03 WS-FD-POSTED-DATE PIC 9(8).
       01 WS-FEED-IDX PIC 9(3).
       01 WS-FEED-OVERFLOW-SW PIC X VALUE "N".
         88 Feed-Table-Full VALUE "Y".

      *Newest B ledger date per branch code inside the window. A
      *single-file batch run posts under a blank branch code and is
      *not taken, since it cannot say which branch it came from.
       01 WS-LEDGER-LIMIT PIC 99 VALUE 60.
       01 WS-LEDGER-COUNT PIC 99 VALUE 0.
       01 WS-LEDGER-TABLE.
         02 WS-LEDGER-ENTRY OCCURS 60 TIMES.
           03 WS-LB-BRANCH PIC X(4).
           03 WS-LB-LAST-DATE PIC 9(8).
       01 WS-LEDGER-IDX PIC 99.
       01 WS-LEDGER-OVERFLOW-SW PIC X VALUE "N".
         88 Ledger-Table-Full VALUE "Y".
       01 WS-LEDGER-TS PIC 9(14).
       01 WS-LEDGER-TS-PARTS REDEFINES WS-LEDGER-TS.
         02 WS-LEDGER-TS-DATE PIC 9(8).
         02 FILLER PIC 9(6).
       01 WS-LEDGER-READ PIC 9(7) VALUE 0.

       01 WS-SLOT-FOUND-SW PIC X.
         88 Slot-Found VALUE "Y".
       01 WS-FEED-FOUND-SW PIC X.
         88 Feed-Registered VALUE "Y".
       01 WS-POSTED-ON PIC 9(8).
       01 WS-LEDGER-FOUND-SW PIC X.
         88 Ledger-Entry-Found VALUE "Y".

       01 WS-EXPECTED-COUNT PIC 9(5) VALUE 0.
       01 WS-ONTIME-COUNT PIC 9(5) VALUE 0.
       01 WS-LATE-COUNT PIC 9(5) VALUE 0.
       01 WS-MISSING-COUNT PIC 9(5) VALUE 0.
       01 WS-TONIGHT-MISSING PIC 9(5) VALUE 0.
       01 WS-LINES-WRITTEN PIC 9(7) VALUE 0.

       01 FEED-HEADING-LINE.
         02 FILLER PIC X(9) VALUE "FILE DATE".
         02 FILLER PIC X(6) VALUE " CODE ".
         02 FILLER PIC X(9) VALUE "SOURCE   ".
         02 FILLER PIC X(21) VALUE "NAME                 ".
         02 FILLER PIC X(16) VALUE "STATUS          ".
         02 FILLER PIC X(6) VALUE "POSTED".

       01 FEED-DETAIL-LINE.
         02 FdlFileDate PIC 9(8).
         02 FILLER PIC X VALUE SPACE.
         02 FdlCode PIC X(4).
         02 FILLER PIC X VALUE SPACE.
         02 FdlSource PIC X(8).
         02 FILLER PIC X VALUE SPACE.
         02 FdlName PIC X(20).
         02 FILLER PIC X VALUE SPACE.
         02 FdlStatus PIC X(15).
         02 FILLER PIC X VALUE SPACE.
         02 FdlPostedDate PIC X(8).

      *Start/end records for the shared run-control status board.
       01 WS-RUNCTL-PROGRAM PIC X(20) VALUE "FeedCalendarCheck".
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
       01 WS-SPOOL-REPORT PIC X(30) VALUE "feed-calendar-report.txt".

       PROCEDURE DIVISION.
       Main.
           CALL "GetRunDate" USING WS-RUN-DATE WS-RERUN-FLAG
           PERFORM Write-Runctl-Start
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-DAY-INT = WS-RUN-INT - WS-LOOKBACK-DAYS + 1
           COMPUTE WS-WINDOW-START =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           PERFORM Load-Branch-Table
           IF WS-BRANCH-COUNT = 0
             DISPLAY "Branch master empty or not found - no feeds "
               "are expected."
           ELSE
             PERFORM Load-Posted-Feeds
             PERFORM Load-Ledger-Dates
             PERFORM Write-Feed-Report
             IF WS-TONIGHT-MISSING > 0
               MOVE 4 TO RETURN-CODE
             END-IF
             DISPLAY "Feed calendar check - expected ",
               WS-EXPECTED-COUNT, " missing ", WS-MISSING-COUNT,
               " late ", WS-LATE-COUNT
           END-IF
           MOVE WS-LEDGER-READ TO WS-RUNCTL-READ
           MOVE WS-LINES-WRITTEN TO WS-RUNCTL-WRITE
           PERFORM Write-Runctl-End
           GOBACK.

       Load-Branch-Table.
           MOVE 0 TO WS-BRANCH-COUNT
           OPEN INPUT BRANCH-MASTER
           IF WS-BRANCH-STATUS = "35"
             CONTINUE
           ELSE
             MOVE "N" TO BRANCH-EOF-SW
             READ BRANCH-MASTER
               AT END MOVE "Y" TO BRANCH-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Branch-File
               IF WS-BRANCH-COUNT >= WS-BRANCH-LIMIT
                 MOVE "Y" TO WS-BRANCH-OVERFLOW-SW
               ELSE
                 ADD 1 TO WS-BRANCH-COUNT
                 MOVE BrCode TO WS-BRM-CODE(WS-BRANCH-COUNT)
                 MOVE BrSourceId TO WS-BRM-SOURCE(WS-BRANCH-COUNT)
                 MOVE BrName TO WS-BRM-NAME(WS-BRANCH-COUNT)
                 MOVE BrExpectedDays TO WS-BRM-DAYS(WS-BRANCH-COUNT)
               END-IF
               READ BRANCH-MASTER
                 AT END MOVE "Y" TO BRANCH-EOF-SW
               END-READ
             END-PERFORM
             CLOSE BRANCH-MASTER
           END-IF
           IF Branch-Table-Full
             MOVE "W" TO WS-ALERT-SEVERITY
             MOVE "BRANCH MASTER LARGER THAN TABLE - TAIL NOT CHECKED"
               TO WS-ALERT-MESSAGE
             PERFORM Write-Operator-Alert
           END-IF.

       Load-Posted-Feeds.
           MOVE 0 TO WS-FEED-COUNT
           OPEN INPUT POSTED-FEEDS
           IF WS-POSTED-STATUS = "35"
             CONTINUE
           ELSE
             MOVE "N" TO POSTED-EOF-SW
             READ POSTED-FEEDS
               AT END MOVE "Y" TO POSTED-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Posted-File
               IF PfFileDate >= WS-WINDOW-START
                  AND PfFileDate <= WS-RUN-DATE
                 IF WS-FEED-COUNT >= WS-FEED-LIMIT
                   MOVE "Y" TO WS-FEED-OVERFLOW-SW
                 ELSE
                   ADD 1 TO WS-FEED-COUNT
                   MOVE PfFileDate TO WS-FD-FILE-DATE(WS-FEED-COUNT)
                   MOVE PfSourceId TO WS-FD-SOURCE(WS-FEED-COUNT)
                   MOVE PfPostedDate
                     TO WS-FD-POSTED-DATE(WS-FEED-COUNT)
                 END-IF
               END-IF
               READ POSTED-FEEDS
                 AT END MOVE "Y" TO POSTED-EOF-SW
               END-READ
             END-PERFORM
             CLOSE POSTED-FEEDS
           END-IF.

       Load-Ledger-Dates.
           MOVE 0 TO WS-LEDGER-COUNT
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "35"
             CONTINUE
           ELSE
             MOVE "N" TO LEDGER-EOF-SW
             READ LEDGER-FILE
               AT END MOVE "Y" TO LEDGER-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Ledger-File
               ADD 1 TO WS-LEDGER-READ
               MOVE LedgerTimestamp TO WS-LEDGER-TS
               IF LedgerEntryType = "B"
                  AND LedgerBranch NOT = SPACES
                  AND WS-LEDGER-TS-DATE >= WS-WINDOW-START
                  AND WS-LEDGER-TS-DATE <= WS-RUN-DATE
                 PERFORM Record-Ledger-Date
               END-IF
               READ LEDGER-FILE
                 AT END MOVE "Y" TO LEDGER-EOF-SW
               END-READ
             END-PERFORM
             CLOSE LEDGER-FILE
           END-IF.

       Record-Ledger-Date.
           MOVE "N" TO WS-SLOT-FOUND-SW
           PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1
               UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT OR Slot-Found
             IF WS-LB-BRANCH(WS-LEDGER-IDX) = LedgerBranch
               MOVE "Y" TO WS-SLOT-FOUND-SW
               IF WS-LEDGER-TS-DATE > WS-LB-LAST-DATE(WS-LEDGER-IDX)
                 MOVE WS-LEDGER-TS-DATE
                   TO WS-LB-LAST-DATE(WS-LEDGER-IDX)
               END-IF
             END-IF
           END-PERFORM
           IF NOT Slot-Found
             IF WS-LEDGER-COUNT >= WS-LEDGER-LIMIT
               MOVE "Y" TO WS-LEDGER-OVERFLOW-SW
             ELSE
               ADD 1 TO WS-LEDGER-COUNT
               MOVE LedgerBranch TO WS-LB-BRANCH(WS-LEDGER-COUNT)
               MOVE WS-LEDGER-TS-DATE
                 TO WS-LB-LAST-DATE(WS-LEDGER-COUNT)
             END-IF
           END-IF.

       Write-Feed-Report.
           OPEN OUTPUT FEED-REPORT
           MOVE SPACES TO REPORT-LINE
           STRING "MISSING AND LATE FEED REPORT - RUN DATE "
             DELIMITED BY SIZE
             WS-RUN-DATE DELIMITED BY SIZE
             " - FROM " DELIMITED BY SIZE
             WS-WINDOW-START DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM FEED-HEADING-LINE
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-LOOKBACK-DAYS
             PERFORM Check-One-Day
           END-PERFORM
           IF Feed-Table-Full OR Ledger-Table-Full
             MOVE SPACES TO REPORT-LINE
             MOVE "WARNING - MORE FEEDS THAN THE CHECK HOLDS"
               TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "EXPECTED " DELIMITED BY SIZE
             WS-EXPECTED-COUNT DELIMITED BY SIZE
             "  ON TIME " DELIMITED BY SIZE
             WS-ONTIME-COUNT DELIMITED BY SIZE
             "  LATE " DELIMITED BY SIZE
             WS-LATE-COUNT DELIMITED BY SIZE
             "  MISSING " DELIMITED BY SIZE
             WS-MISSING-COUNT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE FEED-REPORT
           PERFORM Spool-Finished-Report.

      *Integer date 1 was a Monday, so MOD(integer - 1, 7) + 1 gives
      *1=Monday through 7=Sunday - the same numbering the branch
      *record's seven expected-day flags use.
       Check-One-Day.
           COMPUTE WS-DAY-INT =
               WS-RUN-INT - WS-LOOKBACK-DAYS + WS-DAY-IDX
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           COMPUTE WS-DAY-DOW = FUNCTION MOD(WS-DAY-INT - 1, 7) + 1
           PERFORM Check-Day-Holiday
           IF NOT Day-Is-Holiday
             PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                 UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
               IF WS-BRM-DAY(WS-BRANCH-IDX, WS-DAY-DOW) = "Y"
                 PERFORM Check-One-Branch
               END-IF
             END-PERFORM
           END-IF.

       Check-One-Branch.
           ADD 1 TO WS-EXPECTED-COUNT
           MOVE "N" TO WS-FEED-FOUND-SW
           MOVE 0 TO WS-POSTED-ON
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
               UNTIL WS-FEED-IDX > WS-FEED-COUNT OR Feed-Registered
             IF WS-FD-FILE-DATE(WS-FEED-IDX) = WS-DAY-DATE
                AND WS-FD-SOURCE(WS-FEED-IDX)
                    = WS-BRM-SOURCE(WS-BRANCH-IDX)
               MOVE "Y" TO WS-FEED-FOUND-SW
               MOVE WS-FD-POSTED-DATE(WS-FEED-IDX) TO WS-POSTED-ON
             END-IF
           END-PERFORM
           MOVE "N" TO WS-LEDGER-FOUND-SW
           PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1
               UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT
             IF WS-LB-BRANCH(WS-LEDGER-IDX)
                   = WS-BRM-CODE(WS-BRANCH-IDX)
                AND WS-LB-LAST-DATE(WS-LEDGER-IDX) >= WS-DAY-DATE
               MOVE "Y" TO WS-LEDGER-FOUND-SW
             END-IF
           END-PERFORM
           MOVE WS-DAY-DATE TO FdlFileDate
           MOVE WS-BRM-CODE(WS-BRANCH-IDX) TO FdlCode
           MOVE WS-BRM-SOURCE(WS-BRANCH-IDX) TO FdlSource
           MOVE WS-BRM-NAME(WS-BRANCH-IDX) TO FdlName
           MOVE SPACES TO FdlPostedDate
           EVALUATE TRUE
             WHEN NOT Feed-Registered
               MOVE "MISSING" TO FdlStatus
               PERFORM Count-Missing-Branch
             WHEN NOT Ledger-Entry-Found
               MOVE "NO LEDGER ENTRY" TO FdlStatus
               MOVE WS-POSTED-ON TO FdlPostedDate
               PERFORM Count-Missing-Branch
             WHEN WS-POSTED-ON > WS-DAY-DATE
               MOVE "LATE" TO FdlStatus
               MOVE WS-POSTED-ON TO FdlPostedDate
               ADD 1 TO WS-LATE-COUNT
             WHEN OTHER
               MOVE "ON TIME" TO FdlStatus
               MOVE WS-POSTED-ON TO FdlPostedDate
               ADD 1 TO WS-ONTIME-COUNT
           END-EVALUATE
           WRITE REPORT-LINE FROM FEED-DETAIL-LINE
           ADD 1 TO WS-LINES-WRITTEN.

      *Only tonight's missing branches are alerted - an earlier day
      *still missing was alerted on its own night and is carried
      *on the report until the feed arrives.
       Count-Missing-Branch.
           ADD 1 TO WS-MISSING-COUNT
           IF WS-DAY-DATE = WS-RUN-DATE
             ADD 1 TO WS-TONIGHT-MISSING
             MOVE "E" TO WS-ALERT-SEVERITY
             MOVE SPACES TO WS-ALERT-MESSAGE
             STRING "FEED MISSING - BRANCH " DELIMITED BY SIZE
               WS-BRM-CODE(WS-BRANCH-IDX) DELIMITED BY SIZE
               " SOURCE " DELIMITED BY SIZE
               WS-BRM-SOURCE(WS-BRANCH-IDX) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FdlStatus DELIMITED BY SIZE
               INTO WS-ALERT-MESSAGE
             END-STRING
             PERFORM Write-Operator-Alert
           END-IF.

      *Branches do not send on a holiday, so no feed is expected.
       Check-Day-Holiday.
           MOVE "N" TO WS-HOLIDAY-FOUND-SW
           MOVE SPACES TO WS-HOLIDAY-NAME
           COMPUTE WS-DAY-MMDD = FUNCTION MOD(WS-DAY-DATE, 10000)
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS = "35"
             CONTINUE
           ELSE
             MOVE "N" TO HOLIDAY-EOF-SW
             READ HOLIDAY-FILE
               AT END MOVE "Y" TO HOLIDAY-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Holiday-File
                OR Day-Is-Holiday
               IF HolDate = WS-DAY-DATE
                  OR (Holiday-Recurs-Yearly
                      AND HolMonthDay = WS-DAY-MMDD)
                 MOVE "Y" TO WS-HOLIDAY-FOUND-SW
                 MOVE HolName TO WS-HOLIDAY-NAME
               END-IF
               READ HOLIDAY-FILE
                 AT END MOVE "Y" TO HOLIDAY-EOF-SW
               END-READ
             END-PERFORM
             CLOSE HOLIDAY-FILE
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
           CALL "SpoolReport" USING WS-RUNCTL-PROGRAM WS-SPOOL-REPORT
             WS-RUN-DATE
           MOVE WS-SAVED-RC TO RETURN-CODE.
