       IDENTIFICATION DIVISION.
       PROGRAM-ID. JournalAckIntake.
      *Intake for the accounting system's journal acceptance file -
      *proves the acceptance trailer's journal and line counts,
      *matches each acknowledged journal back against the journals
      *CalcUserInput logged as sent, and prints a discrepancy
      *report: journals we sent that were never acknowledged,
      *rejected journals with each rejected line's GL account,
      *amount, and reason, and acknowledgments for journals we
      *never sent. A journal still unacknowledged or rejected more
      *than two days after it was sent raises an E alert, once, so
      *a rejected journal no longer waits for finance to ring a
      *week later. A rejected journal is resolved when the
      *accounting system later accepts it under the same id. Runs
      *every night; with no acceptance file the journals already
      *logged are still aged. Accepted journals acknowledged more
      *than the retention limit ago are dropped from the log. Once
      *an acceptance file has been applied and the log written back
      *it is renamed gl-acceptance-YYYYMMDD.done after its file
      *date, so the next night does not apply it again; a file that
      *fails its trailer proof is left where it is.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCEPTANCE-FILE ASSIGN TO "gl-acceptance.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCEPTANCE-STATUS.
           SELECT JOURNAL-LOG ASSIGN TO "gl-journal-log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-LOG-STATUS.
           SELECT DISCREPANCY-REPORT
               ASSIGN TO "gl-acceptance-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *The accounting system sends one header, then for each journal
      *it has processed a J record with an A (accepted) or R
      *(rejected) status followed by one L record per rejected line
      *with the line number and reason, and a trailer carrying the
      *J and L record counts.
       FD ACCEPTANCE-FILE.
       01 ACCEPTANCE-RECORD.
         02 GaRecordType PIC X.
           88 Acceptance-Header VALUE "H".
           88 Acceptance-Journal VALUE "J".
           88 Acceptance-Line VALUE "L".
           88 Acceptance-Trailer VALUE "T".
         02 GaRecordBody PIC X(45).
         02 GaHeaderBody REDEFINES GaRecordBody.
           03 GaFileDate PIC 9(8).
           03 GaSystemId PIC X(8).
           03 FILLER PIC X(29).
         02 GaJournalBody REDEFINES GaRecordBody.
           03 GaJournalId PIC X(8).
           03 GaJournalStatus PIC X.
             88 Acceptance-Accepted VALUE "A".
             88 Acceptance-Rejected VALUE "R".
           03 FILLER PIC X(36).
         02 GaLineBody REDEFINES GaRecordBody.
           03 GaLineJournalId PIC X(8).
           03 GaLineNumber PIC 9(5).
           03 GaLineReason PIC X(30).
           03 FILLER PIC X(2).
         02 GaTrailerBody REDEFINES GaRecordBody.
           03 GaTrailerJournals PIC 9(7).
           03 GaTrailerLines PIC 9(7).
           03 FILLER PIC X(31).

       FD JOURNAL-LOG.
       01 JOURNAL-LOG-RECORD PIC X(100).

       FD DISCREPANCY-REPORT.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ACCEPTANCE-STATUS PIC XX.
       01 WS-JOURNAL-LOG-STATUS PIC XX.
       01 ACCEPTANCE-EOF-SW PIC X VALUE "N".
         88 End-Of-Acceptance-File VALUE "Y".
       01 JOURNAL-LOG-EOF-SW PIC X VALUE "N".
         88 End-Of-Journal-Log VALUE "Y".

      *One journal-log record as read or rewritten.
       01 WS-LOG-WORK.
           COPY "journal_log".

      *The whole journal log is held while it is matched, then
      *written back with the statuses brought up to date.
       01 WS-LOG-LIMIT PIC 9(4) VALUE 5000.
       01 WS-LOG-COUNT PIC 9(4) VALUE 0.
       01 WS-LOG-TABLE.
         02 WS-LOG-ENTRY PIC X(100) OCCURS 5000 TIMES.
       01 WS-LOG-IDX PIC 9(4).
       01 WS-LINE-IDX PIC 9(4).
       01 WS-FOUND-IDX PIC 9(4).
       01 WS-SEARCH-SW PIC X.
         88 Search-Hit VALUE "Y".
       01 WS-OVERFLOW-SW PIC X VALUE "N".
         88 Log-Table-Overflow VALUE "Y".
       01 WS-SEARCH-ID PIC X(8).
       01 WS-SEARCH-LINE PIC 9(5).
       01 WS-CURRENT-ID PIC X(8).
       01 WS-KEEP-SW PIC X VALUE "Y".
         88 Keep-Journal VALUE "Y".

      *Trailer proof over the acceptance records.
       01 WS-ACCEPTANCE-SW PIC X VALUE "N".
         88 Acceptance-File-Present VALUE "Y".
       01 WS-HEADER-SEEN-SW PIC X VALUE "N".
         88 Acceptance-Header-Seen VALUE "Y".
       01 WS-TRAILER-SEEN-SW PIC X VALUE "N".
         88 Acceptance-Trailer-Seen VALUE "Y".
       01 WS-JOURNAL-RECORDS PIC 9(7) VALUE 0.
       01 WS-LINE-RECORDS PIC 9(7) VALUE 0.
       01 WS-TRAILER-JOURNALS PIC 9(7) VALUE 0.
       01 WS-TRAILER-LINES PIC 9(7) VALUE 0.
       01 WS-TRAILER-OK-SW PIC X VALUE "N".
         88 Trailer-Proved VALUE "Y".
       01 WS-ACCEPTANCE-DATE PIC 9(8) VALUE 0.

      *Names the applied acceptance file is moved between.
       01 WS-ACCEPTANCE-NAME PIC X(30) VALUE "gl-acceptance.dat".
       01 WS-PROCESSED-NAME PIC X(30).
       01 WS-RENAME-RC PIC S9(9) COMP VALUE 0.

      *A journal unresolved for more than this many days after it
      *was sent is alerted; an accepted journal acknowledged more
      *than the retention limit ago is dropped from the log.
       01 WS-ALERT-DAYS PIC 9(3) VALUE 2.
       01 WS-RETENTION-DAYS PIC 9(3) VALUE 90.
       01 WS-AGE-DAYS PIC S9(5).
       01 WS-AGE-DISP PIC ZZZZ9.

       01 WS-ACCEPT-COUNT PIC 9(7) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(7) VALUE 0.
       01 WS-UNSENT-COUNT PIC 9(7) VALUE 0.
       01 WS-UNACK-COUNT PIC 9(7) VALUE 0.
       01 WS-OPEN-REJECT-COUNT PIC 9(7) VALUE 0.
       01 WS-OVERDUE-COUNT PIC 9(7) VALUE 0.
       01 WS-PURGED-COUNT PIC 9(7) VALUE 0.
       01 WS-AMOUNT-DISP PIC +ZZZZZZZZZZ9.99.

      *Resolved run date - honours the optional run-date override
      *card so a rerun ages the journals as of the original date.
       01 WS-RERUN-FLAG PIC X VALUE "N".
       01 WS-RUN-DATE PIC 9(8) VALUE 0.

      *Start/end records for the shared run-control status board.
       01 WS-RUNCTL-PROGRAM PIC X(20) VALUE "JournalAckIntake".
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
          VALUE "gl-acceptance-report.txt".

       01 SUMMARY-LINE.
         02 SumLabel PIC X(32).
         02 SumCount PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       Main.
           CALL "GetRunDate" USING WS-RUN-DATE WS-RERUN-FLAG
           PERFORM Write-Runctl-Start
           PERFORM Load-Journal-Log
      *A log bigger than the table must never be rewritten from it
      *- journals past the limit would be silently lost.
           IF Log-Table-Overflow
             MOVE 16 TO RETURN-CODE
             MOVE "E" TO WS-ALERT-SEVERITY
             MOVE "GL JOURNAL LOG OVER TABLE LIMIT - INTAKE NOT RUN"
               TO WS-ALERT-MESSAGE
             PERFORM Write-Operator-Alert
           ELSE
             OPEN OUTPUT DISCREPANCY-REPORT
             PERFORM Write-Report-Heading
             OPEN INPUT ACCEPTANCE-FILE
             IF WS-ACCEPTANCE-STATUS = "35"
               MOVE "N" TO WS-ACCEPTANCE-SW
               DISPLAY "No journal acceptance file today - journals "
                 "already sent are aged only."
             ELSE
               MOVE "Y" TO WS-ACCEPTANCE-SW
               CLOSE ACCEPTANCE-FILE
               PERFORM Prove-Acceptance-Trailer
               IF Trailer-Proved
                 PERFORM Match-Acceptance
               ELSE
                 DISPLAY "ACCEPTANCE FILE REJECTED - trailer does "
                   "not prove the file complete."
                 MOVE 16 TO RETURN-CODE
                 MOVE "E" TO WS-ALERT-SEVERITY
                 MOVE "GL ACCEPTANCE TRAILER MISMATCH - NOT APPLIED"
                   TO WS-ALERT-MESSAGE
                 PERFORM Write-Operator-Alert
               END-IF
             END-IF
             PERFORM Report-Rejected-Journals
             PERFORM Report-Unacknowledged
             PERFORM Write-Match-Summary
             CLOSE DISCREPANCY-REPORT
             PERFORM Spool-Finished-Report
             PERFORM Rewrite-Journal-Log
             IF Acceptance-File-Present AND Trailer-Proved
               PERFORM Retire-Acceptance-File
             END-IF
             IF RETURN-CODE = 0
                AND (WS-UNSENT-COUNT > 0 OR WS-OPEN-REJECT-COUNT > 0
                     OR WS-OVERDUE-COUNT > 0)
               MOVE 8 TO RETURN-CODE
             END-IF
             MOVE WS-JOURNAL-RECORDS TO WS-RUNCTL-READ
             ADD WS-LINE-RECORDS TO WS-RUNCTL-READ
             MOVE WS-LOG-COUNT TO WS-RUNCTL-WRITE
             SUBTRACT WS-PURGED-COUNT FROM WS-RUNCTL-WRITE
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

       Load-Journal-Log.
           MOVE 0 TO WS-LOG-COUNT
           OPEN INPUT JOURNAL-LOG
           IF WS-JOURNAL-LOG-STATUS = "35"
             DISPLAY "GL journal log not found - no journals sent "
               "yet."
           ELSE
             MOVE "N" TO JOURNAL-LOG-EOF-SW
             READ JOURNAL-LOG
               AT END MOVE "Y" TO JOURNAL-LOG-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Journal-Log
                OR WS-LOG-COUNT >= WS-LOG-LIMIT
               ADD 1 TO WS-LOG-COUNT
               MOVE JOURNAL-LOG-RECORD TO WS-LOG-ENTRY(WS-LOG-COUNT)
               READ JOURNAL-LOG
                 AT END MOVE "Y" TO JOURNAL-LOG-EOF-SW
               END-READ
             END-PERFORM
             IF NOT End-Of-Journal-Log
               MOVE "Y" TO WS-OVERFLOW-SW
               DISPLAY "GL journal log holds more than ",
                 WS-LOG-LIMIT, " records - intake abandoned."
             END-IF
             CLOSE JOURNAL-LOG
           END-IF.

      *Same acceptance idea the accounting system applies to our
      *journal: the trailer's J and L counts must match what was
      *read.
       Prove-Acceptance-Trailer.
           MOVE "N" TO WS-HEADER-SEEN-SW
           MOVE "N" TO WS-TRAILER-SEEN-SW
           MOVE 0 TO WS-JOURNAL-RECORDS
           MOVE 0 TO WS-LINE-RECORDS
           MOVE "N" TO ACCEPTANCE-EOF-SW
           OPEN INPUT ACCEPTANCE-FILE
           READ ACCEPTANCE-FILE
             AT END MOVE "Y" TO ACCEPTANCE-EOF-SW
           END-READ
           PERFORM UNTIL End-Of-Acceptance-File
             EVALUATE TRUE
               WHEN Acceptance-Header
                 MOVE "Y" TO WS-HEADER-SEEN-SW
                 MOVE GaFileDate TO WS-ACCEPTANCE-DATE
               WHEN Acceptance-Journal
                 ADD 1 TO WS-JOURNAL-RECORDS
               WHEN Acceptance-Line
                 ADD 1 TO WS-LINE-RECORDS
               WHEN Acceptance-Trailer
                 MOVE "Y" TO WS-TRAILER-SEEN-SW
                 MOVE GaTrailerJournals TO WS-TRAILER-JOURNALS
                 MOVE GaTrailerLines TO WS-TRAILER-LINES
             END-EVALUATE
             READ ACCEPTANCE-FILE
               AT END MOVE "Y" TO ACCEPTANCE-EOF-SW
             END-READ
           END-PERFORM
           CLOSE ACCEPTANCE-FILE
           IF Acceptance-Header-Seen AND Acceptance-Trailer-Seen
              AND WS-TRAILER-JOURNALS = WS-JOURNAL-RECORDS
              AND WS-TRAILER-LINES = WS-LINE-RECORDS
             MOVE "Y" TO WS-TRAILER-OK-SW
           ELSE
             MOVE "N" TO WS-TRAILER-OK-SW
           END-IF.

       Write-Report-Heading.
           MOVE SPACES TO REPORT-LINE
           STRING "GL JOURNAL ACCEPTANCE DISCREPANCY REPORT - RUN "
             DELIMITED BY SIZE
             "DATE " DELIMITED BY SIZE
             WS-RUN-DATE DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       Match-Acceptance.
           MOVE SPACES TO REPORT-LINE
           STRING "ACCEPTANCE FILE DATE " DELIMITED BY SIZE
             WS-ACCEPTANCE-DATE DELIMITED BY SIZE
             " - ACKNOWLEDGMENTS FOR JOURNALS NOT SENT"
             DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "N" TO ACCEPTANCE-EOF-SW
           OPEN INPUT ACCEPTANCE-FILE
           READ ACCEPTANCE-FILE
             AT END MOVE "Y" TO ACCEPTANCE-EOF-SW
           END-READ
           PERFORM UNTIL End-Of-Acceptance-File
             EVALUATE TRUE
               WHEN Acceptance-Journal
                 PERFORM Match-Journal-Status
               WHEN Acceptance-Line
                 PERFORM Match-Rejected-Line
             END-EVALUATE
             READ ACCEPTANCE-FILE
               AT END MOVE "Y" TO ACCEPTANCE-EOF-SW
             END-READ
           END-PERFORM
           CLOSE ACCEPTANCE-FILE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *Finds the log record for WS-SEARCH-ID and WS-SEARCH-LINE -
      *line zero is the journal's control record.
       Search-Journal-Log.
           MOVE "N" TO WS-SEARCH-SW
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-LOG-IDX FROM 1 BY 1
               UNTIL WS-LOG-IDX > WS-LOG-COUNT OR Search-Hit
             MOVE WS-LOG-ENTRY(WS-LOG-IDX) TO WS-LOG-WORK
             IF JlJournalId = WS-SEARCH-ID
                AND JlLineNumber = WS-SEARCH-LINE
               MOVE "Y" TO WS-SEARCH-SW
               MOVE WS-LOG-IDX TO WS-FOUND-IDX
             END-IF
           END-PERFORM.

      *A journal status replaces whatever the journal had before,
      *so the rejected-line marks from an earlier answer are
      *cleared; the L records that follow mark this answer's lines.
       Match-Journal-Status.
           MOVE GaJournalId TO WS-SEARCH-ID
           MOVE 0 TO WS-SEARCH-LINE
           PERFORM Search-Journal-Log
           IF NOT Search-Hit
             ADD 1 TO WS-UNSENT-COUNT
             MOVE SPACES TO REPORT-LINE
             STRING "NOT SENT : JOURNAL " DELIMITED BY SIZE
               GaJournalId DELIMITED BY SIZE
               " STATUS " DELIMITED BY SIZE
               GaJournalStatus DELIMITED BY SIZE
               " acknowledged but not on our journal log"
               DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           ELSE
             MOVE WS-LOG-ENTRY(WS-FOUND-IDX) TO WS-LOG-WORK
             IF Acceptance-Rejected
               MOVE "R" TO JlStatus
               ADD 1 TO WS-REJECT-COUNT
             ELSE
               MOVE "A" TO JlStatus
               ADD 1 TO WS-ACCEPT-COUNT
             END-IF
             MOVE WS-RUN-DATE TO JlAckDate
             MOVE WS-LOG-WORK TO WS-LOG-ENTRY(WS-FOUND-IDX)
             PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                 UNTIL WS-LINE-IDX > WS-LOG-COUNT
               MOVE WS-LOG-ENTRY(WS-LINE-IDX) TO WS-LOG-WORK
               IF JlJournalId = WS-SEARCH-ID
                  AND JlLineNumber > 0
                 MOVE SPACE TO JlStatus
                 MOVE 0 TO JlAckDate
                 MOVE SPACES TO JlReason
                 MOVE WS-LOG-WORK TO WS-LOG-ENTRY(WS-LINE-IDX)
               END-IF
             END-PERFORM
           END-IF.

      *A rejected line marks its journal rejected as well, whatever
      *the J record said.
       Match-Rejected-Line.
           MOVE GaLineJournalId TO WS-SEARCH-ID
           MOVE GaLineNumber TO WS-SEARCH-LINE
           PERFORM Search-Journal-Log
           IF NOT Search-Hit
             ADD 1 TO WS-UNSENT-COUNT
             MOVE SPACES TO REPORT-LINE
             STRING "NOT SENT : JOURNAL " DELIMITED BY SIZE
               GaLineJournalId DELIMITED BY SIZE
               " LINE " DELIMITED BY SIZE
               GaLineNumber DELIMITED BY SIZE
               " rejected but not on our journal log"
               DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           ELSE
             MOVE WS-LOG-ENTRY(WS-FOUND-IDX) TO WS-LOG-WORK
             MOVE "R" TO JlStatus
             MOVE GaLineReason TO JlReason
             MOVE WS-RUN-DATE TO JlAckDate
             MOVE WS-LOG-WORK TO WS-LOG-ENTRY(WS-FOUND-IDX)
             MOVE 0 TO WS-SEARCH-LINE
             PERFORM Search-Journal-Log
             MOVE WS-LOG-ENTRY(WS-FOUND-IDX) TO WS-LOG-WORK
             IF NOT Journal-Rejected
               IF Journal-Accepted
                 SUBTRACT 1 FROM WS-ACCEPT-COUNT
               END-IF
               ADD 1 TO WS-REJECT-COUNT
               MOVE "R" TO JlStatus
               MOVE WS-RUN-DATE TO JlAckDate
               MOVE WS-LOG-WORK TO WS-LOG-ENTRY(WS-FOUND-IDX)
             END-IF
           END-IF.

      *Every journal still standing rejected, with each rejected
      *line's GL account, amount, and reason as the accounting
      *system gave it.
       Report-Rejected-Journals.
           MOVE "REJECTED JOURNALS AND LINES" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-LOG-IDX FROM 1 BY 1
               UNTIL WS-LOG-IDX > WS-LOG-COUNT
             MOVE WS-LOG-ENTRY(WS-LOG-IDX) TO WS-LOG-WORK
             IF JlLineNumber = 0 AND Journal-Rejected
               ADD 1 TO WS-OPEN-REJECT-COUNT
               PERFORM Age-Journal
               MOVE SPACES TO REPORT-LINE
               STRING "REJECTED : JOURNAL " DELIMITED BY SIZE
                 JlJournalId DELIMITED BY SIZE
                 " FILE DATE " DELIMITED BY SIZE
                 JlFileDate DELIMITED BY SIZE
                 " SENT " DELIMITED BY SIZE
                 JlSentDate DELIMITED BY SIZE
                 " AGE " DELIMITED BY SIZE
                 WS-AGE-DISP DELIMITED BY SIZE
                 " DAYS" DELIMITED BY SIZE
                 INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE JlJournalId TO WS-CURRENT-ID
               PERFORM Report-Rejected-Lines
             END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       Report-Rejected-Lines.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LOG-COUNT
             MOVE WS-LOG-ENTRY(WS-LINE-IDX) TO WS-LOG-WORK
             IF JlJournalId = WS-CURRENT-ID
                AND JlLineNumber > 0 AND Journal-Rejected
               MOVE JlAmount TO WS-AMOUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "           LINE " DELIMITED BY SIZE
                 JlLineNumber DELIMITED BY SIZE
                 " ACCOUNT " DELIMITED BY SIZE
                 JlAccount DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-AMOUNT-DISP DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 JlReason DELIMITED BY SIZE
                 INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
             END-IF
           END-PERFORM
           MOVE WS-LOG-ENTRY(WS-LOG-IDX) TO WS-LOG-WORK.

       Report-Unacknowledged.
           MOVE "SENT BUT NOT ACKNOWLEDGED" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-LOG-IDX FROM 1 BY 1
               UNTIL WS-LOG-IDX > WS-LOG-COUNT
             MOVE WS-LOG-ENTRY(WS-LOG-IDX) TO WS-LOG-WORK
             IF JlLineNumber = 0 AND Journal-Outstanding
               ADD 1 TO WS-UNACK-COUNT
               PERFORM Age-Journal
               MOVE SPACES TO REPORT-LINE
               STRING "NO ACK   : JOURNAL " DELIMITED BY SIZE
                 JlJournalId DELIMITED BY SIZE
                 " FILE DATE " DELIMITED BY SIZE
                 JlFileDate DELIMITED BY SIZE
                 " SENT " DELIMITED BY SIZE
                 JlSentDate DELIMITED BY SIZE
                 " AGE " DELIMITED BY SIZE
                 WS-AGE-DISP DELIMITED BY SIZE
                 " DAYS" DELIMITED BY SIZE
                 INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
             END-IF
           END-PERFORM.

      *Ages the control record in WS-LOG-WORK from the date it was
      *sent. Past the alert limit it counts as overdue and raises
      *its E alert the first night it is found overdue; the flag on
      *the log stops the same journal alerting every night after.
       Age-Journal.
           COMPUTE WS-AGE-DAYS =
             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
             - FUNCTION INTEGER-OF-DATE(JlSentDate)
           MOVE WS-AGE-DAYS TO WS-AGE-DISP
           IF WS-AGE-DAYS > WS-ALERT-DAYS
             ADD 1 TO WS-OVERDUE-COUNT
             IF NOT Overdue-Alert-Raised
               MOVE "E" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               IF Journal-Rejected
                 STRING "GL JOURNAL " DELIMITED BY SIZE
                   JlJournalId DELIMITED BY SIZE
                   " REJECTED - UNRESOLVED AFTER 2 DAYS"
                   DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
                 END-STRING
               ELSE
                 STRING "GL JOURNAL " DELIMITED BY SIZE
                   JlJournalId DELIMITED BY SIZE
                   " NOT ACKNOWLEDGED AFTER 2 DAYS"
                   DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
                 END-STRING
               END-IF
               PERFORM Write-Operator-Alert
               MOVE "Y" TO JlAlerted
               MOVE WS-LOG-WORK TO WS-LOG-ENTRY(WS-LOG-IDX)
             END-IF
           END-IF.

       Write-Match-Summary.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SUMMARY" TO REPORT-LINE
           WRITE REPORT-LINE
           IF NOT Acceptance-File-Present
             MOVE "NO ACCEPTANCE FILE RECEIVED TODAY" TO REPORT-LINE
             WRITE REPORT-LINE
           ELSE
             IF NOT Trailer-Proved
               MOVE "ACCEPTANCE FILE REJECTED - TRAILER MISMATCH"
                 TO REPORT-LINE
               WRITE REPORT-LINE
             END-IF
           END-IF
           MOVE "JOURNALS ACCEPTED TODAY       : " TO SumLabel
           MOVE WS-ACCEPT-COUNT TO SumCount
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "JOURNALS REJECTED TODAY       : " TO SumLabel
           MOVE WS-REJECT-COUNT TO SumCount
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "ACKNOWLEDGED NOT SENT         : " TO SumLabel
           MOVE WS-UNSENT-COUNT TO SumCount
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "REJECTED AND UNRESOLVED       : " TO SumLabel
           MOVE WS-OPEN-REJECT-COUNT TO SumCount
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "SENT NOT ACKNOWLEDGED         : " TO SumLabel
           MOVE WS-UNACK-COUNT TO SumCount
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "UNRESOLVED OVER 2 DAYS        : " TO SumLabel
           MOVE WS-OVERDUE-COUNT TO SumCount
           WRITE REPORT-LINE FROM SUMMARY-LINE.

      *The applied file is moved aside so it is not applied again
      *tomorrow. If it cannot be, the operator is told to move it
      *by hand before the next run.
       Retire-Acceptance-File.
           MOVE SPACES TO WS-PROCESSED-NAME
           STRING "gl-acceptance-" DELIMITED BY SIZE
             WS-ACCEPTANCE-DATE DELIMITED BY SIZE
             ".done" DELIMITED BY SIZE
             INTO WS-PROCESSED-NAME
           END-STRING
           MOVE RETURN-CODE TO WS-SAVED-RC
           CALL "CBL_RENAME_FILE" USING WS-ACCEPTANCE-NAME
             WS-PROCESSED-NAME
             RETURNING WS-RENAME-RC
           END-CALL
           MOVE WS-SAVED-RC TO RETURN-CODE
           IF WS-RENAME-RC = 0
             DISPLAY "Acceptance file applied and kept as ",
               WS-PROCESSED-NAME
           ELSE
             DISPLAY "Acceptance file applied but could not be "
               "renamed - move it aside before the next run."
             IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
             END-IF
             MOVE "E" TO WS-ALERT-SEVERITY
             MOVE "GL ACCEPTANCE FILE NOT RENAMED - MOVE IT ASIDE"
               TO WS-ALERT-MESSAGE
             PERFORM Write-Operator-Alert
           END-IF.

      *An accepted journal acknowledged more than the retention
      *limit ago is dropped with all its lines. The lines are
      *logged ahead of their control record, so the control record
      *is looked up as each journal's first record is met.
       Rewrite-Journal-Log.
           MOVE 0 TO WS-PURGED-COUNT
           MOVE SPACES TO WS-CURRENT-ID
           MOVE "Y" TO WS-KEEP-SW
           OPEN OUTPUT JOURNAL-LOG
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LOG-COUNT
             MOVE WS-LOG-ENTRY(WS-LINE-IDX) TO WS-LOG-WORK
             IF JlJournalId NOT = WS-CURRENT-ID
               MOVE JlJournalId TO WS-CURRENT-ID
               PERFORM Decide-Journal-Kept
               MOVE WS-LOG-ENTRY(WS-LINE-IDX) TO WS-LOG-WORK
             END-IF
             IF Keep-Journal
               WRITE JOURNAL-LOG-RECORD FROM WS-LOG-WORK
             ELSE
               ADD 1 TO WS-PURGED-COUNT
             END-IF
           END-PERFORM
           CLOSE JOURNAL-LOG.

       Decide-Journal-Kept.
           MOVE "Y" TO WS-KEEP-SW
           MOVE WS-CURRENT-ID TO WS-SEARCH-ID
           MOVE 0 TO WS-SEARCH-LINE
           PERFORM Search-Journal-Log
           IF Search-Hit
             MOVE WS-LOG-ENTRY(WS-FOUND-IDX) TO WS-LOG-WORK
             IF Journal-Accepted
                AND FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                  - FUNCTION INTEGER-OF-DATE(JlAckDate)
                  > WS-RETENTION-DAYS
               MOVE "N" TO WS-KEEP-SW
             END-IF
           END-IF.
