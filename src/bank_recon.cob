       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankRecon.
      *Bank statement reconciliation against the calc ledger - every
      *B entry posted to the ledger is a branch total that should
      *show up as a deposit on the bank statement within a couple of
      *days. Each night the new B entries on the ledger and the
      *lines of the day's bank statement are added to the items
      *carried forward from the night before, and a ledger item is
      *matched to a statement line of the same amount whose date is
      *within the tolerance window of the posting date, the closest
      *date winning. A B entry backed out by an R reversal is no
      *longer expected at the bank and is dropped. What stays
      *unmatched is carried forward to the next night. The report
      *lists the night's matches, ledger items not yet banked, bank
      *items not on the ledger, and the aged outstanding list; an
      *item outstanding longer than the alert limit raises an E
      *alert, once. A statement taken in is renamed to
      *bank-statement-YYYYMMDD.done, its statement date, so it is
      *not offered again. Replaces the month-end tick-off against
      *the printed statement.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-FILE ASSIGN TO "bank-statement.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "calc-ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "bank-recon-open.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-ITEM-STATUS.
           SELECT RECON-REPORT ASSIGN TO "bank-recon-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *The bank sends one header with the statement date, one detail
      *per credit with its value date, amount, and the bank's
      *reference, and a trailer carrying the detail count and the
      *total of the amounts.
       FD STATEMENT-FILE.
       01 STATEMENT-RECORD.
         02 BsRecordType PIC X.
           88 Statement-Header VALUE "H".
           88 Statement-Detail VALUE "D".
           88 Statement-Trailer VALUE "T".
         02 BsRecordBody PIC X(40).
         02 BsHeaderBody REDEFINES BsRecordBody.
           03 BsStatementDate PIC 9(8).
           03 BsAccountId PIC X(12).
           03 FILLER PIC X(20).
         02 BsDetailBody REDEFINES BsRecordBody.
           03 BsValueDate PIC 9(8).
           03 BsAmount PIC S9(11)V99 SIGN LEADING SEPARATE.
           03 BsReference PIC X(18).
         02 BsTrailerBody REDEFINES BsRecordBody.
           03 BsTrailerCount PIC 9(7).
           03 BsTrailerTotal PIC S9(11)V99 SIGN LEADING SEPARATE.
           03 FILLER PIC X(19).

       FD LEDGER-FILE.
       01 LEDGER-RECORD.
           COPY "ledger_record".

       FD OPEN-ITEM-FILE.
       01 OPEN-ITEM-RECORD PIC X(66).

       FD RECON-REPORT.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-STATEMENT-STATUS PIC XX.
       01 WS-LEDGER-STATUS PIC XX.
       01 WS-OPEN-ITEM-STATUS PIC XX.
       01 STATEMENT-EOF-SW PIC X VALUE "N".
         88 End-Of-Statement-File VALUE "Y".
       01 LEDGER-EOF-SW PIC X VALUE "N".
         88 End-Of-Ledger-File VALUE "Y".
       01 OPEN-ITEM-EOF-SW PIC X VALUE "N".
         88 End-Of-Open-Item-File VALUE "Y".

      *One carry-forward item as read, built, or rewritten.
       01 WS-ITEM-WORK.
           COPY "bank_recon_item".

      *Every item in play tonight - those carried forward plus the
      *new ledger entries and statement lines. An item matched or
      *reversed tonight is not carried forward.
       01 WS-ITEM-LIMIT PIC 9(4) VALUE 3000.
       01 WS-ITEM-COUNT PIC 9(4) VALUE 0.
       01 WS-ITEM-TABLE.
         02 WS-ITEM-ENTRY OCCURS 3000 TIMES.
           03 WS-ITEM-STATE PIC X.
             88 Item-Open VALUE SPACE.
             88 Item-Matched VALUE "M".
             88 Item-Reversed VALUE "X".
           03 WS-ITEM-IMAGE PIC X(66).
       01 WS-ITEM-IDX PIC 9(4).
       01 WS-BANK-IDX PIC 9(4).
       01 WS-BEST-IDX PIC 9(4).
       01 WS-OVERFLOW-SW PIC X VALUE "N".
         88 Item-Table-Overflow VALUE "Y".

      *Carried on the control record - the last statement taken in,
      *and how far into the live ledger the last run read, with the
      *timestamp of the ledger's first record to tell whether the
      *ledger has been restarted since.
       01 WS-LAST-STATEMENT-DATE PIC 9(8) VALUE 0.
       01 WS-LEDGER-POSITION PIC 9(7) VALUE 0.
       01 WS-LEDGER-GEN-STAMP PIC 9(14) VALUE 0.
       01 WS-LEDGER-RECNO PIC 9(7) VALUE 0.
       01 WS-POSITION-KEPT-SW PIC X VALUE "N".
         88 Ledger-Position-Kept VALUE "Y".
       01 WS-FIRST-RUN-SW PIC X VALUE "N".
         88 First-Reconciliation VALUE "Y".
       01 WS-START-STAMP PIC 9(14) VALUE 0.
       01 WS-START-DATE PIC 9(8).

      *A statement line matches a ledger item of the same amount
      *whose date is no more than the tolerance apart; an item
      *outstanding longer than the alert limit is overdue.
       01 WS-TOLERANCE-DAYS PIC 9(3) VALUE 3.
       01 WS-ALERT-DAYS PIC 9(3) VALUE 5.
       01 WS-DAY-DIFF PIC S9(5).
       01 WS-BEST-DIFF PIC S9(5).
       01 WS-AGE-DAYS PIC S9(5).
       01 WS-AGE-DISP PIC ZZZZ9.
       01 WS-MATCH-DATE PIC 9(8).
       01 WS-MATCH-AMOUNT PIC S9(11)V99.
       01 WS-MATCH-BRANCH PIC X(4).
       01 WS-AMOUNT-DISP PIC +ZZZZZZZZZZ9.99.

      *Trailer proof over the statement lines.
       01 WS-STATEMENT-SW PIC X VALUE "N".
         88 Statement-Present VALUE "Y".
       01 WS-HEADER-SEEN-SW PIC X VALUE "N".
         88 Statement-Header-Seen VALUE "Y".
       01 WS-TRAILER-SEEN-SW PIC X VALUE "N".
         88 Statement-Trailer-Seen VALUE "Y".
       01 WS-STATEMENT-DATE PIC 9(8) VALUE 0.
       01 WS-DETAIL-COUNT PIC 9(7) VALUE 0.
       01 WS-DETAIL-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-TRAILER-COUNT PIC 9(7) VALUE 0.
       01 WS-TRAILER-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-TRAILER-OK-SW PIC X VALUE "N".
         88 Trailer-Proved VALUE "Y".
       01 WS-STATEMENT-APPLIED-SW PIC X VALUE "N".
         88 Statement-Applied VALUE "Y".
       01 WS-STATEMENT-NAME PIC X(30) VALUE "bank-statement.dat".
       01 WS-PROCESSED-NAME PIC X(30).
       01 WS-RENAME-RC PIC S9(9) COMP VALUE 0.

       01 WS-LEDGER-TAKEN PIC 9(7) VALUE 0.
       01 WS-BANK-TAKEN PIC 9(7) VALUE 0.
       01 WS-REVERSED-COUNT PIC 9(7) VALUE 0.
       01 WS-MATCHED-COUNT PIC 9(7) VALUE 0.
       01 WS-MATCHED-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-UNBANKED-COUNT PIC 9(7) VALUE 0.
       01 WS-UNBANKED-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-BANK-ONLY-COUNT PIC 9(7) VALUE 0.
       01 WS-BANK-ONLY-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-OVERDUE-COUNT PIC 9(7) VALUE 0.
       01 WS-CARRIED-COUNT PIC 9(7) VALUE 0.

      *Resolved run date - honours the optional run-date override
      *card so a rerun reconciles as of the original date.
       01 WS-RERUN-FLAG PIC X VALUE "N".
       01 WS-RUN-DATE PIC 9(8) VALUE 0.

      *Start/end records for the shared run-control status board.
       01 WS-RUNCTL-PROGRAM PIC X(20) VALUE "BankRecon".
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
       01 WS-SPOOL-REPORT PIC X(30) VALUE "bank-recon-report.txt".

       01 SUMMARY-LINE.
         02 SumLabel PIC X(32).
         02 SumCount PIC ZZZZZZ9.
         02 FILLER PIC X(2) VALUE SPACES.
         02 SumAmount PIC +ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       Main.
           CALL "GetRunDate" USING WS-RUN-DATE WS-RERUN-FLAG
           PERFORM Write-Runctl-Start
           OPEN OUTPUT RECON-REPORT
           PERFORM Write-Report-Heading
           PERFORM Load-Open-Items
           IF NOT Item-Table-Overflow
             PERFORM Take-In-Ledger
           END-IF
           IF NOT Item-Table-Overflow
             PERFORM Take-In-Statement
           END-IF
      *Items past the table limit would be silently lost if the
      *carry-forward file were rewritten from the table.
           IF Item-Table-Overflow
             MOVE 16 TO RETURN-CODE
             MOVE "E" TO WS-ALERT-SEVERITY
             MOVE "BANK RECON ITEMS OVER TABLE LIMIT - NOT RECONCILED"
               TO WS-ALERT-MESSAGE
             PERFORM Write-Operator-Alert
             CLOSE RECON-REPORT
           ELSE
             PERFORM Match-Items
             PERFORM Report-Unbanked
             PERFORM Report-Bank-Only
             PERFORM Report-Aged-Items
             PERFORM Write-Recon-Summary
             CLOSE RECON-REPORT
             PERFORM Spool-Finished-Report
             PERFORM Rewrite-Open-Items
             IF Statement-Applied
               PERFORM Retire-Statement-File
             END-IF
             IF RETURN-CODE = 0 AND WS-OVERDUE-COUNT > 0
               MOVE 8 TO RETURN-CODE
             END-IF
             MOVE WS-LEDGER-TAKEN TO WS-RUNCTL-READ
             ADD WS-BANK-TAKEN TO WS-RUNCTL-READ
             MOVE WS-CARRIED-COUNT TO WS-RUNCTL-WRITE
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

      *With no carry-forward file this is the first reconciliation,
      *and ledger entries older than the alert limit are taken as
      *already ticked off by hand rather than flooding the first
      *night with overdue items.
       Load-Open-Items.
           MOVE 0 TO WS-ITEM-COUNT
           OPEN INPUT OPEN-ITEM-FILE
           IF WS-OPEN-ITEM-STATUS = "35"
             MOVE "Y" TO WS-FIRST-RUN-SW
             COMPUTE WS-START-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-ALERT-DAYS)
             COMPUTE WS-START-STAMP = WS-START-DATE * 1000000
             DISPLAY "No bank reconciliation carried forward - "
               "starting from ledger entries of ", WS-START-DATE
           ELSE
             MOVE "N" TO OPEN-ITEM-EOF-SW
             READ OPEN-ITEM-FILE INTO WS-ITEM-WORK
               AT END MOVE "Y" TO OPEN-ITEM-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Open-Item-File
                OR Item-Table-Overflow
               IF Recon-Control
                 PERFORM Load-Recon-Control
               ELSE
                 PERFORM Add-Item
               END-IF
               READ OPEN-ITEM-FILE INTO WS-ITEM-WORK
                 AT END MOVE "Y" TO OPEN-ITEM-EOF-SW
               END-READ
             END-PERFORM
             CLOSE OPEN-ITEM-FILE
           END-IF.

       Load-Recon-Control.
           MOVE BiItemDate TO WS-LAST-STATEMENT-DATE
           MOVE "Y" TO WS-POSITION-KEPT-SW
           MOVE BiLedgerRecords TO WS-LEDGER-POSITION
           MOVE BiLedgerStamp TO WS-LEDGER-GEN-STAMP.

      *Adds the item in WS-ITEM-WORK to the table as open.
       Add-Item.
           IF WS-ITEM-COUNT >= WS-ITEM-LIMIT
             MOVE "Y" TO WS-OVERFLOW-SW
             DISPLAY "More than ", WS-ITEM-LIMIT,
               " bank reconciliation items - run abandoned."
           ELSE
             ADD 1 TO WS-ITEM-COUNT
             MOVE SPACE TO WS-ITEM-STATE(WS-ITEM-COUNT)
             MOVE WS-ITEM-WORK TO WS-ITEM-IMAGE(WS-ITEM-COUNT)
           END-IF.

      *Ledger entries are taken in by their place on the live
      *ledger, not by timestamp - a back-dated rerun appends entries
      *stamped with its earlier run date, and those are new to the
      *bank too. Only records past last night's position are taken,
      *so a B entry is expected at the bank exactly once; when the
      *first record is no longer the one seen last night,
      *LedgerArchive has restarted the ledger and it is read from
      *the top. The first reconciliation cuts by timestamp instead.
      *An R entry backing out a B entry still open drops that item.
       Take-In-Ledger.
           MOVE 0 TO WS-LEDGER-RECNO
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "35"
             DISPLAY "Calc ledger not found - no ledger entries "
               "taken in."
           ELSE
             MOVE "N" TO LEDGER-EOF-SW
             READ LEDGER-FILE
               AT END MOVE "Y" TO LEDGER-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Ledger-File OR Item-Table-Overflow
               ADD 1 TO WS-LEDGER-RECNO
               IF WS-LEDGER-RECNO = 1
                 PERFORM Check-Ledger-Restart
               END-IF
               IF Ledger-Position-Kept
                 IF WS-LEDGER-RECNO > WS-LEDGER-POSITION
                   PERFORM Take-In-Ledger-Record
                 END-IF
               ELSE
                 IF LedgerTimestamp > WS-START-STAMP
                   PERFORM Take-In-Ledger-Record
                 END-IF
               END-IF
               READ LEDGER-FILE
                 AT END MOVE "Y" TO LEDGER-EOF-SW
               END-READ
             END-PERFORM
             CLOSE LEDGER-FILE
           END-IF
           MOVE WS-LEDGER-RECNO TO WS-LEDGER-POSITION.

       Check-Ledger-Restart.
           IF Ledger-Position-Kept
              AND LedgerTimestamp NOT = WS-LEDGER-GEN-STAMP
             DISPLAY "Calc ledger restarted since the last "
               "reconciliation - read from its first record."
             MOVE 0 TO WS-LEDGER-POSITION
           END-IF
           MOVE LedgerTimestamp TO WS-LEDGER-GEN-STAMP.

       Take-In-Ledger-Record.
           EVALUATE LedgerEntryType
             WHEN "B"
               PERFORM Take-In-Ledger-Entry
             WHEN "R"
               PERFORM Drop-Reversed-Entry
           END-EVALUATE.

       Take-In-Ledger-Entry.
           MOVE SPACES TO WS-ITEM-WORK
           MOVE "L" TO BiItemSource
           MOVE LedgerTimestamp(1:8) TO BiItemDate
           MOVE LedgerSumResult TO BiAmount
           MOVE LedgerBranch TO BiBranch
           MOVE LedgerTimestamp TO BiLedgerStamp
           MOVE "N" TO BiAlerted
           PERFORM Add-Item
           ADD 1 TO WS-LEDGER-TAKEN.

       Drop-Reversed-Entry.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
             MOVE WS-ITEM-IMAGE(WS-ITEM-IDX) TO WS-ITEM-WORK
             IF Item-Open(WS-ITEM-IDX) AND Recon-Ledger-Item
                AND BiLedgerStamp = LedgerReversalRef
               MOVE "X" TO WS-ITEM-STATE(WS-ITEM-IDX)
               ADD 1 TO WS-REVERSED-COUNT
             END-IF
           END-PERFORM.

      *A missing statement is not an error - the bank does not send
      *one on a day with no movement - and the items carried forward
      *are still matched and aged. A statement that fails its
      *trailer proof or was already taken in is not applied.
       Take-In-Statement.
           OPEN INPUT STATEMENT-FILE
           IF WS-STATEMENT-STATUS = "35"
             MOVE "N" TO WS-STATEMENT-SW
             DISPLAY "No bank statement today - items carried "
               "forward are reconciled only."
           ELSE
             MOVE "Y" TO WS-STATEMENT-SW
             CLOSE STATEMENT-FILE
             PERFORM Prove-Statement-Trailer
             EVALUATE TRUE
               WHEN NOT Trailer-Proved
                 DISPLAY "BANK STATEMENT REJECTED - trailer does "
                   "not prove the file complete."
                 MOVE 16 TO RETURN-CODE
                 MOVE "E" TO WS-ALERT-SEVERITY
                 MOVE "BANK STATEMENT TRAILER MISMATCH - NOT APPLIED"
                   TO WS-ALERT-MESSAGE
                 PERFORM Write-Operator-Alert
               WHEN WS-STATEMENT-DATE NOT > WS-LAST-STATEMENT-DATE
                 DISPLAY "BANK STATEMENT REJECTED - statement of ",
                   WS-STATEMENT-DATE, " already taken in."
                 MOVE 16 TO RETURN-CODE
                 MOVE "E" TO WS-ALERT-SEVERITY
                 MOVE "BANK STATEMENT ALREADY TAKEN IN - NOT APPLIED"
                   TO WS-ALERT-MESSAGE
                 PERFORM Write-Operator-Alert
               WHEN OTHER
                 PERFORM Apply-Statement
             END-EVALUATE
           END-IF.

       Prove-Statement-Trailer.
           MOVE "N" TO WS-HEADER-SEEN-SW
           MOVE "N" TO WS-TRAILER-SEEN-SW
           MOVE 0 TO WS-DETAIL-COUNT
           MOVE 0 TO WS-DETAIL-TOTAL
           MOVE "N" TO STATEMENT-EOF-SW
           OPEN INPUT STATEMENT-FILE
           READ STATEMENT-FILE
             AT END MOVE "Y" TO STATEMENT-EOF-SW
           END-READ
           PERFORM UNTIL End-Of-Statement-File
             EVALUATE TRUE
               WHEN Statement-Header
                 MOVE "Y" TO WS-HEADER-SEEN-SW
                 MOVE BsStatementDate TO WS-STATEMENT-DATE
               WHEN Statement-Detail
                 ADD 1 TO WS-DETAIL-COUNT
                 ADD BsAmount TO WS-DETAIL-TOTAL
               WHEN Statement-Trailer
                 MOVE "Y" TO WS-TRAILER-SEEN-SW
                 MOVE BsTrailerCount TO WS-TRAILER-COUNT
                 MOVE BsTrailerTotal TO WS-TRAILER-TOTAL
             END-EVALUATE
             READ STATEMENT-FILE
               AT END MOVE "Y" TO STATEMENT-EOF-SW
             END-READ
           END-PERFORM
           CLOSE STATEMENT-FILE
           IF Statement-Header-Seen AND Statement-Trailer-Seen
              AND WS-TRAILER-COUNT = WS-DETAIL-COUNT
              AND WS-TRAILER-TOTAL = WS-DETAIL-TOTAL
             MOVE "Y" TO WS-TRAILER-OK-SW
           ELSE
             MOVE "N" TO WS-TRAILER-OK-SW
           END-IF.

       Apply-Statement.
           MOVE "N" TO STATEMENT-EOF-SW
           OPEN INPUT STATEMENT-FILE
           READ STATEMENT-FILE
             AT END MOVE "Y" TO STATEMENT-EOF-SW
           END-READ
           PERFORM UNTIL End-Of-Statement-File OR Item-Table-Overflow
             IF Statement-Detail
               MOVE SPACES TO WS-ITEM-WORK
               MOVE "B" TO BiItemSource
               MOVE BsValueDate TO BiItemDate
               MOVE BsAmount TO BiAmount
               MOVE 0 TO BiLedgerStamp
               MOVE BsReference TO BiReference
               MOVE "N" TO BiAlerted
               PERFORM Add-Item
               ADD 1 TO WS-BANK-TAKEN
             END-IF
             READ STATEMENT-FILE
               AT END MOVE "Y" TO STATEMENT-EOF-SW
             END-READ
           END-PERFORM
           CLOSE STATEMENT-FILE
           MOVE WS-STATEMENT-DATE TO WS-LAST-STATEMENT-DATE
           MOVE "Y" TO WS-STATEMENT-APPLIED-SW.

      *The applied statement is moved aside once the items it added
      *are safely carried forward, so it is not offered again
      *tomorrow. If it cannot be, the operator is told to move it
      *by hand before the next run.
       Retire-Statement-File.
           MOVE SPACES TO WS-PROCESSED-NAME
           STRING "bank-statement-" DELIMITED BY SIZE
             WS-STATEMENT-DATE DELIMITED BY SIZE
             ".done" DELIMITED BY SIZE
             INTO WS-PROCESSED-NAME
           END-STRING
           MOVE RETURN-CODE TO WS-SAVED-RC
           CALL "CBL_RENAME_FILE" USING WS-STATEMENT-NAME
             WS-PROCESSED-NAME
             RETURNING WS-RENAME-RC
           END-CALL
           MOVE WS-SAVED-RC TO RETURN-CODE
           IF WS-RENAME-RC = 0
             DISPLAY "Bank statement applied and kept as ",
               WS-PROCESSED-NAME
           ELSE
             DISPLAY "Bank statement applied but could not be "
               "renamed - move it aside before the next run."
             IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
             END-IF
             MOVE "E" TO WS-ALERT-SEVERITY
             MOVE "BANK STATEMENT FILE NOT RENAMED - MOVE IT ASIDE"
               TO WS-ALERT-MESSAGE
             PERFORM Write-Operator-Alert
           END-IF.

       Write-Report-Heading.
           MOVE SPACES TO REPORT-LINE
           STRING "BANK STATEMENT RECONCILIATION - RUN DATE "
             DELIMITED BY SIZE
             WS-RUN-DATE DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *Each open ledger item takes the open statement line of the
      *same amount closest to its posting date within tolerance.
       Match-Items.
           MOVE "MATCHED TONIGHT" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
             MOVE WS-ITEM-IMAGE(WS-ITEM-IDX) TO WS-ITEM-WORK
             IF Item-Open(WS-ITEM-IDX) AND Recon-Ledger-Item
               PERFORM Find-Statement-Line
             END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       Find-Statement-Line.
           MOVE BiItemDate TO WS-MATCH-DATE
           MOVE BiAmount TO WS-MATCH-AMOUNT
           MOVE BiBranch TO WS-MATCH-BRANCH
           MOVE 0 TO WS-BEST-IDX
           MOVE 99999 TO WS-BEST-DIFF
           PERFORM VARYING WS-BANK-IDX FROM 1 BY 1
               UNTIL WS-BANK-IDX > WS-ITEM-COUNT
             MOVE WS-ITEM-IMAGE(WS-BANK-IDX) TO WS-ITEM-WORK
             IF Item-Open(WS-BANK-IDX) AND Recon-Bank-Item
                AND BiAmount = WS-MATCH-AMOUNT
               COMPUTE WS-DAY-DIFF =
                 FUNCTION INTEGER-OF-DATE(BiItemDate)
                 - FUNCTION INTEGER-OF-DATE(WS-MATCH-DATE)
               IF WS-DAY-DIFF < 0
                 COMPUTE WS-DAY-DIFF = 0 - WS-DAY-DIFF
               END-IF
               IF WS-DAY-DIFF NOT > WS-TOLERANCE-DAYS
                  AND WS-DAY-DIFF < WS-BEST-DIFF
                 MOVE WS-DAY-DIFF TO WS-BEST-DIFF
                 MOVE WS-BANK-IDX TO WS-BEST-IDX
               END-IF
             END-IF
           END-PERFORM
           IF WS-BEST-IDX > 0
             MOVE "M" TO WS-ITEM-STATE(WS-ITEM-IDX)
             MOVE "M" TO WS-ITEM-STATE(WS-BEST-IDX)
             ADD 1 TO WS-MATCHED-COUNT
             ADD WS-MATCH-AMOUNT TO WS-MATCHED-TOTAL
             MOVE WS-ITEM-IMAGE(WS-BEST-IDX) TO WS-ITEM-WORK
             MOVE WS-MATCH-AMOUNT TO WS-AMOUNT-DISP
             MOVE SPACES TO REPORT-LINE
             STRING "MATCHED  : LEDGER " DELIMITED BY SIZE
               WS-MATCH-DATE DELIMITED BY SIZE
               " BRANCH " DELIMITED BY SIZE
               WS-MATCH-BRANCH DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMOUNT-DISP DELIMITED BY SIZE
               " BANK " DELIMITED BY SIZE
               BiItemDate DELIMITED BY SIZE
               " REF " DELIMITED BY SIZE
               BiReference DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           END-IF.

       Report-Unbanked.
           MOVE "LEDGER ITEMS NOT YET BANKED" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
             MOVE WS-ITEM-IMAGE(WS-ITEM-IDX) TO WS-ITEM-WORK
             IF Item-Open(WS-ITEM-IDX) AND Recon-Ledger-Item
               ADD 1 TO WS-UNBANKED-COUNT
               ADD BiAmount TO WS-UNBANKED-TOTAL
               PERFORM Age-Item
               MOVE BiAmount TO WS-AMOUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "UNBANKED : LEDGER " DELIMITED BY SIZE
                 BiItemDate DELIMITED BY SIZE
                 " BRANCH " DELIMITED BY SIZE
                 BiBranch DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-AMOUNT-DISP DELIMITED BY SIZE
                 " AGE " DELIMITED BY SIZE
                 WS-AGE-DISP DELIMITED BY SIZE
                 " DAYS" DELIMITED BY SIZE
                 INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
             END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       Report-Bank-Only.
           MOVE "BANK ITEMS NOT ON THE LEDGER" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
             MOVE WS-ITEM-IMAGE(WS-ITEM-IDX) TO WS-ITEM-WORK
             IF Item-Open(WS-ITEM-IDX) AND Recon-Bank-Item
               ADD 1 TO WS-BANK-ONLY-COUNT
               ADD BiAmount TO WS-BANK-ONLY-TOTAL
               PERFORM Age-Item
               MOVE BiAmount TO WS-AMOUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "BANK ONLY: VALUE  " DELIMITED BY SIZE
                 BiItemDate DELIMITED BY SIZE
                 " REF " DELIMITED BY SIZE
                 BiReference DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-AMOUNT-DISP DELIMITED BY SIZE
                 " AGE " DELIMITED BY SIZE
                 WS-AGE-DISP DELIMITED BY SIZE
                 " DAYS" DELIMITED BY SIZE
                 INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
             END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *Every open item past the alert limit, from either side. The
      *alert is raised the first night an item is found overdue;
      *the flag carried forward stops it alerting every night after.
       Report-Aged-Items.
           MOVE "AGED OUTSTANDING OVER ALERT LIMIT" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
             MOVE WS-ITEM-IMAGE(WS-ITEM-IDX) TO WS-ITEM-WORK
             IF Item-Open(WS-ITEM-IDX)
               PERFORM Age-Item
               IF WS-AGE-DAYS > WS-ALERT-DAYS
                 ADD 1 TO WS-OVERDUE-COUNT
                 PERFORM Write-Aged-Line
                 IF NOT Recon-Alert-Raised
                   PERFORM Raise-Overdue-Alert
                   MOVE "Y" TO BiAlerted
                   MOVE WS-ITEM-WORK TO WS-ITEM-IMAGE(WS-ITEM-IDX)
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       Write-Aged-Line.
           MOVE BiAmount TO WS-AMOUNT-DISP
           MOVE SPACES TO REPORT-LINE
           IF Recon-Ledger-Item
             STRING "OVERDUE  : LEDGER " DELIMITED BY SIZE
               BiItemDate DELIMITED BY SIZE
               " BRANCH " DELIMITED BY SIZE
               BiBranch DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMOUNT-DISP DELIMITED BY SIZE
               " AGE " DELIMITED BY SIZE
               WS-AGE-DISP DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
           ELSE
             STRING "OVERDUE  : BANK   " DELIMITED BY SIZE
               BiItemDate DELIMITED BY SIZE
               " REF " DELIMITED BY SIZE
               BiReference DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMOUNT-DISP DELIMITED BY SIZE
               " AGE " DELIMITED BY SIZE
               WS-AGE-DISP DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO REPORT-LINE
             END-STRING
           END-IF
           WRITE REPORT-LINE.

       Raise-Overdue-Alert.
           MOVE "E" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-MESSAGE
           IF Recon-Ledger-Item
             STRING "LEDGER B ENTRY " DELIMITED BY SIZE
               BiItemDate DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BiBranch DELIMITED BY SIZE
               " NOT BANKED - OVERDUE" DELIMITED BY SIZE
               INTO WS-ALERT-MESSAGE
             END-STRING
           ELSE
             STRING "BANK " DELIMITED BY SIZE
               BiItemDate DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BiReference DELIMITED BY SIZE
               " NOT ON LEDGER - OVERDUE" DELIMITED BY SIZE
               INTO WS-ALERT-MESSAGE
             END-STRING
           END-IF
           PERFORM Write-Operator-Alert.

      *Ages the item in WS-ITEM-WORK from its posting or value date.
       Age-Item.
           COMPUTE WS-AGE-DAYS =
             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
             - FUNCTION INTEGER-OF-DATE(BiItemDate)
           MOVE WS-AGE-DAYS TO WS-AGE-DISP.

       Write-Recon-Summary.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SUMMARY" TO REPORT-LINE
           WRITE REPORT-LINE
           EVALUATE TRUE
             WHEN NOT Statement-Present
               MOVE "NO BANK STATEMENT RECEIVED TODAY"
                 TO REPORT-LINE
               WRITE REPORT-LINE
             WHEN NOT Statement-Applied
               MOVE "BANK STATEMENT REJECTED - NOT APPLIED"
                 TO REPORT-LINE
               WRITE REPORT-LINE
           END-EVALUATE
           MOVE SPACES TO SUMMARY-LINE
           MOVE "LEDGER ENTRIES TAKEN IN      : " TO SumLabel
           MOVE WS-LEDGER-TAKEN TO SumCount
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           MOVE "STATEMENT LINES TAKEN IN     : " TO SumLabel
           MOVE WS-BANK-TAKEN TO SumCount
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           MOVE "LEDGER ENTRIES REVERSED      : " TO SumLabel
           MOVE WS-REVERSED-COUNT TO SumCount
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "MATCHED TONIGHT              : " TO SumLabel
           MOVE WS-MATCHED-COUNT TO SumCount
           MOVE WS-MATCHED-TOTAL TO SumAmount
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "LEDGER NOT YET BANKED        : " TO SumLabel
           MOVE WS-UNBANKED-COUNT TO SumCount
           MOVE WS-UNBANKED-TOTAL TO SumAmount
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE "BANK NOT ON LEDGER           : " TO SumLabel
           MOVE WS-BANK-ONLY-COUNT TO SumCount
           MOVE WS-BANK-ONLY-TOTAL TO SumAmount
           WRITE REPORT-LINE FROM SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           MOVE "OUTSTANDING OVER ALERT LIMIT : " TO SumLabel
           MOVE WS-OVERDUE-COUNT TO SumCount
           WRITE REPORT-LINE FROM SUMMARY-LINE.

      *The control record first, then every item still open.
       Rewrite-Open-Items.
           MOVE 0 TO WS-CARRIED-COUNT
           OPEN OUTPUT OPEN-ITEM-FILE
           MOVE SPACES TO WS-ITEM-WORK
           MOVE "H" TO BiItemSource
           MOVE WS-LAST-STATEMENT-DATE TO BiItemDate
           MOVE 0 TO BiAmount
           MOVE WS-LEDGER-GEN-STAMP TO BiLedgerStamp
           MOVE WS-LEDGER-POSITION TO BiLedgerRecords
           MOVE "N" TO BiAlerted
           WRITE OPEN-ITEM-RECORD FROM WS-ITEM-WORK
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
             IF Item-Open(WS-ITEM-IDX)
               WRITE OPEN-ITEM-RECORD FROM WS-ITEM-IMAGE(WS-ITEM-IDX)
               ADD 1 TO WS-CARRIED-COUNT
             END-IF
           END-PERFORM
           CLOSE OPEN-ITEM-FILE.
