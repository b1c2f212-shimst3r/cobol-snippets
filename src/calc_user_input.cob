           SELECT REVERSAL-REGISTER
               ASSIGN TO "calc-reversal-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CATEGORY-MASTER ASSIGN TO "category-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATMAST-STATUS.
           SELECT GL-JOURNAL ASSIGN TO "gl-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-LOG ASSIGN TO "gl-journal-log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-LOG-STATUS.
           SELECT CATEGORY-ACTUALS ASSIGN TO "category-actuals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTUALS-STATUS.
           SELECT ADJUSTMENT-LOG ASSIGN TO "calc-adjustments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUST-STATUS.
           SELECT ADJUSTMENT-WORK ASSIGN TO "calc-adjustments.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJWORK-STATUS.
           SELECT ADJUSTMENT-REGISTER
               ASSIGN TO "calc-adjustment-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-FILE ASSIGN TO "operator-ids.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT BRANCH-MASTER ASSIGN TO "branch-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
           03 AmtFileDate PIC 9(8).
           03 AmtSourceId PIC X(8).
           03 FILLER PIC X(5).
      *A branch section sent in a foreign currency carries the
      *currency code; blank or the home currency is not converted.
         02 AmtBranchBody REDEFINES AmtRecordBody.
           03 AmtBranchCode PIC X(4).
           03 AmtCurrencyCode PIC X(3).
           03 FILLER PIC X(14).
         02 AmtDetailBody REDEFINES AmtRecordBody.
           03 AmtCategory PIC X(4).
           03 AmtAmount PIC S9(7)V99 SIGN LEADING SEPARATE.
       01 ACCEPT-REPORT-LINE PIC X(80).

       FD CONSOLIDATION-REPORT.
       01 CONSOL-REPORT-LINE PIC X(100).

       FD CATEGORY-REPORT.
       01 CATEGORY-REPORT-LINE PIC X(80).
       FD REVERSAL-REGISTER.
       01 REVERSAL-REGISTER-LINE PIC X(100).

      *Expense-category reference master maintained by finance
      *through CategoryMaint - effective-dated, so the feed edit and
      *the GL journal each take the mapping in force on their date.
       FD CATEGORY-MASTER.
       01 CATEGORY-RECORD.
           COPY "category_record".

      *Outbound GL journal interface - one balanced journal per run
      *date built from the category totals, with a header and a
           03 GljNetTotal PIC S9(11)V99 SIGN LEADING SEPARATE.
           03 FILLER PIC X(9).

      *Log of every journal sent, line by line, so JournalAckIntake
      *can match the accounting system's acceptance file back to it.
       FD JOURNAL-LOG.
       01 JOURNAL-LOG-RECORD.
           COPY "journal_log".

      *Category-level actuals history behind the budget-versus-
      *actual variance report - one record per category per batch
      *posting, repeated negated when the posting is reversed.
       FD CATEGORY-ACTUALS.
       01 CATEGORY-ACTUAL-RECORD.
           COPY "category_actual".

      *Log of every manual adjustment posted, with its narrative,
      *reference, and keying operator. The batch GL journal carries
      *each adjustment not yet journaled and stamps it with the
      *journal's id through the work copy.
       FD ADJUSTMENT-LOG.
       01 ADJUSTMENT-RECORD.
           COPY "ledger_adjustment".

       FD ADJUSTMENT-WORK.
       01 ADJUSTMENT-WORK-RECORD PIC X(120).

       FD ADJUSTMENT-REGISTER.
       01 ADJUSTMENT-REGISTER-LINE PIC X(100).

       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
           COPY "operator_record".

       FD BRANCH-MASTER.
       01 BRANCH-RECORD.
           COPY "branch_record".

      *Rejected feed records parked for the suspense repair and
      *re-post workflow instead of losing the whole night's amounts.
       FD SUSPENSE-FILE.
      *consolidation - one header/detail/trailer set per branch,
      *carrying the record count and total actually posted for that
      *branch, so the branch's own intake edit can prove both sides
      *agree without a phone call. The posted total is in the home
      *currency; the detail also carries the total as the branch
      *sent it, in the currency named on the header.
       FD BRANCH-ACK-FILE.
       01 ACK-RECORD.
         02 AckRecordType PIC X.
           88 Ack-Header VALUE "H".
           88 Ack-Detail VALUE "D".
           88 Ack-Trailer VALUE "T".
         02 AckRecordBody PIC X(35).
         02 AckHeaderBody REDEFINES AckRecordBody.
           03 AckFileDate PIC 9(8).
           03 AckBranchCode PIC X(4).
           03 AckSourceId PIC X(8).
           03 AckCurrency PIC X(3).
           03 FILLER PIC X(12).
         02 AckDetailBody REDEFINES AckRecordBody.
           03 AckPostedCount PIC 9(7).
           03 AckPostedTotal PIC S9(11)V99 SIGN LEADING SEPARATE.
           03 AckOriginalTotal PIC S9(11)V99 SIGN LEADING SEPARATE.
         02 AckTrailerBody REDEFINES AckRecordBody.
           03 AckTrailerCount PIC 9(7).
           03 AckTrailerTotal PIC S9(11)V99 SIGN LEADING SEPARATE.
           03 FILLER PIC X(14).

       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
         88 Consolidate-Mode VALUE "C" "c".
         88 Reconcile-Mode VALUE "R" "r".
         88 Reversal-Mode VALUE "V" "v".
         88 Adjustment-Mode VALUE "A" "a".

      *Per-branch accumulators for the consolidation mode - one slot
      *per branch and currency met in the combined feed. The total
      *is in the home currency; the original total is as the branch
      *sent it, in the slot's currency. Each slot also splits its
      *home-currency total by expense category, for the category
      *actuals written under that branch's B ledger entry.
       01 WS-BRANCH-LIMIT PIC 99 VALUE 10.
       01 WS-BRANCH-COUNT PIC 99 VALUE 0.
       01 WS-BRANCH-TABLE.
         02 WS-BRANCH-ENTRY OCCURS 10 TIMES.
           03 WS-BR-CODE PIC X(4).
           03 WS-BR-CURRENCY PIC X(3).
           03 WS-BR-RATE PIC 9(5)V9(6).
           03 WS-BR-RECORDS PIC 9(7).
           03 WS-BR-TOTAL PIC S9(9)V99.
           03 WS-BR-ORIG-TOTAL PIC S9(9)V99.
           03 WS-BR-CAT-COUNT PIC 99.
           03 WS-BR-CAT-ENTRY OCCURS 20 TIMES.
             04 WS-BC-CODE PIC X(4).
             04 WS-BC-RECORDS PIC 9(7).
             04 WS-BC-TOTAL PIC S9(9)V99.
       01 WS-BRANCH-IDX PIC 99.
       01 WS-CURR-BRANCH-IDX PIC 99 VALUE 0.
       01 WS-SLOT-CODE PIC X(4).
       01 WS-LEDGER-BRANCH PIC X(4) VALUE SPACES.
       01 WS-RECON-BRANCH PIC X(4) VALUE SPACES.

      *Foreign-currency branch sections - each is converted to the
      *home currency at the exchange rate kept by RateMaint for the
      *feed's file date. The trailer is proved on the amounts as
      *sent; a foreign currency with no rate for the file date
      *rejects the feed.
       01 WS-HOME-CURRENCY PIC X(3) VALUE "EUR".
       01 WS-FEED-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-FEED-RATE PIC 9(5)V9(6) VALUE 1.
       01 WS-RATE-FOUND-SW PIC X VALUE "Y".
         88 Exchange-Rate-Found VALUE "Y".
       01 WS-NO-RATE-COUNT PIC 9(7) VALUE 0.
       01 WS-HOME-AMOUNT PIC S9(9)V99 VALUE 0.

      *Out-of-pattern check - each detail's home-currency amount is
      *held against its category's ceiling on the category master
      *and the typical range AmountPattern keeps for the branch and
      *category. Any held detail rejects the feed onto suspense, the
      *held details carrying their own reason, so they are looked at
      *through SuspenseRepair instead of posting.
       01 WS-PATTERN-ACTION PIC X.
       01 WS-PATTERN-BRANCH PIC X(4) VALUE SPACES.
       01 WS-PATTERN-CATEGORY PIC X(4) VALUE SPACES.
       01 WS-PATTERN-AMOUNT PIC S9(11)V99 VALUE 0.
       01 WS-PATTERN-LOW PIC 9(11)V99 VALUE 0.
       01 WS-PATTERN-HIGH PIC 9(11)V99 VALUE 0.
       01 WS-PATTERN-RESULT PIC X.
         88 Amount-Out-Of-Pattern VALUE "N".
       01 WS-PATTERN-REASON PIC X(30) VALUE SPACES.
       01 WS-ABS-AMOUNT PIC 9(11)V99 VALUE 0.
       01 WS-HELD-COUNT PIC 9(7) VALUE 0.
       01 WS-HELD-LIMIT PIC 9(3) VALUE 100.
       01 WS-HELD-TABLE.
         02 WS-HELD-ENTRY OCCURS 100 TIMES.
           03 WS-HELD-BRANCH PIC X(4).
           03 WS-HELD-CATEGORY PIC X(4).
           03 WS-HELD-AMOUNT PIC S9(11)V99.
           03 WS-HELD-REASON PIC X(30).
           03 WS-HELD-LOW PIC 9(11)V99.
           03 WS-HELD-HIGH PIC 9(11)V99.
       01 WS-HELD-IDX PIC 9(3).

      *Per-category accumulators for the batch adding mode - finance
      *wants the posted figures split by expense category.
       01 WS-CATEGORY-LIMIT PIC 99 VALUE 20.
         88 Category-Slot-Found VALUE "Y".
       01 WS-CAT-OVERFLOW-SW PIC X VALUE "N".
         88 Category-Table-Full VALUE "Y".
       01 WS-ACTUALS-STATUS PIC XX.
       01 ACTUALS-EOF-SW PIC X VALUE "N".
         88 End-Of-Actuals-File VALUE "Y".

       01 WS-AMOUNTS-STATUS PIC XX.
       01 AMOUNTS-EOF-SW PIC X VALUE "N".

      *Duplicate-posting guard against the posted-feeds register -
      *an accepted feed whose date/source key is already registered
      *is refused unless a correction re-send has an override
      *request approved by a second operator on the approval queue.
       01 WS-POSTED-STATUS PIC XX.
       01 POSTED-EOF-SW PIC X VALUE "N".
         88 End-Of-Posted-File VALUE "Y".
         88 Feed-Already-Posted VALUE "Y".
       01 WS-OVERRIDE-SW PIC X VALUE "N".
         88 Override-Approved VALUE "Y".
       01 WS-SUPERVISOR-ID PIC X(8) VALUE SPACES.
       01 WS-OVERRIDE-REQUESTER PIC X(8) VALUE SPACES.
       01 WS-HEADER-SEEN-SW PIC X VALUE "N".
         88 Amounts-Header-Seen VALUE "Y".
       01 WS-TRAILER-SEEN-SW PIC X VALUE "N".
      *GL journal build - category totals mapped to GL accounts,
      *plus one balancing line to the clearing account so the
      *journal proves net zero.
       01 WS-CATMAST-STATUS PIC XX.
       01 CATMAST-EOF-SW PIC X VALUE "N".
         88 End-Of-Catmast-File VALUE "Y".
       01 WS-CATMAST-LIMIT PIC 9(3) VALUE 200.
       01 WS-CATMAST-COUNT PIC 9(3) VALUE 0.
       01 WS-CATMAST-TABLE.
         02 WS-CATMAST-ENTRY OCCURS 200 TIMES.
           03 WS-CM-CATEGORY PIC X(4).
           03 WS-CM-ACCOUNT PIC X(8).
           03 WS-CM-ACTIVE PIC X.
           03 WS-CM-FROM PIC 9(8).
           03 WS-CM-TO PIC 9(8).
           03 WS-CM-CEILING PIC 9(9)V99.
       01 WS-CATMAST-IDX PIC 9(3).
       01 WS-GLMAP-FOUND-SW PIC X.
         88 Gl-Account-Found VALUE "Y".
       01 WS-GL-ACCOUNT PIC X(8).
      *Category check - the category and date to look up, and what
      *the master says about it on that date.
       01 WS-CHECK-CATEGORY PIC X(4).
       01 WS-CHECK-DATE PIC 9(8).
       01 WS-CHECK-STATE-SW PIC X.
         88 Category-In-Force VALUE "A".
         88 Category-Inactive VALUE "I".
         88 Category-Unknown VALUE "U".
       01 WS-CHECK-CEILING PIC 9(9)V99 VALUE 0.
       01 WS-BAD-CATEGORY-COUNT PIC 9(7) VALUE 0.
      *Unmapped categories post to the suspense account so the
      *journal still balances; finance adds the mapping through
      *CategoryMaint afterwards.
       01 WS-GL-SUSPENSE-ACCT PIC X(8) VALUE "GLSUSPNS".
       01 WS-GL-CLEARING-ACCT PIC X(8) VALUE "CLEARING".
       01 WS-GL-LINE-COUNT PIC 9(7) VALUE 0.
         88 Unmapped-Category-Seen VALUE "Y".
       01 WS-GL-BALANCE-AMT PIC S9(11)V99 VALUE 0.

      *Each journal carries its own id - J, the run date as YYMMDD,
      *and a sequence character for the journals sent that day - so
      *the accounting system's acceptance file can be matched back
      *to the journal it answers.
       01 WS-JOURNAL-LOG-STATUS PIC XX.
       01 JOURNAL-LOG-EOF-SW PIC X VALUE "N".
         88 End-Of-Journal-Log VALUE "Y".
       01 WS-JOURNAL-ID.
         02 WS-JOURNAL-PREFIX.
           03 FILLER PIC X VALUE "J".
           03 WS-JOURNAL-YYMMDD PIC X(6).
         02 WS-JOURNAL-SEQ PIC X.
       01 WS-JOURNAL-SEQ-CHARS PIC X(35)
          VALUE "123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-JOURNAL-SEQ-TABLE REDEFINES WS-JOURNAL-SEQ-CHARS.
         02 WS-JOURNAL-SEQ-CHAR PIC X OCCURS 35 TIMES.
       01 WS-JOURNAL-SEQ-IDX PIC 99.
       01 WS-JOURNAL-SEQ-HIGH PIC 99 VALUE 0.
       01 WS-GL-LINE-NUMBER PIC 9(5) VALUE 0.

      *Reversal mode - the original posting is found by its
      *timestamp and backed out with an explicit R entry carrying
      *the negated amount and a reference to what it reverses.
       01 WS-REVERSE-TS PIC 9(14).
       01 WS-ORIG-FOUND-SW PIC X VALUE "N".
         88 Original-Entry-Found VALUE "Y".
       01 WS-ORIG-BRANCH PIC X(4).
       01 WS-ORIG-AMOUNT PIC S9(11)V99 VALUE 0.
       01 WS-REVERSAL-AMOUNT PIC S9(11)V99 VALUE 0.
       01 WS-REVERSAL-COUNT PIC 9(5) VALUE 0.
       01 WS-REFUSED-COUNT PIC 9(5) VALUE 0.
       01 WS-REVERSAL-OK-SW PIC X VALUE "N".
         88 Reversal-Can-Post VALUE "Y".

      *Four-eyes approval queue - reversals and duplicate-feed
      *overrides post only once a second operator has approved
      *them through the console's approval queue function.
       01 WS-APPROVAL-ACTION PIC X.
       01 WS-APPROVAL-FOUND PIC X.
         88 Approval-Request-Found VALUE "Y".
       01 WS-APPROVAL-REQUEST.
           COPY "approval_request".

      *Manual adjustment entry - a correction keyed with its own
      *signed amount, category, branch, reference, and narrative,
      *edited as a feed detail is (category in force on the run date,
      *ceiling, and typical range), shown back, and posted only once
      *confirmed. Only an active operator cleared for the calc
      *program may key adjustments; the operator file is read, never
      *written, so a wrong password here does not count towards a
      *console lockout. Nothing is keyed while the nightly run holds
      *the run lock.
       01 WS-ADJUST-STATUS PIC XX.
       01 WS-ADJWORK-STATUS PIC XX.
       01 ADJUST-EOF-SW PIC X VALUE "N".
         88 End-Of-Adjust-File VALUE "Y".
       01 WS-OPERATOR-STATUS PIC XX.
       01 OPERATOR-EOF-SW PIC X VALUE "N".
         88 End-Of-Operator-File VALUE "Y".
       01 WS-BRANCH-STATUS PIC XX.
       01 BRANCH-EOF-SW PIC X VALUE "N".
         88 End-Of-Branch-File VALUE "Y".
       01 WS-BRANCH-SW PIC X VALUE "N".
         88 Branch-On-Master VALUE "Y".
       01 WS-ADJ-MIN-LEVEL PIC 9 VALUE 3.
       01 WS-ADJ-OPERATOR PIC X(8) VALUE SPACES.
       01 WS-ADJ-SIGNED-SW PIC X VALUE "N".
         88 Adjust-Operator-Signed VALUE "Y".
       01 WS-ADJ-AMOUNT-IN PIC S9(7)V99 SIGN LEADING SEPARATE.
      *The amount is keyed as free text and proved before it is
      *taken: a number, with no more whole digits or decimals than
      *the adjustment amount holds, so nothing is silently cut off.
       01 WS-ADJ-AMOUNT-TEXT PIC X(20).
       01 WS-ADJ-AMOUNT-SCAN.
         02 WS-ADJ-SCAN-IDX PIC 99.
         02 WS-ADJ-WHOLE-DIGITS PIC 99.
         02 WS-ADJ-DECIMAL-DIGITS PIC 99.
         02 WS-ADJ-POINT-SW PIC X.
           88 Adj-Point-Seen VALUE "Y".
       01 WS-ADJ-CATEGORY-IN PIC X(4).
       01 WS-ADJ-BRANCH-IN PIC X(4).
       01 WS-ADJ-REFERENCE-IN PIC X(12).
       01 WS-ADJ-NARRATIVE-IN PIC X(40).
       01 WS-ADJ-ENTRY-OK-SW PIC X VALUE "N".
         88 Adjustment-Entry-OK VALUE "Y".
       01 WS-ADJ-CONFIRM PIC X.
         88 Adjustment-Confirmed VALUE "Y" "y".
       01 WS-ADJ-ANOTHER PIC X.
         88 Another-Adjustment VALUE "Y" "y".
       01 WS-ADJ-LAST-TS PIC 9(14) VALUE 0.
       01 WS-ADJ-POSTED-COUNT PIC 9(5) VALUE 0.
       01 WS-ADJ-JOURNAL-COUNT PIC 9(5) VALUE 0.
       01 WS-ADJ-REGISTER-COUNT PIC 9(5) VALUE 0.
       01 WS-ADJ-REGISTER-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-LOCK-ACTION PIC X.
       01 WS-LOCK-HELD PIC X.

      *Start/end records for the shared run-control status board.
       01 WS-RUNCTL-PROGRAM PIC X(20) VALUE "CalcUserInput".
           03 WS-TS-MINUTE PIC 99.
           03 WS-TS-SECOND PIC 99.
       01 WS-TIMESTAMP-NUM REDEFINES WS-TIMESTAMP PIC 9(14).
      *The consolidation writes one B entry per branch within the
      *same second; successive entries take successive timestamps
      *so each, and the category actuals under it, stays distinct.
       01 WS-LAST-LEDGER-TS PIC 9(14) VALUE 0.
       01 WS-LEDGER-STATUS PIC XX.
       01 WS-LEDGER-TYPE PIC X.

         02 FILLER PIC X(17) VALUE "  trailer says : ".
         02 AccTrailerTotal PIC +ZZZZZZZZZZ9.99.

       01 ACCEPT-HELD-LINE.
         02 FILLER PIC X(7) VALUE "  HELD ".
         02 AccHeldBranch PIC X(4).
         02 FILLER PIC X VALUE SPACE.
         02 AccHeldCategory PIC X(4).
         02 FILLER PIC X VALUE SPACE.
         02 AccHeldAmount PIC +ZZZZZZZZZZ9.99.
         02 FILLER PIC X VALUE SPACE.
         02 AccHeldReason PIC X(30).
       01 ACCEPT-RANGE-LINE.
         02 FILLER PIC X(13) VALUE SPACES.
         02 AccRangeLabel PIC X(16).
         02 AccRangeLow PIC ZZZZZZZZZZ9.99.
         02 AccRangeTo PIC X(4).
         02 AccRangeHigh PIC ZZZZZZZZZZ9.99 BLANK WHEN ZERO.

       01 CONSOL-BRANCH-LINE.
         02 FILLER PIC X(7) VALUE "BRANCH ".
         02 ConBrCode PIC X(4).
         02 FILLER PIC X VALUE SPACE.
         02 ConBrCurrency PIC X(3).
         02 FILLER PIC X(10) VALUE "  RECORDS ".
         02 ConBrRecords PIC ZZZZZZ9.
         02 FILLER PIC X(11) VALUE "  ORIGINAL ".
         02 ConBrOrigTotal PIC +ZZZZZZZZ9.99.
         02 FILLER PIC X(7) VALUE "  RATE ".
         02 ConBrRate PIC ZZZZ9.999999.
         02 FILLER PIC X(8) VALUE "  TOTAL ".
         02 ConBrTotal PIC +ZZZZZZZZ9.99.

         02 FILLER PIC X(8) VALUE "  TOTAL ".
         02 ConGrTotal PIC +ZZZZZZZZZZ9.99.

       01 CONSOL-SENT-LINE.
         02 FILLER PIC X(39)
            VALUE "TRAILER TOTAL AS SENT IN THE FEED      ".
         02 ConSentTotal PIC +ZZZZZZZZZZ9.99.

       01 CATEGORY-DETAIL-LINE.
         02 FILLER PIC X(9) VALUE "CATEGORY ".
         02 CatLnCode PIC X(4).
         02 FILLER PIC X(8) VALUE "  TOTAL ".
         02 CatTotTotal PIC +ZZZZZZZZZZ9.99.

       01 ADJUST-HEADING-LINE.
         02 FILLER PIC X(16) VALUE "LEDGER TIMESTAMP".
         02 FILLER PIC X(8) VALUE "  BRANCH".
         02 FILLER PIC X(5) VALUE "  CAT".
         02 FILLER PIC X(16) VALUE "          AMOUNT".
         02 FILLER PIC X(14) VALUE "  REFERENCE   ".
         02 FILLER PIC X(10) VALUE "  OPERATOR".
         02 FILLER PIC X(10) VALUE "  JOURNAL ".

       01 ADJUST-DETAIL-LINE.
         02 AdlTimestamp PIC 9(14).
         02 FILLER PIC X(4) VALUE SPACES.
         02 AdlBranch PIC X(4).
         02 FILLER PIC X(4) VALUE SPACES.
         02 AdlCategory PIC X(4).
         02 FILLER PIC X(2) VALUE SPACES.
         02 AdlAmount PIC +ZZZZZZZZ9.99.
         02 FILLER PIC X(2) VALUE SPACES.
         02 AdlReference PIC X(12).
         02 FILLER PIC X(2) VALUE SPACES.
         02 AdlOperator PIC X(8).
         02 FILLER PIC X(2) VALUE SPACES.
         02 AdlJournalId PIC X(8).

       01 ADJUST-NARRATIVE-LINE.
         02 FILLER PIC X(18) VALUE SPACES.
         02 AdlNarrative PIC X(40).

       01 ADJUST-TOTAL-LINE.
         02 FILLER PIC X(26) VALUE "ADJUSTMENTS ON RUN DATE : ".
         02 AdtCount PIC ZZZZ9.
         02 FILLER PIC X(13) VALUE "  NET TOTAL  ".
         02 AdtTotal PIC +ZZZZZZZZZZ9.99.

      *The operator signed on at the console that started this run
      *- blank when run from the nightly driver or any other batch
      *caller, and adjustment entry is then refused.
       LINKAGE SECTION.
       01 LNK-OPERATOR-ID PIC X(8).

       PROCEDURE DIVISION USING LNK-OPERATOR-ID.
       Main.
           CALL "GetRunDate" USING WS-RESOLVED-RUN-DATE
             WS-RERUN-FLAG
           DISPLAY
             "Run mode - (I)nteractive, (A)djustment, (B)atch, "
             "(C)onsolidate, (R)econcile, or re(V)ersal: "
           ACCEPT WS-RUN-MODE
           EVALUATE TRUE
             WHEN Batch-Mode
               PERFORM Reconcile-Ledger
             WHEN Reversal-Mode
               PERFORM Reversal-Processing
             WHEN Adjustment-Mode
               PERFORM Adjustment-Processing
             WHEN OTHER
               PERFORM Interactive-Processing
           END-EVALUATE
             END-IF
           END-PERFORM.

      *Adjustment mode - manual corrections keyed one at a time by
      *the supervisor signed on at the console, each shown back and
      *posted only once confirmed, as an A ledger entry under its
      *branch, an A category-actuals record, and a record on the
      *adjustments log. The day's register is reprinted at the end
      *of every session so it always lists the whole run date.
       Adjustment-Processing.
           PERFORM Query-Run-Lock
           IF WS-LOCK-HELD = "Y"
             DISPLAY "Batch run-lock is held - the nightly run is "
               "in progress. Adjustment entry refused."
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM Check-Adjust-Operator
             IF Adjust-Operator-Signed
               PERFORM Load-Detail-Patterns
               PERFORM Load-Category-Master
               MOVE 0 TO WS-ADJ-POSTED-COUNT
               MOVE "Y" TO WS-ADJ-ANOTHER
               PERFORM UNTIL NOT Another-Adjustment
                 PERFORM Enter-One-Adjustment
               END-PERFORM
               DISPLAY "Adjustments posted this session = ",
                 WS-ADJ-POSTED-COUNT
               PERFORM Write-Adjustment-Register
             ELSE
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.

       Query-Run-Lock.
           MOVE "Q" TO WS-LOCK-ACTION
           CALL "RunLock" USING WS-LOCK-ACTION WS-LOCK-HELD.

      *Adjustments are keyed only under the console sign-on passed
      *in by the caller - the password lifecycle, lockouts, and
      *forced changes are all the console's. The id is checked
      *again here against the operator file, without writing it
      *back, in case the operator was disabled or moved to another
      *level since signing on.
       Check-Adjust-Operator.
           MOVE "N" TO WS-ADJ-SIGNED-SW
           MOVE LNK-OPERATOR-ID TO WS-ADJ-OPERATOR
           IF WS-ADJ-OPERATOR = SPACES
             DISPLAY "No console operator signed on - adjustments "
               "are keyed from the operator console only."
           ELSE
             OPEN INPUT OPERATOR-FILE
             IF WS-OPERATOR-STATUS = "35"
               DISPLAY "Operator ID file not found - no operator "
                 "can key adjustments."
             ELSE
               MOVE "N" TO OPERATOR-EOF-SW
               READ OPERATOR-FILE
                 AT END MOVE "Y" TO OPERATOR-EOF-SW
               END-READ
               PERFORM UNTIL End-Of-Operator-File
                  OR Adjust-Operator-Signed
                 IF OpOperatorId = WS-ADJ-OPERATOR
                    AND OpStatus = "A"
                    AND OpAuthLevel = WS-ADJ-MIN-LEVEL
                   MOVE "Y" TO WS-ADJ-SIGNED-SW
                 END-IF
                 READ OPERATOR-FILE
                   AT END MOVE "Y" TO OPERATOR-EOF-SW
                 END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
               IF NOT Adjust-Operator-Signed
                 DISPLAY "Operator ", WS-ADJ-OPERATOR, " is not an "
                   "active supervisor - adjustment entry refused."
               END-IF
             END-IF
           END-IF.

      *The run lock is asked again just before posting - the entry
      *may have been keyed slowly enough for the nightly run to have
      *started meanwhile, and then the session ends.
       Enter-One-Adjustment.
           PERFORM Accept-Adjustment-Entry
           IF Adjustment-Entry-OK
             PERFORM Show-Adjustment
             DISPLAY "Post this adjustment (Y/N): "
             ACCEPT WS-ADJ-CONFIRM
             IF Adjustment-Confirmed
               PERFORM Query-Run-Lock
               IF WS-LOCK-HELD = "Y"
                 DISPLAY "Batch run-lock is now held - adjustment "
                   "NOT posted."
                 MOVE 16 TO RETURN-CODE
                 MOVE "N" TO WS-ADJ-ANOTHER
               ELSE
                 PERFORM Post-Adjustment
               END-IF
             ELSE
               DISPLAY "Adjustment not posted."
             END-IF
           END-IF
           IF Another-Adjustment
             DISPLAY "Another adjustment (Y/N): "
             ACCEPT WS-ADJ-ANOTHER
           END-IF.

      *The fields are edited in the order keyed and the first one
      *in error ends the entry, as the maintenance programs do. The
      *category must be in force on the run date the adjustment
      *posts under.
       Accept-Adjustment-Entry.
           MOVE "N" TO WS-ADJ-ENTRY-OK-SW
           MOVE 0 TO WS-ADJ-AMOUNT-IN
           DISPLAY "Amount (e.g. -1234.56 or 250.00): "
           MOVE SPACES TO WS-ADJ-AMOUNT-TEXT
           ACCEPT WS-ADJ-AMOUNT-TEXT
           IF WS-ADJ-AMOUNT-TEXT = SPACES
              OR FUNCTION TEST-NUMVAL(WS-ADJ-AMOUNT-TEXT) NOT = 0
             DISPLAY "Amount must be a number with at most one "
               "sign, e.g. -1234.56."
           ELSE
             PERFORM Count-Adjustment-Digits
             IF WS-ADJ-DECIMAL-DIGITS > 2
               DISPLAY "Amount may have at most two decimals."
             ELSE
               IF WS-ADJ-WHOLE-DIGITS > 7
                 DISPLAY "Amount may not exceed 9999999.99."
               ELSE
                 COMPUTE WS-ADJ-AMOUNT-IN =
                   FUNCTION NUMVAL(WS-ADJ-AMOUNT-TEXT)
                 IF WS-ADJ-AMOUNT-IN = 0
                   DISPLAY "Amount may not be zero."
                 ELSE
                   PERFORM Accept-Adjustment-Category
                 END-IF
               END-IF
             END-IF
           END-IF.

      *Whole digits and decimals of a keyed amount already proved a
      *number; leading zeros are not counted as whole digits.
       Count-Adjustment-Digits.
           MOVE 0 TO WS-ADJ-WHOLE-DIGITS
           MOVE 0 TO WS-ADJ-DECIMAL-DIGITS
           MOVE "N" TO WS-ADJ-POINT-SW
           PERFORM VARYING WS-ADJ-SCAN-IDX FROM 1 BY 1
               UNTIL WS-ADJ-SCAN-IDX > 20
             EVALUATE TRUE
               WHEN WS-ADJ-AMOUNT-TEXT(WS-ADJ-SCAN-IDX:1) = "."
                 MOVE "Y" TO WS-ADJ-POINT-SW
               WHEN WS-ADJ-AMOUNT-TEXT(WS-ADJ-SCAN-IDX:1)
                   IS NOT NUMERIC
                 CONTINUE
               WHEN Adj-Point-Seen
                 ADD 1 TO WS-ADJ-DECIMAL-DIGITS
               WHEN WS-ADJ-AMOUNT-TEXT(WS-ADJ-SCAN-IDX:1) = "0"
                  AND WS-ADJ-WHOLE-DIGITS = 0
                 CONTINUE
               WHEN OTHER
                 ADD 1 TO WS-ADJ-WHOLE-DIGITS
             END-EVALUATE
           END-PERFORM.

       Accept-Adjustment-Category.
           DISPLAY "Category (4 characters): "
           ACCEPT WS-ADJ-CATEGORY-IN
           MOVE WS-ADJ-CATEGORY-IN TO WS-CHECK-CATEGORY
           MOVE WS-RESOLVED-RUN-DATE TO WS-CHECK-DATE
           PERFORM Check-Category-On-Date
           EVALUATE TRUE
             WHEN Category-Unknown
               DISPLAY "Category is not on the category master "
                 "on the run date."
             WHEN Category-Inactive
               DISPLAY "Category is inactive on the run date."
             WHEN OTHER
               PERFORM Accept-Adjustment-Branch
           END-EVALUATE.

       Accept-Adjustment-Branch.
           DISPLAY "Branch code (4 characters): "
           ACCEPT WS-ADJ-BRANCH-IN
           PERFORM Check-Branch-On-Master
           IF NOT Branch-On-Master
             DISPLAY "Branch is not on the branch master."
           ELSE
             PERFORM Check-Adjustment-Pattern
             IF WS-PATTERN-REASON NOT = SPACES
               DISPLAY "Adjustment refused - ", WS-PATTERN-REASON
               IF WS-PATTERN-REASON = "OVER CATEGORY CEILING"
                 MOVE WS-PATTERN-HIGH TO WS-AMOUNT-DISP
                 DISPLAY "Category ceiling : ", WS-AMOUNT-DISP
               ELSE
                 MOVE WS-PATTERN-LOW TO WS-AMOUNT-DISP
                 DISPLAY "Typical range from : ", WS-AMOUNT-DISP
                 MOVE WS-PATTERN-HIGH TO WS-AMOUNT-DISP
                 DISPLAY "                to : ", WS-AMOUNT-DISP
               END-IF
             ELSE
               PERFORM Accept-Adjustment-Text
             END-IF
           END-IF.

       Accept-Adjustment-Text.
           DISPLAY "Reference (up to 12 characters): "
           ACCEPT WS-ADJ-REFERENCE-IN
           IF WS-ADJ-REFERENCE-IN = SPACES
             DISPLAY "Reference may not be blank."
           ELSE
             DISPLAY "Narrative (up to 40 characters): "
             ACCEPT WS-ADJ-NARRATIVE-IN
             IF WS-ADJ-NARRATIVE-IN = SPACES
               DISPLAY "Narrative may not be blank."
             ELSE
               MOVE "Y" TO WS-ADJ-ENTRY-OK-SW
             END-IF
           END-IF.

       Check-Branch-On-Master.
           MOVE "N" TO WS-BRANCH-SW
           OPEN INPUT BRANCH-MASTER
           IF WS-BRANCH-STATUS = "35"
             CONTINUE
           ELSE
             MOVE "N" TO BRANCH-EOF-SW
             READ BRANCH-MASTER
               AT END MOVE "Y" TO BRANCH-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Branch-File OR Branch-On-Master
               IF BrCode = WS-ADJ-BRANCH-IN
                  AND WS-ADJ-BRANCH-IN NOT = SPACES
                 MOVE "Y" TO WS-BRANCH-SW
               END-IF
               READ BRANCH-MASTER
                 AT END MOVE "Y" TO BRANCH-EOF-SW
               END-READ
             END-PERFORM
             CLOSE BRANCH-MASTER
           END-IF.

      *The feed detail's ceiling and typical-range check, applied to
      *the keyed amount. Adjustments are keyed in the home currency
      *and are corrections, not typical postings, so they are
      *checked against the branch and category history but never
      *added to it.
       Check-Adjustment-Pattern.
           MOVE SPACES TO WS-PATTERN-REASON
           MOVE 0 TO WS-PATTERN-LOW
           MOVE 0 TO WS-PATTERN-HIGH
           MOVE WS-ADJ-AMOUNT-IN TO WS-PATTERN-AMOUNT
           IF WS-PATTERN-AMOUNT < 0
             COMPUTE WS-ABS-AMOUNT = 0 - WS-PATTERN-AMOUNT
           ELSE
             MOVE WS-PATTERN-AMOUNT TO WS-ABS-AMOUNT
           END-IF
           IF WS-CHECK-CEILING > 0
              AND WS-ABS-AMOUNT > WS-CHECK-CEILING
             MOVE "OVER CATEGORY CEILING" TO WS-PATTERN-REASON
             MOVE WS-CHECK-CEILING TO WS-PATTERN-HIGH
           ELSE
             MOVE "C" TO WS-PATTERN-ACTION
             MOVE WS-ADJ-BRANCH-IN TO WS-PATTERN-BRANCH
             MOVE WS-ADJ-CATEGORY-IN TO WS-PATTERN-CATEGORY
             PERFORM Call-Amount-Pattern
             IF Amount-Out-Of-Pattern
               MOVE "OUTSIDE BRANCH/CATEGORY RANGE"
                 TO WS-PATTERN-REASON
             END-IF
           END-IF.

       Show-Adjustment.
           MOVE WS-ADJ-AMOUNT-IN TO WS-AMOUNT-DISP
           DISPLAY "Adjustment to post on run date ",
             WS-RESOLVED-RUN-DATE, ":"
           DISPLAY "  Branch    : ", WS-ADJ-BRANCH-IN
           DISPLAY "  Category  : ", WS-ADJ-CATEGORY-IN,
             "  GL account ", WS-GL-ACCOUNT
           DISPLAY "  Amount    : ", WS-AMOUNT-DISP
           DISPLAY "  Reference : ", WS-ADJ-REFERENCE-IN
           DISPLAY "  Narrative : ", WS-ADJ-NARRATIVE-IN
           DISPLAY "  Operator  : ", WS-ADJ-OPERATOR.

      *Ledger entry, category-actuals record, and log record, all
      *under the same timestamp. Two adjustments confirmed within
      *the same second take successive timestamps, so each can be
      *found again for a reversal.
       Post-Adjustment.
           MOVE WS-RESOLVED-RUN-DATE TO WS-TS-DATE
           ACCEPT WS-TS-TIME FROM TIME
           IF WS-TIMESTAMP-NUM <= WS-ADJ-LAST-TS
             COMPUTE WS-TIMESTAMP-NUM = WS-ADJ-LAST-TS + 1
           END-IF
           MOVE WS-TIMESTAMP-NUM TO WS-ADJ-LAST-TS
           OPEN EXTEND LEDGER-FILE
           IF WS-LEDGER-STATUS = "35"
             OPEN OUTPUT LEDGER-FILE
           END-IF
           MOVE "A" TO LedgerEntryType
           MOVE WS-ADJ-BRANCH-IN TO LedgerBranch
           MOVE 0 TO LedgerSummand1
           MOVE 0 TO LedgerSummand2
           MOVE WS-ADJ-AMOUNT-IN TO LedgerSumResult
           MOVE WS-TIMESTAMP-NUM TO LedgerTimestamp
           MOVE 0 TO LedgerReversalRef
           WRITE LEDGER-RECORD
           CLOSE LEDGER-FILE
           OPEN EXTEND CATEGORY-ACTUALS
           IF WS-ACTUALS-STATUS = "35"
             OPEN OUTPUT CATEGORY-ACTUALS
           END-IF
           MOVE SPACES TO CATEGORY-ACTUAL-RECORD
           MOVE WS-ADJ-CATEGORY-IN TO CaCategory
           MOVE "A" TO CaEntryType
           MOVE WS-RESOLVED-RUN-DATE TO CaRunDate
           MOVE WS-RESOLVED-RUN-DATE TO CaFileDate
           MOVE 1 TO CaRecords
           MOVE WS-ADJ-AMOUNT-IN TO CaAmount
           MOVE WS-TIMESTAMP-NUM TO CaLedgerTimestamp
           WRITE CATEGORY-ACTUAL-RECORD
           CLOSE CATEGORY-ACTUALS
           OPEN EXTEND ADJUSTMENT-LOG
           IF WS-ADJUST-STATUS = "35"
             OPEN OUTPUT ADJUSTMENT-LOG
           END-IF
           MOVE SPACES TO ADJUSTMENT-RECORD
           MOVE WS-TIMESTAMP-NUM TO AdjLedgerTimestamp
           MOVE WS-RESOLVED-RUN-DATE TO AdjRunDate
           MOVE WS-ADJ-BRANCH-IN TO AdjBranch
           MOVE WS-ADJ-CATEGORY-IN TO AdjCategory
           MOVE WS-ADJ-AMOUNT-IN TO AdjAmount
           MOVE WS-ADJ-REFERENCE-IN TO AdjReference
           MOVE WS-ADJ-OPERATOR TO AdjOperator
           MOVE WS-ADJ-NARRATIVE-IN TO AdjNarrative
           WRITE ADJUSTMENT-RECORD
           CLOSE ADJUSTMENT-LOG
           ADD 1 TO WS-ADJ-POSTED-COUNT
           DISPLAY "Adjustment posted - ledger timestamp ",
             WS-TIMESTAMP-NUM.

      *Every adjustment posted on the run date, by whoever keyed it,
      *with the journal that carried it once the batch has run.
       Write-Adjustment-Register.
           MOVE 0 TO WS-ADJ-REGISTER-COUNT
           MOVE 0 TO WS-ADJ-REGISTER-TOTAL
           OPEN OUTPUT ADJUSTMENT-REGISTER
           MOVE SPACES TO ADJUSTMENT-REGISTER-LINE
           STRING "MANUAL LEDGER ADJUSTMENTS REGISTER - RUN DATE "
             DELIMITED BY SIZE
             WS-RESOLVED-RUN-DATE DELIMITED BY SIZE
             INTO ADJUSTMENT-REGISTER-LINE
           END-STRING
           WRITE ADJUSTMENT-REGISTER-LINE
           MOVE SPACES TO ADJUSTMENT-REGISTER-LINE
           WRITE ADJUSTMENT-REGISTER-LINE
           WRITE ADJUSTMENT-REGISTER-LINE FROM ADJUST-HEADING-LINE
           OPEN INPUT ADJUSTMENT-LOG
           IF WS-ADJUST-STATUS = "35"
             CONTINUE
           ELSE
             MOVE "N" TO ADJUST-EOF-SW
             READ ADJUSTMENT-LOG
               AT END MOVE "Y" TO ADJUST-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Adjust-File
               IF AdjRunDate = WS-RESOLVED-RUN-DATE
                 MOVE AdjLedgerTimestamp TO AdlTimestamp
                 MOVE AdjBranch TO AdlBranch
                 MOVE AdjCategory TO AdlCategory
                 MOVE AdjAmount TO AdlAmount
                 MOVE AdjReference TO AdlReference
                 MOVE AdjOperator TO AdlOperator
                 MOVE AdjJournalId TO AdlJournalId
                 WRITE ADJUSTMENT-REGISTER-LINE FROM ADJUST-DETAIL-LINE
                 MOVE AdjNarrative TO AdlNarrative
                 WRITE ADJUSTMENT-REGISTER-LINE
                   FROM ADJUST-NARRATIVE-LINE
                 ADD 1 TO WS-ADJ-REGISTER-COUNT
                 ADD AdjAmount TO WS-ADJ-REGISTER-TOTAL
               END-IF
               READ ADJUSTMENT-LOG
                 AT END MOVE "Y" TO ADJUST-EOF-SW
               END-READ
             END-PERFORM
             CLOSE ADJUSTMENT-LOG
           END-IF
           MOVE SPACES TO ADJUSTMENT-REGISTER-LINE
           WRITE ADJUSTMENT-REGISTER-LINE
           MOVE WS-ADJ-REGISTER-COUNT TO AdtCount
           MOVE WS-ADJ-REGISTER-TOTAL TO AdtTotal
           WRITE ADJUSTMENT-REGISTER-LINE FROM ADJUST-TOTAL-LINE
           CLOSE ADJUSTMENT-REGISTER
           MOVE "calc-adjustment-register.txt" TO WS-SPOOL-REPORT
           PERFORM Spool-Finished-Report.

       Batch-Processing.
           PERFORM Write-Runctl-Start
           OPEN INPUT AMOUNTS-FILE
                 MOVE 1 TO WS-RUNCTL-WRITE
               END-IF
             ELSE
               PERFORM Reject-Amounts-File
             END-IF
           END-IF
           PERFORM Write-Runctl-End.

      *An accepted feed whose date/source key is already on the
      *posted-feeds register is a rerun about to double-post. A
      *genuine correction re-send may go through only against an
      *override request one operator raised and a second approved
      *on the approval queue; both operator ids are recorded on the
      *register.
       Check-Posted-Feed.
           MOVE "N" TO WS-DUP-FEED-SW
           MOVE "N" TO WS-OVERRIDE-SW
           MOVE SPACES TO WS-SUPERVISOR-ID
           MOVE SPACES TO WS-OVERRIDE-REQUESTER
           OPEN INPUT POSTED-FEEDS
           IF WS-POSTED-STATUS = "35"
             CONTINUE
           IF Feed-Already-Posted
             DISPLAY "FEED ALREADY POSTED - file date ",
               WS-FILE-DATE, " source ", WS-SOURCE-ID
             PERFORM Find-Approved-Override
           END-IF.

      *A CALL leaves the callee's zero in RETURN-CODE, so the
      *caller's return code is saved across the queue lookup.
       Find-Approved-Override.
           MOVE RETURN-CODE TO WS-SAVED-RC
           MOVE SPACES TO WS-APPROVAL-REQUEST
           MOVE WS-FILE-DATE TO AqFileDate
           MOVE WS-SOURCE-ID TO AqSourceId
           MOVE "O" TO WS-APPROVAL-ACTION
           CALL "ApprovalQueue" USING WS-APPROVAL-ACTION
             WS-APPROVAL-REQUEST WS-APPROVAL-FOUND
           MOVE WS-SAVED-RC TO RETURN-CODE
           IF Approval-Request-Found
             MOVE "Y" TO WS-OVERRIDE-SW
             MOVE AqDecidedBy TO WS-SUPERVISOR-ID
             MOVE AqRequestedBy TO WS-OVERRIDE-REQUESTER
             DISPLAY "Override request ", AqRequestStamp,
               " raised by ", AqRequestedBy, " and approved by ",
               AqDecidedBy, " - feed will be posted again."
           ELSE
             DISPLAY "No approved override request for this feed on "
               "the approval queue - raise one from the operator "
               "console for a second operator to approve."
           END-IF.

      *The alert carries the acceptance edit's own reason - a short
      *trailer and a category finance has not set up need different
      *people to fix them.
       Reject-Amounts-File.
           DISPLAY "AMOUNTS FILE REJECTED - ", WS-FEED-FAIL-REASON
           MOVE 16 TO RETURN-CODE
           MOVE "E" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING "AMOUNTS FILE REJECTED - " DELIMITED BY SIZE
             WS-FEED-FAIL-REASON DELIMITED BY SIZE
             INTO WS-ALERT-MESSAGE
           END-STRING
           PERFORM Write-Operator-Alert
           PERFORM Write-Suspense-File.

       Refuse-Duplicate-Feed.
           DISPLAY "AMOUNTS FILE REFUSED - this feed has already "
             "been posted."
           IF Override-Approved
             MOVE "O" TO PfOverrideFlag
             MOVE WS-SUPERVISOR-ID TO PfSupervisor
             MOVE WS-OVERRIDE-REQUESTER TO PfRequester
           ELSE
             MOVE SPACE TO PfOverrideFlag
           END-IF
           WRITE POSTED-FEED-RECORD
           CLOSE POSTED-FEEDS
           IF Override-Approved
             MOVE "D" TO AqStatus
             MOVE WS-RESOLVED-RUN-DATE TO AqPostedDate
             PERFORM Update-Approval-Request
           END-IF.

      *A CALL leaves the callee's zero in RETURN-CODE, so the
      *caller's return code is saved across the queue update.
       Update-Approval-Request.
           MOVE RETURN-CODE TO WS-SAVED-RC
           MOVE "U" TO WS-APPROVAL-ACTION
           CALL "ApprovalQueue" USING WS-APPROVAL-ACTION
             WS-APPROVAL-REQUEST WS-APPROVAL-FOUND
           IF NOT Approval-Request-Found
             DISPLAY "Approval request ", AqRequestStamp,
               " could not be marked on the queue."
           END-IF
           MOVE WS-SAVED-RC TO RETURN-CODE.

       Write-Runctl-Start.
           MOVE "S" TO WS-RUNCTL-PHASE
      *trailer's record count and amount total against what was
      *actually read before anything is posted. A truncated
      *transmission fails here instead of posting a short total.
      *Each detail's category must also be on the category master
      *and active on the header's file date - a category finance
      *has not set up is caught here, not when the journal is built.
      *The trailer total is the branches' own total in the currency
      *each section was sent in, so it is proved on the amounts as
      *read; every foreign currency must have a rate for the file
      *date before any of it is converted and posted.
       Verify-Amounts-File.
           MOVE "N" TO WS-HEADER-SEEN-SW
           MOVE "N" TO WS-TRAILER-SEEN-SW
           MOVE 0 TO WS-EDIT-DETAIL-COUNT
           MOVE 0 TO WS-EDIT-AMOUNT-TOTAL
           MOVE 0 TO WS-BAD-CATEGORY-COUNT
           MOVE 0 TO WS-NO-RATE-COUNT
           MOVE 0 TO WS-HELD-COUNT
           PERFORM Reset-Detail-Pattern
           PERFORM Load-Detail-Patterns
           PERFORM Load-Category-Master
           MOVE "N" TO AMOUNTS-EOF-SW
           READ AMOUNTS-FILE
             AT END MOVE "Y" TO AMOUNTS-EOF-SW
                 MOVE "Y" TO WS-HEADER-SEEN-SW
                 MOVE AmtFileDate TO WS-FILE-DATE
                 MOVE AmtSourceId TO WS-SOURCE-ID
               WHEN Amounts-Branch
                 PERFORM Lookup-Branch-Rate
                 MOVE AmtBranchCode TO WS-PATTERN-BRANCH
                 IF NOT Exchange-Rate-Found
                   ADD 1 TO WS-NO-RATE-COUNT
                 END-IF
               WHEN Amounts-Detail
                 ADD 1 TO WS-EDIT-DETAIL-COUNT
                 ADD AmtAmount TO WS-EDIT-AMOUNT-TOTAL
                 PERFORM Check-Detail-Category
                 IF NOT Category-In-Force
                   ADD 1 TO WS-BAD-CATEGORY-COUNT
                 END-IF
                 PERFORM Check-Detail-Pattern
                 IF WS-PATTERN-REASON NOT = SPACES
                   PERFORM Hold-Detail
                 END-IF
               WHEN Amounts-Trailer
                 MOVE "Y" TO WS-TRAILER-SEEN-SW
                 MOVE AmtTrailerCount TO WS-TRAILER-COUNT
               MOVE "TRAILER COUNT MISMATCH" TO WS-FEED-FAIL-REASON
             WHEN WS-TRAILER-TOTAL NOT = WS-EDIT-AMOUNT-TOTAL
               MOVE "TRAILER TOTAL MISMATCH" TO WS-FEED-FAIL-REASON
             WHEN WS-BAD-CATEGORY-COUNT > 0
               MOVE "CATEGORY INVALID ON FILE DATE"
                 TO WS-FEED-FAIL-REASON
             WHEN WS-NO-RATE-COUNT > 0
               MOVE "NO EXCHANGE RATE FOR FILE DATE"
                 TO WS-FEED-FAIL-REASON
             WHEN WS-HELD-COUNT > 0
               MOVE "DETAIL AMOUNT OUT OF PATTERN"
                 TO WS-FEED-FAIL-REASON
           END-EVALUATE
           IF WS-FEED-FAIL-REASON = SPACES
             MOVE "Y" TO WS-FILE-ACCEPTED-SW
      *can be repaired and re-posted through SuspenseRepair instead
      *of waiting a business day for the branch to re-send the file.
      *Details whose amount is not numeric carry their own reason on
      *top of the file-level one, as do details whose category is
      *unknown or inactive on the file date, details held as out of
      *pattern, and branch records whose currency has no rate for
      *it. A suspense file still
      *holding a prior unrepaired feed is never overwritten - that
      *feed would be lost without warning.
       Write-Suspense-File.
           PERFORM Check-Suspense-Free
           IF Suspense-Occupied

       Park-Feed-On-Suspense.
           MOVE 0 TO WS-SUSPENSE-COUNT
           PERFORM Reset-Detail-Pattern
           OPEN OUTPUT SUSPENSE-FILE
           MOVE "N" TO AMOUNTS-EOF-SW
           OPEN INPUT AMOUNTS-FILE
           END-READ
           PERFORM UNTIL End-Of-Amounts-File
             MOVE SPACES TO SUSPENSE-RECORD
             MOVE WS-FEED-FAIL-REASON TO SusReason
             IF Amounts-Detail
               PERFORM Check-Detail-Category
               PERFORM Check-Detail-Pattern
               EVALUATE TRUE
                 WHEN AmtAmount IS NOT NUMERIC
                   MOVE "DETAIL AMOUNT NOT NUMERIC" TO SusReason
                 WHEN Category-Unknown
                   MOVE "CATEGORY UNKNOWN ON FILE DATE" TO SusReason
                 WHEN Category-Inactive
                   MOVE "CATEGORY INACTIVE ON FILE DATE" TO SusReason
                 WHEN WS-PATTERN-REASON NOT = SPACES
                   MOVE WS-PATTERN-REASON TO SusReason
               END-EVALUATE
             END-IF
             IF Amounts-Branch
               PERFORM Lookup-Branch-Rate
               MOVE AmtBranchCode TO WS-PATTERN-BRANCH
               IF NOT Exchange-Rate-Found
                 MOVE "NO EXCHANGE RATE ON FILE DATE" TO SusReason
               END-IF
             END-IF
             MOVE AMOUNT-RECORD TO SusFeedRecord
             WRITE SUSPENSE-RECORD
             INTO ACCEPT-REPORT-LINE
           END-STRING
           WRITE ACCEPT-REPORT-LINE
           MOVE SPACES TO ACCEPT-REPORT-LINE
           STRING "Details with a category not valid on the file "
             DELIMITED BY SIZE
             "date : " DELIMITED BY SIZE
             WS-BAD-CATEGORY-COUNT DELIMITED BY SIZE
             INTO ACCEPT-REPORT-LINE
           END-STRING
           WRITE ACCEPT-REPORT-LINE
           MOVE SPACES TO ACCEPT-REPORT-LINE
           STRING "Branch sections in a currency with no rate for "
             DELIMITED BY SIZE
             "the file date : " DELIMITED BY SIZE
             WS-NO-RATE-COUNT DELIMITED BY SIZE
             INTO ACCEPT-REPORT-LINE
           END-STRING
           WRITE ACCEPT-REPORT-LINE
           MOVE SPACES TO ACCEPT-REPORT-LINE
           STRING "Details held as out of pattern : " DELIMITED BY SIZE
             WS-HELD-COUNT DELIMITED BY SIZE
             INTO ACCEPT-REPORT-LINE
           END-STRING
           WRITE ACCEPT-REPORT-LINE
           PERFORM Write-Held-Details
           MOVE WS-EDIT-AMOUNT-TOTAL TO AccComputedTotal
           MOVE WS-TRAILER-TOTAL TO AccTrailerTotal
           WRITE ACCEPT-REPORT-LINE FROM ACCEPT-TOTALS-LINE
           MOVE "amounts-acceptance.txt" TO WS-SPOOL-REPORT
           PERFORM Spool-Finished-Report.

      *Each held detail with why - over the category's ceiling, or
      *outside the typical range for its branch and category - and
      *the ceiling or range it was held against.
       Write-Held-Details.
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
               UNTIL WS-HELD-IDX > WS-HELD-COUNT
                  OR WS-HELD-IDX > WS-HELD-LIMIT
             MOVE WS-HELD-BRANCH(WS-HELD-IDX) TO AccHeldBranch
             MOVE WS-HELD-CATEGORY(WS-HELD-IDX) TO AccHeldCategory
             MOVE WS-HELD-AMOUNT(WS-HELD-IDX) TO AccHeldAmount
             MOVE WS-HELD-REASON(WS-HELD-IDX) TO AccHeldReason
             WRITE ACCEPT-REPORT-LINE FROM ACCEPT-HELD-LINE
             IF WS-HELD-REASON(WS-HELD-IDX) = "OVER CATEGORY CEILING"
               MOVE "CEILING       : " TO AccRangeLabel
               MOVE WS-HELD-HIGH(WS-HELD-IDX) TO AccRangeLow
               MOVE SPACES TO AccRangeTo
               MOVE 0 TO AccRangeHigh
             ELSE
               MOVE "TYPICAL RANGE : " TO AccRangeLabel
               MOVE WS-HELD-LOW(WS-HELD-IDX) TO AccRangeLow
               MOVE " TO " TO AccRangeTo
               MOVE WS-HELD-HIGH(WS-HELD-IDX) TO AccRangeHigh
             END-IF
             WRITE ACCEPT-REPORT-LINE FROM ACCEPT-RANGE-LINE
           END-PERFORM
           IF WS-HELD-COUNT > WS-HELD-LIMIT
             MOVE "  FURTHER HELD DETAILS NOT LISTED - SEE SUSPENSE"
               TO ACCEPT-REPORT-LINE
             WRITE ACCEPT-REPORT-LINE
           END-IF.

      *A CALL leaves the callee's zero in RETURN-CODE, so the
      *caller's return code is saved across the spool hand-over.
       Spool-Finished-Report.
             WS-RESOLVED-RUN-DATE
           MOVE WS-SAVED-RC TO RETURN-CODE.

      *The rate for the branch record just read, on the feed's file
      *date. A blank currency is the home currency and comes back at
      *a rate of one. A CALL leaves the callee's zero in
      *RETURN-CODE, so the caller's return code is saved across the
      *rate lookup.
       Lookup-Branch-Rate.
           MOVE RETURN-CODE TO WS-SAVED-RC
           MOVE AmtCurrencyCode TO WS-FEED-CURRENCY
           IF WS-FEED-CURRENCY = SPACES
             MOVE WS-HOME-CURRENCY TO WS-FEED-CURRENCY
           END-IF
           CALL "ExchangeRate" USING WS-FEED-CURRENCY WS-FILE-DATE
             WS-FEED-RATE WS-RATE-FOUND-SW
           MOVE WS-SAVED-RC TO RETURN-CODE.

      *Details are posted in the home currency - each is converted
      *at the rate of the branch section it falls under, and details
      *ahead of any branch record are taken as sent.
       Accumulate-Batch-Total.
           MOVE 0 TO WS-BATCH-TOTAL
           MOVE 0 TO WS-RECORD-NUM
           MOVE 0 TO WS-CATEGORY-COUNT
           MOVE "N" TO WS-CAT-OVERFLOW-SW
           MOVE SPACES TO WS-FEED-CURRENCY
           MOVE 1 TO WS-FEED-RATE
           MOVE SPACES TO WS-PATTERN-BRANCH
           PERFORM Check-For-Checkpoint
           MOVE "N" TO AMOUNTS-EOF-SW
           OPEN INPUT AMOUNTS-FILE
             AT END MOVE "Y" TO AMOUNTS-EOF-SW
           END-READ
           PERFORM UNTIL End-Of-Amounts-File
             IF Amounts-Branch
               PERFORM Lookup-Branch-Rate
               MOVE AmtBranchCode TO WS-PATTERN-BRANCH
             END-IF
             IF Amounts-Detail
               ADD 1 TO WS-RECORD-NUM
               COMPUTE WS-HOME-AMOUNT ROUNDED =
                 AmtAmount * WS-FEED-RATE
               PERFORM Record-Detail-Pattern
               IF WS-RECORD-NUM > WS-LAST-CKPT-RECNUM
                 ADD WS-HOME-AMOUNT TO WS-BATCH-TOTAL
                 IF FUNCTION MOD(WS-RECORD-NUM, WS-CKPT-INTERVAL) = 0
                   PERFORM Write-Checkpoint
                 END-IF
           MOVE 0 TO Summand2
           MOVE "B" TO WS-LEDGER-TYPE
           PERFORM Write-Ledger-Record
           PERFORM Write-Category-Actuals
           PERFORM Write-Category-Report
           PERFORM Write-GL-Journal
           PERFORM Save-Detail-Patterns
           PERFORM Reset-Checkpoint.

       Load-Category-Master.
           MOVE 0 TO WS-CATMAST-COUNT
           OPEN INPUT CATEGORY-MASTER
           IF WS-CATMAST-STATUS = "35"
             DISPLAY "Category master not found - every category is "
               "unknown."
           ELSE
             MOVE "N" TO CATMAST-EOF-SW
             READ CATEGORY-MASTER
               AT END MOVE "Y" TO CATMAST-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Catmast-File
                OR WS-CATMAST-COUNT >= WS-CATMAST-LIMIT
               ADD 1 TO WS-CATMAST-COUNT
               MOVE CmCategory TO WS-CM-CATEGORY(WS-CATMAST-COUNT)
               MOVE CmGlAccount TO WS-CM-ACCOUNT(WS-CATMAST-COUNT)
               MOVE CmActiveFlag TO WS-CM-ACTIVE(WS-CATMAST-COUNT)
               MOVE CmEffectiveFrom TO WS-CM-FROM(WS-CATMAST-COUNT)
               MOVE CmEffectiveTo TO WS-CM-TO(WS-CATMAST-COUNT)
               IF CmAmountCeiling IS NUMERIC
                 MOVE CmAmountCeiling
                   TO WS-CM-CEILING(WS-CATMAST-COUNT)
               ELSE
                 MOVE 0 TO WS-CM-CEILING(WS-CATMAST-COUNT)
               END-IF
               READ CATEGORY-MASTER
                 AT END MOVE "Y" TO CATMAST-EOF-SW
               END-READ
             END-PERFORM
             IF NOT End-Of-Catmast-File
               MOVE "W" TO WS-ALERT-SEVERITY
               MOVE "CATEGORY MASTER LARGER THAN TABLE - TAIL IGNORED"
                 TO WS-ALERT-MESSAGE
               PERFORM Write-Operator-Alert
             END-IF
             CLOSE CATEGORY-MASTER
           END-IF.

      *Finds the mapping of WS-CHECK-CATEGORY in force on
      *WS-CHECK-DATE. No mapping in force leaves the category
      *unknown and the account on suspense.
       Check-Category-On-Date.
           MOVE "U" TO WS-CHECK-STATE-SW
           MOVE 0 TO WS-CHECK-CEILING
           MOVE WS-GL-SUSPENSE-ACCT TO WS-GL-ACCOUNT
           PERFORM VARYING WS-CATMAST-IDX FROM 1 BY 1
               UNTIL WS-CATMAST-IDX > WS-CATMAST-COUNT
                  OR NOT Category-Unknown
             IF WS-CM-CATEGORY(WS-CATMAST-IDX) = WS-CHECK-CATEGORY
                AND WS-CM-FROM(WS-CATMAST-IDX) <= WS-CHECK-DATE
                AND WS-CM-TO(WS-CATMAST-IDX) >= WS-CHECK-DATE
               MOVE WS-CM-ACCOUNT(WS-CATMAST-IDX) TO WS-GL-ACCOUNT
               MOVE WS-CM-CEILING(WS-CATMAST-IDX) TO WS-CHECK-CEILING
               IF WS-CM-ACTIVE(WS-CATMAST-IDX) = "A"
                 MOVE "A" TO WS-CHECK-STATE-SW
               ELSE
                 MOVE "I" TO WS-CHECK-STATE-SW
               END-IF
             END-IF
           END-PERFORM.

       Check-Detail-Category.
           MOVE AmtCategory TO WS-CHECK-CATEGORY
           MOVE WS-FILE-DATE TO WS-CHECK-DATE
           PERFORM Check-Category-On-Date.

      *Details ahead of any branch record are taken as sent, under a
      *blank branch.
       Reset-Detail-Pattern.
           MOVE SPACES TO WS-PATTERN-BRANCH
           MOVE 1 TO WS-FEED-RATE
           MOVE "Y" TO WS-RATE-FOUND-SW.

      *Follows Check-Detail-Category. A detail already failing on
      *its amount, category, or branch rate is not judged again.
      *The ceiling is checked first; the typical range only once
      *the branch and category have enough posting history.
       Check-Detail-Pattern.
           MOVE SPACES TO WS-PATTERN-REASON
           MOVE 0 TO WS-PATTERN-LOW
           MOVE 0 TO WS-PATTERN-HIGH
           IF AmtAmount IS NUMERIC AND Category-In-Force
              AND Exchange-Rate-Found
             COMPUTE WS-PATTERN-AMOUNT ROUNDED =
               AmtAmount * WS-FEED-RATE
             IF WS-PATTERN-AMOUNT < 0
               COMPUTE WS-ABS-AMOUNT = 0 - WS-PATTERN-AMOUNT
             ELSE
               MOVE WS-PATTERN-AMOUNT TO WS-ABS-AMOUNT
             END-IF
             IF WS-CHECK-CEILING > 0
                AND WS-ABS-AMOUNT > WS-CHECK-CEILING
               MOVE "OVER CATEGORY CEILING" TO WS-PATTERN-REASON
               MOVE WS-CHECK-CEILING TO WS-PATTERN-HIGH
             ELSE
               MOVE "C" TO WS-PATTERN-ACTION
               MOVE AmtCategory TO WS-PATTERN-CATEGORY
               PERFORM Call-Amount-Pattern
               IF Amount-Out-Of-Pattern
                 MOVE "OUTSIDE BRANCH/CATEGORY RANGE"
                   TO WS-PATTERN-REASON
               END-IF
             END-IF
           END-IF.

       Hold-Detail.
           ADD 1 TO WS-HELD-COUNT
           IF WS-HELD-COUNT <= WS-HELD-LIMIT
             MOVE WS-PATTERN-BRANCH TO WS-HELD-BRANCH(WS-HELD-COUNT)
             MOVE AmtCategory TO WS-HELD-CATEGORY(WS-HELD-COUNT)
             MOVE WS-PATTERN-AMOUNT TO WS-HELD-AMOUNT(WS-HELD-COUNT)
             MOVE WS-PATTERN-REASON TO WS-HELD-REASON(WS-HELD-COUNT)
             MOVE WS-PATTERN-LOW TO WS-HELD-LOW(WS-HELD-COUNT)
             MOVE WS-PATTERN-HIGH TO WS-HELD-HIGH(WS-HELD-COUNT)
           END-IF.

      *Each posted detail joins its branch and category's history,
      *which is written back once the posting is complete.
       Record-Detail-Pattern.
           MOVE "A" TO WS-PATTERN-ACTION
           MOVE AmtCategory TO WS-PATTERN-CATEGORY
           MOVE WS-HOME-AMOUNT TO WS-PATTERN-AMOUNT
           PERFORM Call-Amount-Pattern.

       Save-Detail-Patterns.
           MOVE "W" TO WS-PATTERN-ACTION
           PERFORM Call-Amount-Pattern.

      *The history is read afresh for every feed, never taken over
      *from an earlier posting under the same driver.
       Load-Detail-Patterns.
           MOVE "L" TO WS-PATTERN-ACTION
           PERFORM Call-Amount-Pattern.

      *A CALL leaves the callee's zero in RETURN-CODE, so the
      *caller's return code is saved across the pattern call.
       Call-Amount-Pattern.
           MOVE RETURN-CODE TO WS-SAVED-RC
           CALL "AmountPattern" USING WS-PATTERN-ACTION
             WS-PATTERN-BRANCH WS-PATTERN-CATEGORY WS-PATTERN-AMOUNT
             WS-PATTERN-LOW WS-PATTERN-HIGH WS-PATTERN-RESULT
           MOVE WS-SAVED-RC TO RETURN-CODE.

      *The journal takes the mapping in force on the run date, so a
      *back-dated rerun posts to the accounts of its own day.
       Lookup-GL-Account.
           MOVE WS-CAT-CODE(WS-CATEGORY-IDX) TO WS-CHECK-CATEGORY
           MOVE WS-RESOLVED-RUN-DATE TO WS-CHECK-DATE
           PERFORM Check-Category-On-Date
           IF Category-Unknown
             MOVE "N" TO WS-GLMAP-FOUND-SW
             MOVE "Y" TO WS-GL-UNMAPPED-SW
           ELSE
             MOVE "Y" TO WS-GLMAP-FOUND-SW
           END-IF.

      *One journal line per category, one per manual adjustment not
      *yet journaled, plus one balancing line to the clearing
      *account carrying the negated net total, so the
      *whole journal proves net zero on the trailer. Every line is
      *logged as sent under the journal's id, followed by the
      *journal's control record once the net total is known.
       Write-GL-Journal.
           PERFORM Load-Category-Master
           PERFORM Assign-Journal-Id
           MOVE 0 TO WS-GL-LINE-COUNT
           MOVE 0 TO WS-GL-NET-TOTAL
           MOVE "N" TO WS-GL-UNMAPPED-SW
           OPEN OUTPUT GL-JOURNAL
           OPEN EXTEND JOURNAL-LOG
           IF WS-JOURNAL-LOG-STATUS = "35"
             OPEN OUTPUT JOURNAL-LOG
           END-IF
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE "H" TO GljRecordType
           MOVE WS-FILE-DATE TO GljFileDate
           MOVE WS-JOURNAL-ID TO GljJournalId
           WRITE GL-JOURNAL-RECORD
           PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
               UNTIL WS-CATEGORY-IDX > WS-CATEGORY-COUNT
             MOVE "D" TO GljRecordType
             MOVE WS-GL-ACCOUNT TO GljAccount
             MOVE WS-CAT-TOTAL(WS-CATEGORY-IDX) TO GljAmount
             PERFORM Log-Journal-Line
             WRITE GL-JOURNAL-RECORD
             ADD 1 TO WS-GL-LINE-COUNT
             ADD WS-CAT-TOTAL(WS-CATEGORY-IDX)
               TO WS-GL-NET-TOTAL
           END-PERFORM
           PERFORM Journal-Pending-Adjustments
           COMPUTE WS-GL-BALANCE-AMT = 0 - WS-GL-NET-TOTAL
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE "D" TO GljRecordType
           MOVE WS-GL-CLEARING-ACCT TO GljAccount
           MOVE WS-GL-BALANCE-AMT TO GljAmount
           PERFORM Log-Journal-Line
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-GL-LINE-COUNT
           ADD WS-GL-BALANCE-AMT TO WS-GL-NET-TOTAL
           MOVE WS-GL-NET-TOTAL TO GljNetTotal
           WRITE GL-JOURNAL-RECORD
           CLOSE GL-JOURNAL
           MOVE SPACES TO JOURNAL-LOG-RECORD
           MOVE WS-JOURNAL-ID TO JlJournalId
           MOVE 0 TO JlLineNumber
           MOVE WS-FILE-DATE TO JlFileDate
           MOVE WS-RESOLVED-RUN-DATE TO JlSentDate
           MOVE WS-GL-NET-TOTAL TO JlAmount
           MOVE "O" TO JlStatus
           MOVE 0 TO JlAckDate
           MOVE "N" TO JlAlerted
           WRITE JOURNAL-LOG-RECORD
           CLOSE JOURNAL-LOG
           DISPLAY "GL journal ", WS-JOURNAL-ID,
             " produced - lines = ", WS-GL-LINE-COUNT
           IF Unmapped-Category-Seen
             MOVE "W" TO WS-ALERT-SEVERITY
             MOVE "GL JOURNAL HAS UNMAPPED CATEGORIES ON SUSPENSE"
             PERFORM Write-Operator-Alert
           END-IF.

      *Each adjustment keyed since the last journal goes on as its
      *own line, mapped by its category on the run date, and is
      *stamped with this journal's id on the work copy of the log,
      *which replaces the log once every record has been copied.
       Journal-Pending-Adjustments.
           MOVE 0 TO WS-ADJ-JOURNAL-COUNT
           OPEN INPUT ADJUSTMENT-LOG
           IF WS-ADJUST-STATUS = "35"
             CONTINUE
           ELSE
             OPEN OUTPUT ADJUSTMENT-WORK
             MOVE "N" TO ADJUST-EOF-SW
             READ ADJUSTMENT-LOG
               AT END MOVE "Y" TO ADJUST-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Adjust-File
               IF Adjustment-Not-Journaled
                 MOVE AdjCategory TO WS-CHECK-CATEGORY
                 MOVE WS-RESOLVED-RUN-DATE TO WS-CHECK-DATE
                 PERFORM Check-Category-On-Date
                 IF Category-Unknown
                   MOVE "Y" TO WS-GL-UNMAPPED-SW
                 END-IF
                 MOVE SPACES TO GL-JOURNAL-RECORD
                 MOVE "D" TO GljRecordType
                 MOVE WS-GL-ACCOUNT TO GljAccount
                 MOVE AdjAmount TO GljAmount
                 PERFORM Log-Journal-Line
                 WRITE GL-JOURNAL-RECORD
                 ADD 1 TO WS-GL-LINE-COUNT
                 ADD AdjAmount TO WS-GL-NET-TOTAL
                 MOVE WS-JOURNAL-ID TO AdjJournalId
                 ADD 1 TO WS-ADJ-JOURNAL-COUNT
               END-IF
               WRITE ADJUSTMENT-WORK-RECORD FROM ADJUSTMENT-RECORD
               READ ADJUSTMENT-LOG
                 AT END MOVE "Y" TO ADJUST-EOF-SW
               END-READ
             END-PERFORM
             CLOSE ADJUSTMENT-LOG
             CLOSE ADJUSTMENT-WORK
             IF WS-ADJ-JOURNAL-COUNT > 0
               PERFORM Replace-Adjustment-Log
               DISPLAY "Manual adjustments carried to the GL journal"
                 " = ", WS-ADJ-JOURNAL-COUNT
             END-IF
           END-IF.

       Replace-Adjustment-Log.
           OPEN INPUT ADJUSTMENT-WORK
           OPEN OUTPUT ADJUSTMENT-LOG
           MOVE "N" TO ADJUST-EOF-SW
           READ ADJUSTMENT-WORK
             AT END MOVE "Y" TO ADJUST-EOF-SW
           END-READ
           PERFORM UNTIL End-Of-Adjust-File
             WRITE ADJUSTMENT-RECORD FROM ADJUSTMENT-WORK-RECORD
             READ ADJUSTMENT-WORK
               AT END MOVE "Y" TO ADJUST-EOF-SW
             END-READ
           END-PERFORM
           CLOSE ADJUSTMENT-WORK
           CLOSE ADJUSTMENT-LOG.

      *The journal line about to be written, as logged for the
      *acceptance match. The line number is the line's position
      *among the journal's detail lines.
       Log-Journal-Line.
           MOVE SPACES TO JOURNAL-LOG-RECORD
           MOVE WS-JOURNAL-ID TO JlJournalId
           COMPUTE WS-GL-LINE-NUMBER = WS-GL-LINE-COUNT + 1
           MOVE WS-GL-LINE-NUMBER TO JlLineNumber
           MOVE WS-FILE-DATE TO JlFileDate
           MOVE WS-RESOLVED-RUN-DATE TO JlSentDate
           MOVE GljAccount TO JlAccount
           MOVE GljAmount TO JlAmount
           MOVE SPACE TO JlStatus
           MOVE 0 TO JlAckDate
           MOVE SPACE TO JlAlerted
           WRITE JOURNAL-LOG-RECORD.

      *The next free sequence character for the run date, after the
      *highest already on the journal log. A day that has used them
      *all keeps the last one and the operator is told, since the
      *acceptance match can no longer tell those journals apart.
       Assign-Journal-Id.
           MOVE WS-RESOLVED-RUN-DATE(3:6) TO WS-JOURNAL-YYMMDD
           MOVE 0 TO WS-JOURNAL-SEQ-HIGH
           OPEN INPUT JOURNAL-LOG
           IF WS-JOURNAL-LOG-STATUS = "35"
             CONTINUE
           ELSE
             MOVE "N" TO JOURNAL-LOG-EOF-SW
             READ JOURNAL-LOG
               AT END MOVE "Y" TO JOURNAL-LOG-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Journal-Log
               IF JlLineNumber = 0
                  AND JlJournalId(1:7) = WS-JOURNAL-PREFIX
                 PERFORM VARYING WS-JOURNAL-SEQ-IDX FROM 1 BY 1
                     UNTIL WS-JOURNAL-SEQ-IDX > 35
                   IF WS-JOURNAL-SEQ-CHAR(WS-JOURNAL-SEQ-IDX)
                      = JlJournalId(8:1)
                      AND WS-JOURNAL-SEQ-IDX > WS-JOURNAL-SEQ-HIGH
                     MOVE WS-JOURNAL-SEQ-IDX TO WS-JOURNAL-SEQ-HIGH
                   END-IF
                 END-PERFORM
               END-IF
               READ JOURNAL-LOG
                 AT END MOVE "Y" TO JOURNAL-LOG-EOF-SW
               END-READ
             END-PERFORM
             CLOSE JOURNAL-LOG
           END-IF
           IF WS-JOURNAL-SEQ-HIGH >= 35
             MOVE "E" TO WS-ALERT-SEVERITY
             MOVE "GL JOURNAL IDS USED UP FOR THE RUN DATE - ID REUSED"
               TO WS-ALERT-MESSAGE
             PERFORM Write-Operator-Alert
             MOVE 35 TO WS-JOURNAL-SEQ-IDX
           ELSE
             COMPUTE WS-JOURNAL-SEQ-IDX = WS-JOURNAL-SEQ-HIGH + 1
           END-IF
           MOVE WS-JOURNAL-SEQ-CHAR(WS-JOURNAL-SEQ-IDX)
             TO WS-JOURNAL-SEQ.

      *Category subtotals always cover the whole feed, including
      *details replayed from before a checkpoint, so a resumed run
      *reports the same category figures as an uninterrupted one.
           END-IF
           IF WS-CURR-CAT-IDX > 0
             ADD 1 TO WS-CAT-RECORDS(WS-CURR-CAT-IDX)
             ADD WS-HOME-AMOUNT TO WS-CAT-TOTAL(WS-CURR-CAT-IDX)
           END-IF.

      *Runs straight after the B ledger entry is written, so each
      *category record carries that entry's timestamp and can be
      *found again if the posting is ever reversed.
       Write-Category-Actuals.
           OPEN EXTEND CATEGORY-ACTUALS
           IF WS-ACTUALS-STATUS = "35"
             OPEN OUTPUT CATEGORY-ACTUALS
           END-IF
           PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
               UNTIL WS-CATEGORY-IDX > WS-CATEGORY-COUNT
             MOVE SPACES TO CATEGORY-ACTUAL-RECORD
             MOVE WS-CAT-CODE(WS-CATEGORY-IDX) TO CaCategory
             MOVE "B" TO CaEntryType
             MOVE WS-RESOLVED-RUN-DATE TO CaRunDate
             MOVE WS-FILE-DATE TO CaFileDate
             MOVE WS-CAT-RECORDS(WS-CATEGORY-IDX) TO CaRecords
             MOVE WS-CAT-TOTAL(WS-CATEGORY-IDX) TO CaAmount
             MOVE WS-TIMESTAMP-NUM TO CaLedgerTimestamp
             WRITE CATEGORY-ACTUAL-RECORD
           END-PERFORM
           CLOSE CATEGORY-ACTUALS.

      *A reversed B posting takes its category actuals with it - the
      *category records written under the original timestamp are
      *collected first and then appended again negated, as type R
      *under the reversal's own timestamp.
       Reverse-Category-Actuals.
           MOVE 0 TO WS-CATEGORY-COUNT
           MOVE "N" TO WS-CAT-OVERFLOW-SW
           MOVE 0 TO WS-FILE-DATE
           OPEN INPUT CATEGORY-ACTUALS
           IF WS-ACTUALS-STATUS = "35"
             CONTINUE
           ELSE
             MOVE "N" TO ACTUALS-EOF-SW
             READ CATEGORY-ACTUALS
               AT END MOVE "Y" TO ACTUALS-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Actuals-File
               IF Actual-Is-Posting
                  AND CaLedgerTimestamp = WS-REVERSE-TS
                 IF WS-CATEGORY-COUNT >= WS-CATEGORY-LIMIT
                   MOVE "Y" TO WS-CAT-OVERFLOW-SW
                 ELSE
                   ADD 1 TO WS-CATEGORY-COUNT
                   MOVE CaCategory TO WS-CAT-CODE(WS-CATEGORY-COUNT)
                   MOVE CaRecords TO WS-CAT-RECORDS(WS-CATEGORY-COUNT)
                   COMPUTE WS-CAT-TOTAL(WS-CATEGORY-COUNT) =
                       0 - CaAmount
                   MOVE CaFileDate TO WS-FILE-DATE
                 END-IF
               END-IF
               READ CATEGORY-ACTUALS
                 AT END MOVE "Y" TO ACTUALS-EOF-SW
               END-READ
             END-PERFORM
             CLOSE CATEGORY-ACTUALS
           END-IF
           IF WS-CATEGORY-COUNT > 0
             OPEN EXTEND CATEGORY-ACTUALS
             PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
                 UNTIL WS-CATEGORY-IDX > WS-CATEGORY-COUNT
               MOVE SPACES TO CATEGORY-ACTUAL-RECORD
               MOVE WS-CAT-CODE(WS-CATEGORY-IDX) TO CaCategory
               MOVE "R" TO CaEntryType
               MOVE WS-RESOLVED-RUN-DATE TO CaRunDate
               MOVE WS-FILE-DATE TO CaFileDate
               MOVE WS-CAT-RECORDS(WS-CATEGORY-IDX) TO CaRecords
               MOVE WS-CAT-TOTAL(WS-CATEGORY-IDX) TO CaAmount
               MOVE WS-TIMESTAMP-NUM TO CaLedgerTimestamp
               WRITE CATEGORY-ACTUAL-RECORD
             END-PERFORM
             CLOSE CATEGORY-ACTUALS
             DISPLAY "Category actuals reversed - categories = ",
               WS-CATEGORY-COUNT
           END-IF
           IF Category-Table-Full
             MOVE "W" TO WS-ALERT-SEVERITY
             MOVE "REVERSAL HAS MORE CATEGORIES THAN ACTUALS TABLE"
               TO WS-ALERT-MESSAGE
             PERFORM Write-Operator-Alert
           END-IF.

       Write-Category-Report.
      *ahead of each branch's details. Accumulates a separate total
      *per branch, posts one ledger entry per branch plus a
      *consolidated entry, and prints the consolidation report.
      *A branch section sent in a foreign currency is converted at
      *the rate for the file date; the report and the branch
      *acknowledgment show the total as sent beside the home total.
       Consolidate-Processing.
           PERFORM Write-Runctl-Start
           OPEN INPUT AMOUNTS-FILE
                 PERFORM Accumulate-Branch-Totals
                 IF Consolidation-OK
                   PERFORM Post-Branch-Ledger-Entries
                   PERFORM Save-Detail-Patterns
                   PERFORM Write-Consolidation-Report
                   PERFORM Write-Branch-Ack-File
                   PERFORM Register-Posted-Feed
                 END-IF
               END-IF
             ELSE
               PERFORM Reject-Amounts-File
             END-IF
           END-IF
           PERFORM Write-Runctl-End.

       Accumulate-Branch-Totals.
           MOVE "Y" TO WS-CONSOL-OK-SW
           MOVE "N" TO WS-CAT-OVERFLOW-SW
           MOVE 0 TO WS-BRANCH-COUNT
           MOVE 0 TO WS-CURR-BRANCH-IDX
           MOVE 0 TO WS-GRAND-RECORDS
           MOVE 0 TO WS-GRAND-TOTAL
           MOVE WS-HOME-CURRENCY TO WS-FEED-CURRENCY
           MOVE 1 TO WS-FEED-RATE
           MOVE SPACES TO WS-PATTERN-BRANCH
           MOVE "N" TO AMOUNTS-EOF-SW
           OPEN INPUT AMOUNTS-FILE
           READ AMOUNTS-FILE
              OR NOT Consolidation-OK
             EVALUATE TRUE
               WHEN Amounts-Branch
                 PERFORM Lookup-Branch-Rate
                 MOVE AmtBranchCode TO WS-PATTERN-BRANCH
                 MOVE AmtBranchCode TO WS-SLOT-CODE
                 PERFORM Select-Branch-Slot
               WHEN Amounts-Detail
                   PERFORM Select-Branch-Slot
                 END-IF
                 IF Consolidation-OK
                   COMPUTE WS-HOME-AMOUNT ROUNDED =
                     AmtAmount * WS-BR-RATE(WS-CURR-BRANCH-IDX)
                   ADD 1 TO WS-BR-RECORDS(WS-CURR-BRANCH-IDX)
                   ADD AmtAmount
                     TO WS-BR-ORIG-TOTAL(WS-CURR-BRANCH-IDX)
                   ADD WS-HOME-AMOUNT
                     TO WS-BR-TOTAL(WS-CURR-BRANCH-IDX)
                   ADD 1 TO WS-GRAND-RECORDS
                   ADD WS-HOME-AMOUNT TO WS-GRAND-TOTAL
                   PERFORM Record-Detail-Pattern
                   PERFORM Accumulate-Branch-Category
                 END-IF
             END-EVALUATE
             READ AMOUNTS-FILE
           END-PERFORM
           CLOSE AMOUNTS-FILE.

      *A branch that sends sections in two currencies gets a slot
      *for each, so no slot ever mixes currencies.
       Select-Branch-Slot.
           MOVE "N" TO WS-BRANCH-FOUND-SW
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
               UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
                  OR Branch-Slot-Found
             IF WS-BR-CODE(WS-BRANCH-IDX) = WS-SLOT-CODE
                AND WS-BR-CURRENCY(WS-BRANCH-IDX) = WS-FEED-CURRENCY
               MOVE WS-BRANCH-IDX TO WS-CURR-BRANCH-IDX
               MOVE "Y" TO WS-BRANCH-FOUND-SW
             END-IF
               ADD 1 TO WS-BRANCH-COUNT
               MOVE WS-BRANCH-COUNT TO WS-CURR-BRANCH-IDX
               MOVE WS-SLOT-CODE TO WS-BR-CODE(WS-CURR-BRANCH-IDX)
               MOVE WS-FEED-CURRENCY
                 TO WS-BR-CURRENCY(WS-CURR-BRANCH-IDX)
               MOVE WS-FEED-RATE TO WS-BR-RATE(WS-CURR-BRANCH-IDX)
               MOVE 0 TO WS-BR-RECORDS(WS-CURR-BRANCH-IDX)
               MOVE 0 TO WS-BR-TOTAL(WS-CURR-BRANCH-IDX)
               MOVE 0 TO WS-BR-ORIG-TOTAL(WS-CURR-BRANCH-IDX)
               MOVE 0 TO WS-BR-CAT-COUNT(WS-CURR-BRANCH-IDX)
             END-IF
           END-IF.

      *The consolidation's category split is kept per branch slot,
      *since each branch posts its own B ledger entry.
       Accumulate-Branch-Category.
           MOVE "N" TO WS-CAT-FOUND-SW
           PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
               UNTIL WS-CATEGORY-IDX >
                     WS-BR-CAT-COUNT(WS-CURR-BRANCH-IDX)
                  OR Category-Slot-Found
             IF WS-BC-CODE(WS-CURR-BRANCH-IDX, WS-CATEGORY-IDX)
                = AmtCategory
               MOVE WS-CATEGORY-IDX TO WS-CURR-CAT-IDX
               MOVE "Y" TO WS-CAT-FOUND-SW
             END-IF
           END-PERFORM
           IF NOT Category-Slot-Found
             IF WS-BR-CAT-COUNT(WS-CURR-BRANCH-IDX)
                >= WS-CATEGORY-LIMIT
               MOVE "Y" TO WS-CAT-OVERFLOW-SW
               MOVE 0 TO WS-CURR-CAT-IDX
             ELSE
               ADD 1 TO WS-BR-CAT-COUNT(WS-CURR-BRANCH-IDX)
               MOVE WS-BR-CAT-COUNT(WS-CURR-BRANCH-IDX)
                 TO WS-CURR-CAT-IDX
               MOVE AmtCategory
                 TO WS-BC-CODE(WS-CURR-BRANCH-IDX, WS-CURR-CAT-IDX)
               MOVE 0
                 TO WS-BC-RECORDS(WS-CURR-BRANCH-IDX, WS-CURR-CAT-IDX)
               MOVE 0
                 TO WS-BC-TOTAL(WS-CURR-BRANCH-IDX, WS-CURR-CAT-IDX)
             END-IF
           END-IF
           IF WS-CURR-CAT-IDX > 0
             ADD 1
               TO WS-BC-RECORDS(WS-CURR-BRANCH-IDX, WS-CURR-CAT-IDX)
             ADD WS-HOME-AMOUNT
               TO WS-BC-TOTAL(WS-CURR-BRANCH-IDX, WS-CURR-CAT-IDX)
           END-IF.

       Post-Branch-Ledger-Entries.
             MOVE "B" TO WS-LEDGER-TYPE
             MOVE WS-BR-CODE(WS-BRANCH-IDX) TO WS-LEDGER-BRANCH
             PERFORM Write-Ledger-Record
             PERFORM Load-Branch-Categories
             PERFORM Write-Category-Actuals
           END-PERFORM
           MOVE WS-GRAND-TOTAL TO SumResult
           MOVE "C" TO WS-LEDGER-TYPE
           MOVE "ALL" TO WS-LEDGER-BRANCH
           PERFORM Write-Ledger-Record
           MOVE SPACES TO WS-LEDGER-BRANCH
           IF Category-Table-Full
             MOVE "W" TO WS-ALERT-SEVERITY
             MOVE "BRANCH HAS MORE CATEGORIES THAN ACTUALS TABLE"
               TO WS-ALERT-MESSAGE
             PERFORM Write-Operator-Alert
           END-IF.

      *The branch's category split is moved into the batch mode's
      *category table so the one Write-Category-Actuals serves both.
       Load-Branch-Categories.
           MOVE WS-BR-CAT-COUNT(WS-BRANCH-IDX) TO WS-CATEGORY-COUNT
           PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
               UNTIL WS-CATEGORY-IDX > WS-CATEGORY-COUNT
             MOVE WS-BC-CODE(WS-BRANCH-IDX, WS-CATEGORY-IDX)
               TO WS-CAT-CODE(WS-CATEGORY-IDX)
             MOVE WS-BC-RECORDS(WS-BRANCH-IDX, WS-CATEGORY-IDX)
               TO WS-CAT-RECORDS(WS-CATEGORY-IDX)
             MOVE WS-BC-TOTAL(WS-BRANCH-IDX, WS-CATEGORY-IDX)
               TO WS-CAT-TOTAL(WS-CATEGORY-IDX)
           END-PERFORM.

       Write-Consolidation-Report.
           OPEN OUTPUT CONSOLIDATION-REPORT
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
               UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
             MOVE WS-BR-CODE(WS-BRANCH-IDX) TO ConBrCode
             MOVE WS-BR-CURRENCY(WS-BRANCH-IDX) TO ConBrCurrency
             MOVE WS-BR-RECORDS(WS-BRANCH-IDX) TO ConBrRecords
             MOVE WS-BR-ORIG-TOTAL(WS-BRANCH-IDX) TO ConBrOrigTotal
             MOVE WS-BR-RATE(WS-BRANCH-IDX) TO ConBrRate
             MOVE WS-BR-TOTAL(WS-BRANCH-IDX) TO ConBrTotal
             WRITE CONSOL-REPORT-LINE FROM CONSOL-BRANCH-LINE
           END-PERFORM
           MOVE WS-GRAND-RECORDS TO ConGrRecords
           MOVE WS-GRAND-TOTAL TO ConGrTotal
           WRITE CONSOL-REPORT-LINE FROM CONSOL-TOTAL-LINE
           MOVE WS-TRAILER-TOTAL TO ConSentTotal
           WRITE CONSOL-REPORT-LINE FROM CONSOL-SENT-LINE
           CLOSE CONSOLIDATION-REPORT
           MOVE "calc-consolidation.txt" TO WS-SPOOL-REPORT
           PERFORM Spool-Finished-Report
             MOVE WS-FILE-DATE TO AckFileDate
             MOVE WS-BR-CODE(WS-BRANCH-IDX) TO AckBranchCode
             MOVE "COBSNIPS" TO AckSourceId
             MOVE WS-BR-CURRENCY(WS-BRANCH-IDX) TO AckCurrency
             WRITE ACK-RECORD
             MOVE SPACES TO ACK-RECORD
             MOVE "D" TO AckRecordType
             MOVE WS-BR-RECORDS(WS-BRANCH-IDX) TO AckPostedCount
             MOVE WS-BR-TOTAL(WS-BRANCH-IDX) TO AckPostedTotal
             MOVE WS-BR-ORIG-TOTAL(WS-BRANCH-IDX) TO AckOriginalTotal
             WRITE ACK-RECORD
             MOVE SPACES TO ACK-RECORD
             MOVE "T" TO AckRecordType
       Write-Ledger-Record.
           MOVE WS-RESOLVED-RUN-DATE TO WS-TS-DATE
           ACCEPT WS-TS-TIME FROM TIME
           IF WS-TIMESTAMP-NUM <= WS-LAST-LEDGER-TS
             COMPUTE WS-TIMESTAMP-NUM = WS-LAST-LEDGER-TS + 1
           END-IF
           MOVE WS-TIMESTAMP-NUM TO WS-LAST-LEDGER-TS
           OPEN EXTEND LEDGER-FILE
           IF WS-LEDGER-STATUS = "35"
             OPEN OUTPUT LEDGER-FILE
           WRITE LEDGER-RECORD
           CLOSE LEDGER-FILE.

      *Reversal - back out posted entries with explicit R entries
      *instead of a fictitious compensating feed, but only for the
      *reversal requests a second operator has approved on the
      *approval queue. Each approved request is checked again
      *against the ledger as it stands now. A C grand total cannot
      *be reversed directly (it only repeats its run's B entries -
      *reverse those), an R entry cannot be reversed, an F
      *brought-forward balance cannot be reversed (it repeats the
      *closed months' postings), and an entry already carrying a
      *reversal is refused so the same mistake cannot be backed out
      *twice. A request refused here is marked so on the queue.
       Reversal-Processing.
           PERFORM Write-Runctl-Start
           MOVE 0 TO WS-REVERSAL-COUNT
           MOVE 0 TO WS-REFUSED-COUNT
           MOVE SPACES TO WS-APPROVAL-REQUEST
           MOVE 0 TO AqRequestDate
           MOVE 0 TO AqRequestTime
           PERFORM Find-Next-Approved-Reversal
           PERFORM UNTIL NOT Approval-Request-Found
             PERFORM Process-Approved-Reversal
             PERFORM Find-Next-Approved-Reversal
           END-PERFORM
           IF WS-REVERSAL-COUNT = 0 AND WS-REFUSED-COUNT = 0
             DISPLAY "No approved reversal requests on the approval "
               "queue - nothing reversed."
           END-IF
           IF WS-REVERSAL-COUNT > 0
             CLOSE REVERSAL-REGISTER
             MOVE "calc-reversal-register.txt" TO WS-SPOOL-REPORT
             PERFORM Spool-Finished-Report
             MOVE "I" TO WS-ALERT-SEVERITY
             MOVE "LEDGER ENTRY REVERSED - SEE REVERSAL REGISTER"
               TO WS-ALERT-MESSAGE
             PERFORM Write-Operator-Alert
           END-IF
           IF WS-REFUSED-COUNT > 0
             MOVE "E" TO WS-ALERT-SEVERITY
             MOVE "APPROVED REVERSAL REFUSED - LEDGER HAS CHANGED"
               TO WS-ALERT-MESSAGE
             PERFORM Write-Operator-Alert
           END-IF
           DISPLAY "Reversals posted = ", WS-REVERSAL-COUNT,
             "  refused = ", WS-REFUSED-COUNT
           MOVE WS-REVERSAL-COUNT TO WS-RUNCTL-READ
           ADD WS-REFUSED-COUNT TO WS-RUNCTL-READ
           MOVE WS-REVERSAL-COUNT TO WS-RUNCTL-WRITE
           PERFORM Write-Runctl-End.

      *A CALL leaves the callee's zero in RETURN-CODE, so the
      *caller's return code is saved across the queue lookup.
       Find-Next-Approved-Reversal.
           MOVE RETURN-CODE TO WS-SAVED-RC
           MOVE "V" TO WS-APPROVAL-ACTION
           CALL "ApprovalQueue" USING WS-APPROVAL-ACTION
             WS-APPROVAL-REQUEST WS-APPROVAL-FOUND
           MOVE WS-SAVED-RC TO RETURN-CODE.

       Process-Approved-Reversal.
           MOVE AqReverseTs TO WS-REVERSE-TS
           DISPLAY "Reversal request ", AqRequestStamp, " for entry ",
             WS-REVERSE-TS
           PERFORM Find-Original-Entry
           MOVE "N" TO WS-REVERSAL-OK-SW
           EVALUATE TRUE
             WHEN NOT Original-Entry-Found
               DISPLAY "No entry with that timestamp on the "
                 "ledger - nothing reversed."
               MOVE 16 TO RETURN-CODE
             WHEN Already-Reversed
               DISPLAY "That entry already carries a reversal - "
                 "nothing reversed."
               MOVE 16 TO RETURN-CODE
             WHEN WS-ORIG-TYPE = "C"
               DISPLAY "A consolidated grand total cannot be "
                 "reversed - reverse its branch B entries."
               MOVE 16 TO RETURN-CODE
             WHEN WS-ORIG-TYPE = "R"
               DISPLAY "A reversal entry cannot itself be "
                 "reversed."
               MOVE 16 TO RETURN-CODE
             WHEN WS-ORIG-TYPE = "F"
               DISPLAY "A brought-forward balance cannot be "
                 "reversed - it repeats the closed months' "
                 "postings."
               MOVE 16 TO RETURN-CODE
             WHEN OTHER
               MOVE "Y" TO WS-REVERSAL-OK-SW
           END-EVALUATE
           IF Reversal-Can-Post
             PERFORM Post-Reversal-Entry
             PERFORM Reverse-Category-Actuals
             IF WS-REVERSAL-COUNT = 0
               PERFORM Open-Reversal-Register
             END-IF
             PERFORM Write-Reversal-Register
             ADD 1 TO WS-REVERSAL-COUNT
             MOVE "D" TO AqStatus
             MOVE WS-RESOLVED-RUN-DATE TO AqPostedDate
           ELSE
             ADD 1 TO WS-REFUSED-COUNT
             MOVE "F" TO AqStatus
           END-IF
           PERFORM Update-Approval-Request.

       Find-Original-Entry.
           MOVE "N" TO WS-ORIG-FOUND-SW
           MOVE "N" TO WS-ALREADY-REV-SW
           MOVE WS-REVERSAL-AMOUNT TO WS-AMOUNT-DISP
           DISPLAY "Reversal posted - amount = ", WS-AMOUNT-DISP.

       Open-Reversal-Register.
           OPEN OUTPUT REVERSAL-REGISTER
           MOVE SPACES TO REVERSAL-REGISTER-LINE
           STRING "LEDGER REVERSAL REGISTER - RUN DATE "
             WS-RESOLVED-RUN-DATE DELIMITED BY SIZE
             INTO REVERSAL-REGISTER-LINE
           END-STRING
           WRITE REVERSAL-REGISTER-LINE.

       Write-Reversal-Register.
           MOVE SPACES TO REVERSAL-REGISTER-LINE
           WRITE REVERSAL-REGISTER-LINE
           MOVE WS-ORIG-AMOUNT TO WS-AMOUNT-DISP
             INTO REVERSAL-REGISTER-LINE
           END-STRING
           WRITE REVERSAL-REGISTER-LINE
           MOVE SPACES TO REVERSAL-REGISTER-LINE
           STRING "REQUEST  : " DELIMITED BY SIZE
             AqRequestStamp DELIMITED BY SIZE
             " RAISED BY " DELIMITED BY SIZE
             AqRequestedBy DELIMITED BY SIZE
             " APPROVED BY " DELIMITED BY SIZE
             AqDecidedBy DELIMITED BY SIZE
             " ON " DELIMITED BY SIZE
             AqDecidedDate DELIMITED BY SIZE
             INTO REVERSAL-REGISTER-LINE
           END-STRING
           WRITE REVERSAL-REGISTER-LINE
           MOVE SPACES TO REVERSAL-REGISTER-LINE
           STRING "REASON   : " DELIMITED BY SIZE
             AqReason DELIMITED BY SIZE
             INTO REVERSAL-REGISTER-LINE
           END-STRING
           WRITE REVERSAL-REGISTER-LINE.

      *Branch SPACES (just press return) or ALL proves the whole
      *ledger; a branch code proves that branch's entries alone.
