      *suspended records, corrects or drops individual details (or
      *fixes the trailer), and the post function runs the corrected
      *feed through the same acceptance proof the batch mode applies
      *- header present, trailer present, count and total proved,
      *every detail's category on the category master and active on
      *the feed's file date, an exchange rate for the file date for
      *every branch section sent in a foreign currency - before
      *anything reaches calc-ledger.dat. Foreign-currency details
      *are posted converted to the home currency. A feed held for a
      *detail out of its usual amount pattern is released by the
      *operator posting it, corrected or as sent; the posted details
      *join the branch and category amount history. Leaving without
      *posting rewrites the suspense file with the repairs kept.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-09-02.
           SELECT POSTED-FEEDS ASSIGN TO "posted-feeds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTED-STATUS.
           SELECT CATEGORY-ACTUALS ASSIGN TO "category-actuals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTUALS-STATUS.
           SELECT CATEGORY-MASTER ASSIGN TO "category-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 POSTED-FEED-RECORD.
           COPY "posted_feed".

      *Category-level actuals history behind the budget-versus-
      *actual variance report - a repaired feed's details count
      *toward their categories exactly as a batch posting's do.
       FD CATEGORY-ACTUALS.
       01 CATEGORY-ACTUAL-RECORD.
           COPY "category_actual".

      *Expense-category reference master - a repaired detail must
      *carry a category in force and active on the file date, the
      *same edit CalcUserInput applies at acceptance.
       FD CATEGORY-MASTER.
       01 CATEGORY-RECORD.
           COPY "category_record".

       WORKING-STORAGE SECTION.
       01 WS-SUSPENSE-STATUS PIC XX.
       01 WS-LEDGER-STATUS PIC XX.
      *corrected values are edited back into the 21-byte feed body.
       01 WS-EDIT-RECORD.
         02 WS-EDIT-TYPE PIC X.
           88 Edit-Branch VALUE "B".
           88 Edit-Detail VALUE "D".
           88 Edit-Trailer VALUE "T".
         02 WS-EDIT-BODY PIC X(21).
         02 WS-EDIT-BRANCH REDEFINES WS-EDIT-BODY.
           03 WS-EDIT-BRANCH-CODE PIC X(4).
           03 WS-EDIT-CURRENCY PIC X(3).
           03 FILLER PIC X(14).
         02 WS-EDIT-DETAIL REDEFINES WS-EDIT-BODY.
           03 WS-EDIT-CATEGORY PIC X(4).
           03 WS-EDIT-AMOUNT PIC S9(7)V99 SIGN LEADING SEPARATE.
       01 WS-SOURCE-ID PIC X(8) VALUE SPACES.
       01 WS-AMOUNT-DISP PIC +ZZZZZZZZZZ9.99.

      *Foreign-currency branch sections - the trailer is proved on
      *the amounts as sent, and the details are posted converted to
      *the home currency at the rate for the file date.
       01 WS-HOME-CURRENCY PIC X(3) VALUE "EUR".
       01 WS-FEED-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-FEED-RATE PIC 9(5)V9(6) VALUE 1.
       01 WS-RATE-FOUND-SW PIC X VALUE "Y".
         88 Exchange-Rate-Found VALUE "Y".
       01 WS-NO-RATE-COUNT PIC 9(7) VALUE 0.
       01 WS-HOME-AMOUNT PIC S9(9)V99 VALUE 0.
       01 WS-HOME-TOTAL PIC S9(11)V99 VALUE 0.

      *Amount-pattern history - a re-posted detail counts toward its
      *branch and category's recent amounts exactly as a batch
      *posting's does. The re-post is not checked against the
      *pattern again: posting it is the operator's release of a
      *detail held as out of pattern.
       01 WS-PATTERN-ACTION PIC X.
       01 WS-PATTERN-BRANCH PIC X(4) VALUE SPACES.
       01 WS-PATTERN-CATEGORY PIC X(4).
       01 WS-PATTERN-AMOUNT PIC S9(11)V99.
       01 WS-PATTERN-LOW PIC 9(11)V99.
       01 WS-PATTERN-HIGH PIC 9(11)V99.
       01 WS-PATTERN-RESULT PIC X.

      *Resolved run date - honours the optional run-date override
      *card so a rerun computes as of the original date.
       01 WS-RERUN-FLAG PIC X VALUE "N".
       01 WS-ALERT-MESSAGE PIC X(60).
       01 WS-SAVED-RC PIC 9(4).

      *Per-category totals of the repaired feed for the actuals
      *history, built over the undropped details at post time.
       01 WS-ACTUALS-STATUS PIC XX.
       01 WS-CATEGORY-LIMIT PIC 99 VALUE 20.
       01 WS-CATEGORY-COUNT PIC 99 VALUE 0.
       01 WS-CATEGORY-TABLE.
         02 WS-CATEGORY-ENTRY OCCURS 20 TIMES.
           03 WS-CAT-CODE PIC X(4).
           03 WS-CAT-RECORDS PIC 9(7).
           03 WS-CAT-TOTAL PIC S9(9)V99.
       01 WS-CATEGORY-IDX PIC 99.
       01 WS-CURR-CAT-IDX PIC 99 VALUE 0.
       01 WS-CAT-FOUND-SW PIC X VALUE "N".
         88 Category-Slot-Found VALUE "Y".
       01 WS-CAT-OVERFLOW-SW PIC X VALUE "N".
         88 Category-Table-Full VALUE "Y".

      *Category master in memory for the file-date category check.
       01 WS-CATMAST-STATUS PIC XX.
       01 CATMAST-EOF-SW PIC X VALUE "N".
         88 End-Of-Catmast-File VALUE "Y".
       01 WS-CATMAST-LIMIT PIC 9(3) VALUE 200.
       01 WS-CATMAST-COUNT PIC 9(3) VALUE 0.
       01 WS-CATMAST-TABLE.
         02 WS-CATMAST-ENTRY OCCURS 200 TIMES.
           03 WS-CM-CATEGORY PIC X(4).
           03 WS-CM-ACTIVE PIC X.
           03 WS-CM-FROM PIC 9(8).
           03 WS-CM-TO PIC 9(8).
       01 WS-CATMAST-IDX PIC 9(3).
       01 WS-CHECK-STATE-SW PIC X.
         88 Category-In-Force VALUE "A".
         88 Category-Inactive VALUE "I".
         88 Category-Unknown VALUE "U".
       01 WS-BAD-CATEGORY-COUNT PIC 9(7) VALUE 0.

       01 WS-POSTED-SW PIC X VALUE "N".
         88 Suspense-Posted VALUE "Y".
       01 WS-POSTED-STATUS PIC XX.
         88 Feed-Already-Posted VALUE "Y".
       01 WS-OVERRIDE-SW PIC X VALUE "N".
         88 Override-Approved VALUE "Y".
       01 WS-SUPERVISOR-ID PIC X(8) VALUE SPACES.
       01 WS-OVERRIDE-REQUESTER PIC X(8) VALUE SPACES.

      *A re-post of an already-posted feed needs an override
      *request approved by a second operator on the approval queue.
       01 WS-APPROVAL-ACTION PIC X.
       01 WS-APPROVAL-FOUND PIC X.
         88 Approval-Request-Found VALUE "Y".
       01 WS-APPROVAL-REQUEST.
           COPY "approval_request".

       PROCEDURE DIVISION.
       Main.
      *present, detail count and amount total proved against the
      *trailer. A dropped detail must be matched by a corrected
      *trailer or the proof fails here, exactly as it would on a
      *re-sent file. A detail whose category is unknown or inactive
      *on the file date fails the proof too, and is left on
      *suspense marked with that reason, as is a branch record
      *whose foreign currency has no rate for the file date.
       Post-Suspense-Feed.
           MOVE "N" TO WS-HEADER-SEEN-SW
           MOVE "N" TO WS-TRAILER-SEEN-SW
           MOVE 0 TO WS-DETAIL-COUNT
           MOVE 0 TO WS-AMOUNT-TOTAL
           MOVE 0 TO WS-HOME-TOTAL
           MOVE 0 TO WS-NO-RATE-COUNT
           MOVE 1 TO WS-FEED-RATE
           PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
               UNTIL WS-SUS-IDX > WS-SUSPENSE-COUNT
             IF WS-SUS-DROPPED(WS-SUS-IDX) = SPACE
                   MOVE "Y" TO WS-HEADER-SEEN-SW
                   MOVE WS-EDIT-BODY(1:8) TO WS-FILE-DATE
                   MOVE WS-EDIT-BODY(9:8) TO WS-SOURCE-ID
                 WHEN "B"
                   PERFORM Lookup-Branch-Rate
                   IF NOT Exchange-Rate-Found
                     ADD 1 TO WS-NO-RATE-COUNT
                     MOVE "NO EXCHANGE RATE ON FILE DATE"
                       TO WS-SUS-REASON(WS-SUS-IDX)
                   END-IF
                 WHEN "D"
                   ADD 1 TO WS-DETAIL-COUNT
                   ADD WS-EDIT-AMOUNT TO WS-AMOUNT-TOTAL
                   COMPUTE WS-HOME-AMOUNT ROUNDED =
                     WS-EDIT-AMOUNT * WS-FEED-RATE
                   ADD WS-HOME-AMOUNT TO WS-HOME-TOTAL
                 WHEN "T"
                   MOVE "Y" TO WS-TRAILER-SEEN-SW
                   MOVE WS-EDIT-TRL-COUNT TO WS-TRAILER-COUNT
               END-EVALUATE
             END-IF
           END-PERFORM
           PERFORM Check-Repaired-Categories
           IF Suspense-Header-Seen AND Suspense-Trailer-Seen
              AND WS-TRAILER-COUNT = WS-DETAIL-COUNT
              AND WS-TRAILER-TOTAL = WS-AMOUNT-TOTAL
              AND WS-BAD-CATEGORY-COUNT = 0
              AND WS-NO-RATE-COUNT = 0
             MOVE "Y" TO WS-PROOF-OK-SW
           ELSE
             MOVE "N" TO WS-PROOF-OK-SW
               PERFORM Refuse-Duplicate-Post
             ELSE
               PERFORM Write-Ledger-Record
               PERFORM Write-Category-Actuals
               PERFORM Write-Repost-Register
               PERFORM Register-Posted-Feed
               PERFORM Clear-Suspense-File
               MOVE "Y" TO WS-POSTED-SW
               MOVE WS-HOME-TOTAL TO WS-AMOUNT-DISP
               DISPLAY "Suspense feed posted - total = ",
                 WS-AMOUNT-DISP
               MOVE "I" TO WS-ALERT-SEVERITY
             DISPLAY "Total   = ", WS-AMOUNT-DISP
             MOVE WS-TRAILER-TOTAL TO WS-AMOUNT-DISP
             DISPLAY "Trailer = ", WS-AMOUNT-DISP
             DISPLAY "Details with a category not valid on ",
               WS-FILE-DATE, " = ", WS-BAD-CATEGORY-COUNT
             DISPLAY "Branch sections with no exchange rate on ",
               WS-FILE-DATE, " = ", WS-NO-RATE-COUNT
           END-IF.

      *The rate for the branch record in the edit area, on the
      *feed's file date. A blank currency is the home currency and
      *comes back at a rate of one. A CALL leaves the callee's zero
      *in RETURN-CODE, so the caller's return code is saved across
      *the rate lookup.
       Lookup-Branch-Rate.
           MOVE RETURN-CODE TO WS-SAVED-RC
           MOVE WS-EDIT-CURRENCY TO WS-FEED-CURRENCY
           IF WS-FEED-CURRENCY = SPACES
             MOVE WS-HOME-CURRENCY TO WS-FEED-CURRENCY
           END-IF
           CALL "ExchangeRate" USING WS-FEED-CURRENCY WS-FILE-DATE
             WS-FEED-RATE WS-RATE-FOUND-SW
           MOVE WS-SAVED-RC TO RETURN-CODE.

      *Every undropped detail is checked against the mapping in
      *force on the header's file date; a failing detail takes the
      *reason onto its suspense record for the operator to correct.
       Check-Repaired-Categories.
           MOVE 0 TO WS-BAD-CATEGORY-COUNT
           PERFORM Load-Category-Master
           PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
               UNTIL WS-SUS-IDX > WS-SUSPENSE-COUNT
             IF WS-SUS-DROPPED(WS-SUS-IDX) = SPACE
               MOVE WS-SUS-RECORD(WS-SUS-IDX) TO WS-EDIT-RECORD
               IF Edit-Detail
                 PERFORM Check-Category-On-Date
                 EVALUATE TRUE
                   WHEN Category-Unknown
                     ADD 1 TO WS-BAD-CATEGORY-COUNT
                     MOVE "CATEGORY UNKNOWN ON FILE DATE"
                       TO WS-SUS-REASON(WS-SUS-IDX)
                   WHEN Category-Inactive
                     ADD 1 TO WS-BAD-CATEGORY-COUNT
                     MOVE "CATEGORY INACTIVE ON FILE DATE"
                       TO WS-SUS-REASON(WS-SUS-IDX)
                 END-EVALUATE
               END-IF
             END-IF
           END-PERFORM.

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
               MOVE CmActiveFlag TO WS-CM-ACTIVE(WS-CATMAST-COUNT)
               MOVE CmEffectiveFrom TO WS-CM-FROM(WS-CATMAST-COUNT)
               MOVE CmEffectiveTo TO WS-CM-TO(WS-CATMAST-COUNT)
               READ CATEGORY-MASTER
                 AT END MOVE "Y" TO CATMAST-EOF-SW
               END-READ
             END-PERFORM
             CLOSE CATEGORY-MASTER
           END-IF.

       Check-Category-On-Date.
           MOVE "U" TO WS-CHECK-STATE-SW
           PERFORM VARYING WS-CATMAST-IDX FROM 1 BY 1
               UNTIL WS-CATMAST-IDX > WS-CATMAST-COUNT
                  OR NOT Category-Unknown
             IF WS-CM-CATEGORY(WS-CATMAST-IDX) = WS-EDIT-CATEGORY
                AND WS-CM-FROM(WS-CATMAST-IDX) <= WS-FILE-DATE
                AND WS-CM-TO(WS-CATMAST-IDX) >= WS-FILE-DATE
               IF WS-CM-ACTIVE(WS-CATMAST-IDX) = "A"
                 MOVE "A" TO WS-CHECK-STATE-SW
               ELSE
                 MOVE "I" TO WS-CHECK-STATE-SW
               END-IF
             END-IF
           END-PERFORM.

       Write-Ledger-Record.
           MOVE WS-RESOLVED-RUN-DATE TO WS-TS-DATE
           ACCEPT WS-TS-TIME FROM TIME
           MOVE SPACES TO LedgerBranch
           MOVE 0 TO LedgerSummand1
           MOVE 0 TO LedgerSummand2
           MOVE WS-HOME-TOTAL TO LedgerSumResult
           MOVE WS-TIMESTAMP-NUM TO LedgerTimestamp
           MOVE 0 TO LedgerReversalRef
           WRITE LEDGER-RECORD
           CLOSE LEDGER-FILE.

      *The repaired feed's details are totalled by category and
      *appended to the actuals history under the B entry's
      *timestamp, so a later reversal of the re-post finds them.
      *Foreign-currency details are totalled converted, as posted.
       Write-Category-Actuals.
           MOVE 0 TO WS-CATEGORY-COUNT
           MOVE "N" TO WS-CAT-OVERFLOW-SW
           MOVE 1 TO WS-FEED-RATE
           MOVE SPACES TO WS-PATTERN-BRANCH
      *The history is read afresh, never taken over from an earlier
      *posting under the same driver.
           MOVE "L" TO WS-PATTERN-ACTION
           PERFORM Call-Amount-Pattern
           PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
               UNTIL WS-SUS-IDX > WS-SUSPENSE-COUNT
             IF WS-SUS-DROPPED(WS-SUS-IDX) = SPACE
               MOVE WS-SUS-RECORD(WS-SUS-IDX) TO WS-EDIT-RECORD
               IF Edit-Branch
                 PERFORM Lookup-Branch-Rate
                 MOVE WS-EDIT-BRANCH-CODE TO WS-PATTERN-BRANCH
               END-IF
               IF Edit-Detail
                 COMPUTE WS-HOME-AMOUNT ROUNDED =
                   WS-EDIT-AMOUNT * WS-FEED-RATE
                 PERFORM Accumulate-Category-Total
                 MOVE "A" TO WS-PATTERN-ACTION
                 MOVE WS-EDIT-CATEGORY TO WS-PATTERN-CATEGORY
                 MOVE WS-HOME-AMOUNT TO WS-PATTERN-AMOUNT
                 PERFORM Call-Amount-Pattern
               END-IF
             END-IF
           END-PERFORM
           MOVE "W" TO WS-PATTERN-ACTION
           PERFORM Call-Amount-Pattern
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
           CLOSE CATEGORY-ACTUALS
           IF Category-Table-Full
             MOVE "W" TO WS-ALERT-SEVERITY
             MOVE "RE-POST HAS MORE CATEGORIES THAN ACTUALS TABLE"
               TO WS-ALERT-MESSAGE
             PERFORM Write-Operator-Alert
           END-IF.

      *A CALL leaves the callee's zero in RETURN-CODE, so the
      *caller's return code is saved across the history update.
       Call-Amount-Pattern.
           MOVE RETURN-CODE TO WS-SAVED-RC
           CALL "AmountPattern" USING WS-PATTERN-ACTION
             WS-PATTERN-BRANCH WS-PATTERN-CATEGORY WS-PATTERN-AMOUNT
             WS-PATTERN-LOW WS-PATTERN-HIGH WS-PATTERN-RESULT
           MOVE WS-SAVED-RC TO RETURN-CODE.

       Accumulate-Category-Total.
           MOVE "N" TO WS-CAT-FOUND-SW
           PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
               UNTIL WS-CATEGORY-IDX > WS-CATEGORY-COUNT
                  OR Category-Slot-Found
             IF WS-CAT-CODE(WS-CATEGORY-IDX) = WS-EDIT-CATEGORY
               MOVE WS-CATEGORY-IDX TO WS-CURR-CAT-IDX
               MOVE "Y" TO WS-CAT-FOUND-SW
             END-IF
           END-PERFORM
           IF NOT Category-Slot-Found
             IF WS-CATEGORY-COUNT >= WS-CATEGORY-LIMIT
               MOVE "Y" TO WS-CAT-OVERFLOW-SW
               MOVE 0 TO WS-CURR-CAT-IDX
             ELSE
               ADD 1 TO WS-CATEGORY-COUNT
               MOVE WS-CATEGORY-COUNT TO WS-CURR-CAT-IDX
               MOVE WS-EDIT-CATEGORY TO WS-CAT-CODE(WS-CURR-CAT-IDX)
               MOVE 0 TO WS-CAT-RECORDS(WS-CURR-CAT-IDX)
               MOVE 0 TO WS-CAT-TOTAL(WS-CURR-CAT-IDX)
             END-IF
           END-IF
           IF WS-CURR-CAT-IDX > 0
             ADD 1 TO WS-CAT-RECORDS(WS-CURR-CAT-IDX)
             ADD WS-HOME-AMOUNT TO WS-CAT-TOTAL(WS-CURR-CAT-IDX)
           END-IF.

       Write-Repost-Register.
           OPEN OUTPUT REPOST-REGISTER
           MOVE SPACES TO REGISTER-LINE
           END-PERFORM
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-HOME-TOTAL TO WS-AMOUNT-DISP
           MOVE SPACES TO REGISTER-LINE
           STRING "POSTED - DETAILS " DELIMITED BY SIZE
             WS-DETAIL-COUNT DELIMITED BY SIZE
             INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE
           MOVE WS-AMOUNT-TOTAL TO WS-AMOUNT-DISP
           MOVE SPACES TO REGISTER-LINE
           STRING "AS SENT - TOTAL IN THE FEED'S OWN CURRENCIES "
             DELIMITED BY SIZE
             WS-AMOUNT-DISP DELIMITED BY SIZE
             INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE
           CLOSE REPOST-REGISTER.

      *The same date/source lookup CalcUserInput's batch mode makes
      *before posting - an already-registered key is refused unless
      *a genuine correction has an override request raised by one
      *operator and approved by a second on the approval queue.
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
               AqDecidedBy, " - repaired feed will be posted."
           ELSE
             DISPLAY "No approved override request for this feed on "
               "the approval queue - raise one from the operator "
               "console for a second operator to approve."
           END-IF.

       Refuse-Duplicate-Post.
           IF Override-Approved
             MOVE "O" TO PfOverrideFlag
             MOVE WS-SUPERVISOR-ID TO PfSupervisor
             MOVE WS-OVERRIDE-REQUESTER TO PfRequester
           ELSE
             MOVE "S" TO PfOverrideFlag
           END-IF
           MOVE "Y" TO PfSuspenseRepost
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

       Clear-Suspense-File.
           OPEN OUTPUT SUSPENSE-FILE
