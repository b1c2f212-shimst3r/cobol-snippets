       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApprovalReview.
      *Four-eyes approval queue for ledger reversals and duplicate-
      *feed overrides, called from the operator console with the
      *signed-on operator id and authorization level. One operator
      *raises a request - a reversal names the calc-ledger entry by
      *its timestamp, an override names the feed by its header file
      *date and source id - with a mandatory reason; a second,
      *different operator at the approval level then approves or
      *rejects it. Nothing posts from here: CalcUserInput's reversal
      *mode posts approved reversals, and its batch and consolidate
      *modes (and SuspenseRepair) post an already-posted feed again
      *only against an approved override. Every request and
      *decision is kept on the queue with both operator ids and is
      *stamped on the operator-activity log; a request left pending
      *longer than the expiry age is marked expired.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-FILE ASSIGN TO "approval-queue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "calc-ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT POSTED-FEEDS ASSIGN TO "posted-feeds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTED-STATUS.
           SELECT ACTIVITY-LOG ASSIGN TO "operator-activity.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD APPROVAL-FILE.
       01 APPROVAL-RECORD PIC X(150).

       FD LEDGER-FILE.
       01 LEDGER-RECORD.
           COPY "ledger_record".

       FD POSTED-FEEDS.
       01 POSTED-FEED-RECORD.
           COPY "posted_feed".

       FD ACTIVITY-LOG.
       01 ACTIVITY-RECORD.
           COPY "activity_record".

       WORKING-STORAGE SECTION.
       01 WS-APPROVAL-STATUS PIC XX.
       01 WS-LEDGER-STATUS PIC XX.
       01 WS-POSTED-STATUS PIC XX.
       01 WS-ACTIVITY-STATUS PIC XX.
       01 APPROVAL-EOF-SW PIC X VALUE "N".
         88 End-Of-Approval-File VALUE "Y".
       01 LEDGER-EOF-SW PIC X VALUE "N".
         88 End-Of-Ledger-File VALUE "Y".
       01 POSTED-EOF-SW PIC X VALUE "N".
         88 End-Of-Posted-File VALUE "Y".

       01 WS-ACTION PIC X VALUE SPACE.
         88 Request-Reversal-Action VALUE "R" "r".
         88 Request-Override-Action VALUE "F" "f".
         88 Approve-Action VALUE "A" "a".
         88 Reject-Action VALUE "J" "j".
         88 List-Action VALUE "L" "l".
         88 End-Action VALUE "E" "e".

      *A request pending longer than this many days expires; only
      *an operator at the approval level may approve or reject.
       01 WS-EXPIRY-DAYS PIC 99 VALUE 03.
       01 WS-APPROVE-LEVEL PIC 9 VALUE 3.

      *The queue is reloaded for every change and written straight
      *back, so a posting run in between is never overwritten.
       01 WS-QUEUE-LIMIT PIC 9(4) VALUE 1000.
       01 WS-QUEUE-COUNT PIC 9(4) VALUE 0.
       01 WS-QUEUE-TABLE.
         02 WS-QUEUE-ENTRY PIC X(150) OCCURS 1000 TIMES.
       01 WS-QUEUE-IDX PIC 9(4).
       01 WS-FOUND-IDX PIC 9(4).
       01 WS-QUEUE-FULL-SW PIC X VALUE "N".
         88 Queue-Table-Full VALUE "Y".
       01 WS-OPEN-COUNT PIC 9(4).
       01 WS-EXPIRED-COUNT PIC 9(4).

      *One request, moved in and out of the table.
       01 WS-QUEUE-REQUEST.
           COPY "approval_request".

       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-INT PIC 9(7).
       01 WS-REQUEST-INT PIC 9(7).
      *Group item so ACCEPT FROM TIME keeps the leftmost HHMMSS.
       01 WS-NOW-TIME.
         02 WS-NOW-HHMMSS PIC 9(6).
         02 WS-NOW-HUNDREDTHS PIC 99.
       01 WS-STAMP-IN PIC X(14).
       01 WS-STAMP PIC 9(14).
       01 WS-DATE-IN PIC X(8).
       01 WS-KEY-FILE-DATE PIC 9(8).
       01 WS-KEY-SOURCE-ID PIC X(8).
       01 WS-REASON-IN PIC X(40).
       01 WS-CONFIRM PIC X.
       01 WS-DECISION PIC X.
       01 WS-DUP-REQUEST-SW PIC X.
         88 Open-Request-Exists VALUE "Y".
       01 WS-FEED-POSTED-SW PIC X.
         88 Feed-On-Register VALUE "Y".
       01 WS-STATUS-TEXT PIC X(9).
       01 WS-ACT-OUTCOME PIC X(8).
       01 WS-AMOUNT-DISP PIC +ZZZZZZZZZZ9.99.

      *The ledger entry a reversal request names.
       01 WS-ORIG-FOUND-SW PIC X VALUE "N".
         88 Original-Entry-Found VALUE "Y".
       01 WS-ALREADY-REV-SW PIC X VALUE "N".
         88 Already-Reversed VALUE "Y".
       01 WS-ORIG-TYPE PIC X.
       01 WS-ORIG-BRANCH PIC X(4).
       01 WS-ORIG-AMOUNT PIC S9(11)V99 VALUE 0.

       LINKAGE SECTION.
       01 LNK-OPERATOR-ID PIC X(8).
       01 LNK-AUTH-LEVEL PIC 9.

       PROCEDURE DIVISION USING LNK-OPERATOR-ID LNK-AUTH-LEVEL.
       Main.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           PERFORM Load-Queue
           IF Queue-Table-Full
             DISPLAY "Approval queue has more than ", WS-QUEUE-LIMIT,
               " requests - archive it before raising more."
           ELSE
             IF WS-EXPIRED-COUNT > 0
               PERFORM Rewrite-Queue
               DISPLAY "Requests expired unapproved = ",
                 WS-EXPIRED-COUNT
             END-IF
             PERFORM List-Open-Requests
             PERFORM Get-Queue-Action
             PERFORM UNTIL End-Action
               EVALUATE TRUE
                 WHEN Request-Reversal-Action
                   PERFORM Raise-Reversal-Request
                 WHEN Request-Override-Action
                   PERFORM Raise-Override-Request
                 WHEN Approve-Action
                   MOVE "A" TO WS-DECISION
                   PERFORM Decide-Request
                 WHEN Reject-Action
                   MOVE "J" TO WS-DECISION
                   PERFORM Decide-Request
                 WHEN List-Action
                   PERFORM Load-Queue
                   PERFORM List-Open-Requests
                 WHEN OTHER
                   DISPLAY "Enter R, F, A, J, L, or E."
               END-EVALUATE
               PERFORM Get-Queue-Action
             END-PERFORM
           END-IF
           GOBACK.

       Get-Queue-Action.
           DISPLAY "Action - request (R)eversal, request (F)eed "
             "override, (A)pprove, re(J)ect, (L)ist, or (E)nd: "
           ACCEPT WS-ACTION.

      *Loading also expires every request left pending past the
      *expiry age; the caller writes the queue back.
       Load-Queue.
           MOVE 0 TO WS-QUEUE-COUNT
           MOVE 0 TO WS-EXPIRED-COUNT
           MOVE "N" TO WS-QUEUE-FULL-SW
           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-STATUS = "35"
             CONTINUE
           ELSE
             MOVE "N" TO APPROVAL-EOF-SW
             READ APPROVAL-FILE INTO WS-QUEUE-REQUEST
               AT END MOVE "Y" TO APPROVAL-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Approval-File OR Queue-Table-Full
               IF WS-QUEUE-COUNT >= WS-QUEUE-LIMIT
                 MOVE "Y" TO WS-QUEUE-FULL-SW
               ELSE
                 ADD 1 TO WS-QUEUE-COUNT
                 IF Request-Pending
                   PERFORM Check-Request-Expiry
                 END-IF
                 MOVE WS-QUEUE-REQUEST TO WS-QUEUE-ENTRY(WS-QUEUE-COUNT)
                 READ APPROVAL-FILE INTO WS-QUEUE-REQUEST
                   AT END MOVE "Y" TO APPROVAL-EOF-SW
                 END-READ
               END-IF
             END-PERFORM
             CLOSE APPROVAL-FILE
           END-IF.

       Check-Request-Expiry.
           IF AqRequestDate IS NUMERIC AND AqRequestDate > 16010101
             COMPUTE WS-REQUEST-INT =
                 FUNCTION INTEGER-OF-DATE(AqRequestDate)
             IF WS-TODAY-INT - WS-REQUEST-INT > WS-EXPIRY-DAYS
               MOVE "X" TO AqStatus
               MOVE WS-TODAY TO AqDecidedDate
               ACCEPT WS-NOW-TIME FROM TIME
               MOVE WS-NOW-HHMMSS TO AqDecidedTime
               ADD 1 TO WS-EXPIRED-COUNT
             END-IF
           END-IF.

       Rewrite-Queue.
           OPEN OUTPUT APPROVAL-FILE
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
              UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
             WRITE APPROVAL-RECORD FROM WS-QUEUE-ENTRY(WS-QUEUE-IDX)
           END-PERFORM
           CLOSE APPROVAL-FILE.

       List-Open-Requests.
           MOVE 0 TO WS-OPEN-COUNT
           DISPLAY "Open approval requests (P pending, A approved "
             "awaiting posting):"
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
              UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
             MOVE WS-QUEUE-ENTRY(WS-QUEUE-IDX) TO WS-QUEUE-REQUEST
             IF Request-Pending OR Request-Approved
               ADD 1 TO WS-OPEN-COUNT
               PERFORM Show-Request
             END-IF
           END-PERFORM
           IF WS-OPEN-COUNT = 0
             DISPLAY "  (none)"
           END-IF.

       Show-Request.
           EVALUATE TRUE
             WHEN Request-Pending
               MOVE "PENDING" TO WS-STATUS-TEXT
             WHEN Request-Approved
               MOVE "APPROVED" TO WS-STATUS-TEXT
             WHEN Request-Rejected
               MOVE "REJECTED" TO WS-STATUS-TEXT
             WHEN Request-Expired
               MOVE "EXPIRED" TO WS-STATUS-TEXT
             WHEN Request-Posted
               MOVE "POSTED" TO WS-STATUS-TEXT
             WHEN OTHER
               MOVE "REFUSED" TO WS-STATUS-TEXT
           END-EVALUATE
           IF Request-Reversal
             MOVE AqAmount TO WS-AMOUNT-DISP
             DISPLAY "  ", AqRequestStamp, " REVERSAL ",
               WS-STATUS-TEXT, " BY ", AqRequestedBy, " ENTRY ",
               AqReverseTs, " TYPE ", AqLedgerType, " BRANCH ",
               AqBranch, " AMOUNT ", WS-AMOUNT-DISP
           ELSE
             DISPLAY "  ", AqRequestStamp, " OVERRIDE ",
               WS-STATUS-TEXT, " BY ", AqRequestedBy, " FEED ",
               AqFileDate, " SOURCE ", AqSourceId
           END-IF
           IF AqDecidedBy NOT = SPACES
             DISPLAY "      REASON: ", AqReason, " DECIDED BY ",
               AqDecidedBy
           ELSE
             DISPLAY "      REASON: ", AqReason
           END-IF.

      *The same checks the reversal posting makes, applied up front
      *so the reviewer only ever sees a request that can post.
       Raise-Reversal-Request.
           DISPLAY "LedgerTimestamp of the entry to reverse "
             "(14 digits): "
           ACCEPT WS-STAMP-IN
           IF WS-STAMP-IN IS NOT NUMERIC
             DISPLAY "Timestamp must be 14 digits."
           ELSE
             MOVE WS-STAMP-IN TO WS-STAMP
             PERFORM Find-Original-Entry
             PERFORM Load-Queue
             PERFORM Check-Open-Reversal
             EVALUATE TRUE
               WHEN Queue-Table-Full
                  OR WS-QUEUE-COUNT >= WS-QUEUE-LIMIT
                 DISPLAY "Approval queue is full - request not "
                   "raised."
               WHEN NOT Original-Entry-Found
                 DISPLAY "No entry with that timestamp on the "
                   "ledger - no request raised."
               WHEN Already-Reversed
                 DISPLAY "That entry already carries a reversal - "
                   "no request raised."
               WHEN WS-ORIG-TYPE = "C"
                 DISPLAY "A consolidated grand total cannot be "
                   "reversed - reverse its branch B entries."
               WHEN WS-ORIG-TYPE = "R"
                 DISPLAY "A reversal entry cannot itself be "
                   "reversed."
               WHEN WS-ORIG-TYPE = "F"
                 DISPLAY "A brought-forward balance cannot be "
                   "reversed - it repeats the closed months' "
                   "postings."
               WHEN Open-Request-Exists
                 DISPLAY "A reversal of that entry is already on "
                   "the queue - no request raised."
               WHEN OTHER
                 PERFORM Get-Request-Reason
                 IF WS-REASON-IN NOT = SPACES
                   PERFORM Start-New-Request
                   MOVE "V" TO AqType
                   MOVE WS-STAMP TO AqReverseTs
                   MOVE WS-ORIG-TYPE TO AqLedgerType
                   MOVE WS-ORIG-BRANCH TO AqBranch
                   MOVE WS-ORIG-AMOUNT TO AqAmount
                   PERFORM Add-New-Request
                   MOVE "REQREV" TO WS-ACT-OUTCOME
                   PERFORM Write-Activity-Record
                 END-IF
             END-EVALUATE
           END-IF.

       Find-Original-Entry.
           MOVE "N" TO WS-ORIG-FOUND-SW
           MOVE "N" TO WS-ALREADY-REV-SW
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "35"
             DISPLAY "Ledger file not found - nothing to reverse."
           ELSE
             MOVE "N" TO LEDGER-EOF-SW
             READ LEDGER-FILE
               AT END MOVE "Y" TO LEDGER-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Ledger-File
               IF LedgerTimestamp = WS-STAMP
                  AND NOT Original-Entry-Found
                 MOVE "Y" TO WS-ORIG-FOUND-SW
                 MOVE LedgerEntryType TO WS-ORIG-TYPE
                 MOVE LedgerBranch TO WS-ORIG-BRANCH
                 MOVE LedgerSumResult TO WS-ORIG-AMOUNT
               END-IF
               IF LedgerEntryType = "R"
                  AND LedgerReversalRef = WS-STAMP
                 MOVE "Y" TO WS-ALREADY-REV-SW
               END-IF
               READ LEDGER-FILE
                 AT END MOVE "Y" TO LEDGER-EOF-SW
               END-READ
             END-PERFORM
             CLOSE LEDGER-FILE
           END-IF.

       Check-Open-Reversal.
           MOVE "N" TO WS-DUP-REQUEST-SW
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
              UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
             MOVE WS-QUEUE-ENTRY(WS-QUEUE-IDX) TO WS-QUEUE-REQUEST
             IF Request-Reversal AND AqReverseTs = WS-STAMP
                AND (Request-Pending OR Request-Approved)
               MOVE "Y" TO WS-DUP-REQUEST-SW
             END-IF
           END-PERFORM.

      *An override is only needed for a feed already on the
      *posted-feeds register; a new feed posts without one.
       Raise-Override-Request.
           DISPLAY "Feed header file date (YYYYMMDD): "
           ACCEPT WS-DATE-IN
           DISPLAY "Feed source id: "
           ACCEPT WS-KEY-SOURCE-ID
           IF WS-DATE-IN IS NOT NUMERIC OR WS-KEY-SOURCE-ID = SPACES
             DISPLAY "File date must be 8 digits and the source id "
               "is required."
           ELSE
             MOVE WS-DATE-IN TO WS-KEY-FILE-DATE
             PERFORM Check-Feed-Posted
             PERFORM Load-Queue
             PERFORM Check-Open-Override
             EVALUATE TRUE
               WHEN Queue-Table-Full
                  OR WS-QUEUE-COUNT >= WS-QUEUE-LIMIT
                 DISPLAY "Approval queue is full - request not "
                   "raised."
               WHEN NOT Feed-On-Register
                 DISPLAY "That feed is not on the posted-feeds "
                   "register - it posts without an override."
               WHEN Open-Request-Exists
                 DISPLAY "An override for that feed is already on "
                   "the queue - no request raised."
               WHEN OTHER
                 PERFORM Get-Request-Reason
                 IF WS-REASON-IN NOT = SPACES
                   PERFORM Start-New-Request
                   MOVE "O" TO AqType
                   MOVE WS-KEY-FILE-DATE TO AqFileDate
                   MOVE WS-KEY-SOURCE-ID TO AqSourceId
                   PERFORM Add-New-Request
                   MOVE "REQOVR" TO WS-ACT-OUTCOME
                   PERFORM Write-Activity-Record
                 END-IF
             END-EVALUATE
           END-IF.

       Check-Feed-Posted.
           MOVE "N" TO WS-FEED-POSTED-SW
           OPEN INPUT POSTED-FEEDS
           IF WS-POSTED-STATUS = "35"
             CONTINUE
           ELSE
             MOVE "N" TO POSTED-EOF-SW
             READ POSTED-FEEDS
               AT END MOVE "Y" TO POSTED-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Posted-File OR Feed-On-Register
               IF PfFileDate = WS-KEY-FILE-DATE
                  AND PfSourceId = WS-KEY-SOURCE-ID
                 MOVE "Y" TO WS-FEED-POSTED-SW
               END-IF
               READ POSTED-FEEDS
                 AT END MOVE "Y" TO POSTED-EOF-SW
               END-READ
             END-PERFORM
             CLOSE POSTED-FEEDS
           END-IF.

       Check-Open-Override.
           MOVE "N" TO WS-DUP-REQUEST-SW
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
              UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
             MOVE WS-QUEUE-ENTRY(WS-QUEUE-IDX) TO WS-QUEUE-REQUEST
             IF Request-Feed-Override
                AND AqFileDate = WS-KEY-FILE-DATE
                AND AqSourceId = WS-KEY-SOURCE-ID
                AND (Request-Pending OR Request-Approved)
               MOVE "Y" TO WS-DUP-REQUEST-SW
             END-IF
           END-PERFORM.

       Get-Request-Reason.
           DISPLAY "Reason for the request (required): "
           ACCEPT WS-REASON-IN
           IF WS-REASON-IN = SPACES
             DISPLAY "A reason is required - no request raised."
           END-IF.

       Start-New-Request.
           MOVE SPACES TO WS-QUEUE-REQUEST
           MOVE WS-TODAY TO AqRequestDate
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-HHMMSS TO AqRequestTime
           MOVE "P" TO AqStatus
           MOVE LNK-OPERATOR-ID TO AqRequestedBy
           MOVE 0 TO AqDecidedDate
           MOVE 0 TO AqDecidedTime
           MOVE 0 TO AqPostedDate
           MOVE 0 TO AqReverseTs
           MOVE 0 TO AqAmount
           MOVE 0 TO AqFileDate
           MOVE WS-REASON-IN TO AqReason.

       Add-New-Request.
           ADD 1 TO WS-QUEUE-COUNT
           MOVE WS-QUEUE-REQUEST TO WS-QUEUE-ENTRY(WS-QUEUE-COUNT)
           PERFORM Rewrite-Queue
           DISPLAY "Request ", AqRequestStamp, " raised - it needs "
             "approval by a second operator before it can post.".

      *Four eyes: the reviewer must be at the approval level and
      *must not be the operator who raised the request.
       Decide-Request.
           IF LNK-AUTH-LEVEL NOT = WS-APPROVE-LEVEL
             DISPLAY "Approving or rejecting requests needs "
               "authorization level ", WS-APPROVE-LEVEL, "."
           ELSE
             DISPLAY "Request stamp to decide (14 digits): "
             ACCEPT WS-STAMP-IN
             IF WS-STAMP-IN IS NOT NUMERIC
               DISPLAY "Request stamp must be 14 digits."
             ELSE
               MOVE WS-STAMP-IN TO WS-STAMP
               PERFORM Load-Queue
               PERFORM Find-Request
               EVALUATE TRUE
                 WHEN Queue-Table-Full
                   DISPLAY "Approval queue is full - nothing "
                     "decided."
                 WHEN WS-FOUND-IDX = 0
                   DISPLAY "No request with that stamp on the queue."
                 WHEN NOT Request-Pending
                   PERFORM Show-Request
                   DISPLAY "That request is no longer pending."
                   IF WS-EXPIRED-COUNT > 0
                     PERFORM Rewrite-Queue
                   END-IF
                 WHEN AqRequestedBy = LNK-OPERATOR-ID
                   DISPLAY "A request must be decided by a different "
                     "operator from the one who raised it."
                 WHEN OTHER
                   PERFORM Confirm-Decision
               END-EVALUATE
             END-IF
           END-IF.

       Find-Request.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
              UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
             MOVE WS-QUEUE-ENTRY(WS-QUEUE-IDX) TO WS-QUEUE-REQUEST
             IF AqRequestStamp = WS-STAMP
               MOVE WS-QUEUE-IDX TO WS-FOUND-IDX
             END-IF
           END-PERFORM
           IF WS-FOUND-IDX > 0
             MOVE WS-QUEUE-ENTRY(WS-FOUND-IDX) TO WS-QUEUE-REQUEST
           END-IF.

       Confirm-Decision.
           PERFORM Show-Request
           IF WS-DECISION = "A"
             DISPLAY "Approve this request? (Y/N): "
           ELSE
             DISPLAY "Reject this request? (Y/N): "
           END-IF
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
             MOVE WS-DECISION TO AqStatus
             MOVE LNK-OPERATOR-ID TO AqDecidedBy
             MOVE WS-TODAY TO AqDecidedDate
             ACCEPT WS-NOW-TIME FROM TIME
             MOVE WS-NOW-HHMMSS TO AqDecidedTime
             MOVE WS-QUEUE-REQUEST TO WS-QUEUE-ENTRY(WS-FOUND-IDX)
             PERFORM Rewrite-Queue
             IF WS-DECISION = "A"
               MOVE "APPROVE" TO WS-ACT-OUTCOME
               IF Request-Reversal
                 DISPLAY "Approved - run Calc User Input in "
                   "reversal mode to post it."
               ELSE
                 DISPLAY "Approved - the feed will be posted again "
                   "on its next run."
               END-IF
             ELSE
               MOVE "REJECT" TO WS-ACT-OUTCOME
               DISPLAY "Rejected - nothing will be posted."
             END-IF
             PERFORM Write-Activity-Record
           ELSE
             DISPLAY "Nothing decided."
             IF WS-EXPIRED-COUNT > 0
               PERFORM Rewrite-Queue
             END-IF
           END-IF.

       Write-Activity-Record.
           OPEN EXTEND ACTIVITY-LOG
           IF WS-ACTIVITY-STATUS = "35"
             OPEN OUTPUT ACTIVITY-LOG
           END-IF
           MOVE SPACES TO ACTIVITY-RECORD
           MOVE LNK-OPERATOR-ID TO ActOperatorId
           ACCEPT ActDate FROM DATE YYYYMMDD
           ACCEPT ActTime FROM TIME
           MOVE "A" TO ActOption
           MOVE WS-ACT-OUTCOME TO ActOutcome
           WRITE ACTIVITY-RECORD
           CLOSE ACTIVITY-LOG.
