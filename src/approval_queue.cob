       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApprovalQueue.
      *Approval-queue lookups and status updates on behalf of the
      *posting programs, so a ledger reversal or a duplicate-feed
      *override only posts once a second operator has approved it
      *through ApprovalReview. Action O finds the approved override
      *request for the feed date and source id in the request area;
      *action V finds the next approved reversal request raised
      *after the request stamp in the request area (zero for the
      *first); action U replaces the queue entry with the same
      *stamp and type by the request area - the caller sets the
      *posted (D) or refused (F) status - and rewrites the queue.
      *The found flag comes back Y when a request was found or
      *updated.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-FILE ASSIGN TO "approval-queue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD APPROVAL-FILE.
       01 APPROVAL-RECORD PIC X(150).

       WORKING-STORAGE SECTION.
       01 WS-APPROVAL-STATUS PIC XX.
       01 APPROVAL-EOF-SW PIC X VALUE "N".
         88 End-Of-Approval-File VALUE "Y".

      *One queue request as read, and the caller's keys.
       01 WS-QUEUE-REQUEST.
           COPY "approval_request".
       01 WS-KEY-STAMP PIC 9(14).
       01 WS-KEY-TYPE PIC X.
       01 WS-KEY-FILE-DATE PIC 9(8).
       01 WS-KEY-SOURCE-ID PIC X(8).

      *The whole queue is held for an update, then written back.
       01 WS-QUEUE-LIMIT PIC 9(4) VALUE 1000.
       01 WS-QUEUE-COUNT PIC 9(4) VALUE 0.
       01 WS-QUEUE-TABLE.
         02 WS-QUEUE-ENTRY PIC X(150) OCCURS 1000 TIMES.
       01 WS-QUEUE-IDX PIC 9(4).
       01 WS-QUEUE-FULL-SW PIC X VALUE "N".
         88 Queue-Table-Full VALUE "Y".

       LINKAGE SECTION.
       01 LNK-ACTION PIC X.
         88 Find-Override-Action VALUE "O".
         88 Next-Reversal-Action VALUE "V".
         88 Update-Request-Action VALUE "U".
       01 LNK-REQUEST PIC X(150).
       01 LNK-FOUND PIC X.

       PROCEDURE DIVISION USING LNK-ACTION LNK-REQUEST LNK-FOUND.
       Main.
           MOVE "N" TO LNK-FOUND
           MOVE LNK-REQUEST TO WS-QUEUE-REQUEST
           MOVE AqRequestStamp TO WS-KEY-STAMP
           MOVE AqType TO WS-KEY-TYPE
           MOVE AqFileDate TO WS-KEY-FILE-DATE
           MOVE AqSourceId TO WS-KEY-SOURCE-ID
           EVALUATE TRUE
             WHEN Find-Override-Action
               PERFORM Find-Approved-Override
             WHEN Next-Reversal-Action
               PERFORM Find-Next-Reversal
             WHEN Update-Request-Action
               PERFORM Update-Request
           END-EVALUATE
           GOBACK.

       Find-Approved-Override.
           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-STATUS = "35"
             CONTINUE
           ELSE
             MOVE "N" TO APPROVAL-EOF-SW
             READ APPROVAL-FILE INTO WS-QUEUE-REQUEST
               AT END MOVE "Y" TO APPROVAL-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Approval-File OR LNK-FOUND = "Y"
               IF Request-Feed-Override AND Request-Approved
                  AND AqFileDate = WS-KEY-FILE-DATE
                  AND AqSourceId = WS-KEY-SOURCE-ID
                 MOVE WS-QUEUE-REQUEST TO LNK-REQUEST
                 MOVE "Y" TO LNK-FOUND
               END-IF
               READ APPROVAL-FILE INTO WS-QUEUE-REQUEST
                 AT END MOVE "Y" TO APPROVAL-EOF-SW
               END-READ
             END-PERFORM
             CLOSE APPROVAL-FILE
           END-IF.

      *Requests are appended as they are raised, so the first
      *approved reversal past the caller's stamp is the next one.
       Find-Next-Reversal.
           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-STATUS = "35"
             CONTINUE
           ELSE
             MOVE "N" TO APPROVAL-EOF-SW
             READ APPROVAL-FILE INTO WS-QUEUE-REQUEST
               AT END MOVE "Y" TO APPROVAL-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Approval-File OR LNK-FOUND = "Y"
               IF Request-Reversal AND Request-Approved
                  AND AqRequestStamp > WS-KEY-STAMP
                 MOVE WS-QUEUE-REQUEST TO LNK-REQUEST
                 MOVE "Y" TO LNK-FOUND
               END-IF
               READ APPROVAL-FILE INTO WS-QUEUE-REQUEST
                 AT END MOVE "Y" TO APPROVAL-EOF-SW
               END-READ
             END-PERFORM
             CLOSE APPROVAL-FILE
           END-IF.

       Update-Request.
           MOVE 0 TO WS-QUEUE-COUNT
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
                 IF AqRequestStamp = WS-KEY-STAMP
                    AND AqType = WS-KEY-TYPE
                   MOVE LNK-REQUEST TO WS-QUEUE-ENTRY(WS-QUEUE-COUNT)
                   MOVE "Y" TO LNK-FOUND
                 ELSE
                   MOVE WS-QUEUE-REQUEST
                     TO WS-QUEUE-ENTRY(WS-QUEUE-COUNT)
                 END-IF
                 READ APPROVAL-FILE INTO WS-QUEUE-REQUEST
                   AT END MOVE "Y" TO APPROVAL-EOF-SW
                 END-READ
               END-IF
             END-PERFORM
             CLOSE APPROVAL-FILE
           END-IF
           IF Queue-Table-Full
             DISPLAY "Approval queue has more than ", WS-QUEUE-LIMIT,
               " requests - status not updated."
             MOVE "N" TO LNK-FOUND
           ELSE
             IF LNK-FOUND = "Y"
               OPEN OUTPUT APPROVAL-FILE
               PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
                  UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
                 WRITE APPROVAL-RECORD
                   FROM WS-QUEUE-ENTRY(WS-QUEUE-IDX)
               END-PERFORM
               CLOSE APPROVAL-FILE
             END-IF
           END-IF.
