       IDENTIFICATION DIVISION.
       PROGRAM-ID. AmountPattern.
      *Amount-pattern checks and history on behalf of the posting
      *programs, so a detail keyed a thousand times too large is
      *held at feed acceptance even when the feed balances its own
      *trailer. The history holds the most recent detail amounts
      *posted for each branch and category, in the home currency.
      *Action C checks the amount in the linkage area against the
      *typical range for the branch and category - the smallest and
      *largest of the recent amounts, either sign, widened by the
      *pattern factor - and returns the range with the result: Y in
      *pattern, N out of pattern, or U when there is too little
      *history to judge. Action A adds a posted amount to the
      *history, dropping the oldest; action W writes the history
      *back once the posting is complete, so a run that fails
      *before W leaves the history as it was. Action L reads the
      *history file afresh, dropping anything held from an earlier
      *call - every posting starts with it, since several postings
      *may run one after another under the same driver. A first
      *call of any other action reads the file too, and after W it
      *is read again on the next call.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATTERN-FILE ASSIGN TO "amount-pattern.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PATTERN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PATTERN-FILE.
       01 PATTERN-RECORD PIC X(153).

       WORKING-STORAGE SECTION.
       01 WS-PATTERN-STATUS PIC XX.
       01 PATTERN-EOF-SW PIC X VALUE "N".
         88 End-Of-Pattern-File VALUE "Y".

      *One branch and category's history as read, updated, or
      *rewritten.
       01 WS-PATTERN-WORK.
           COPY "amount_pattern".

       01 WS-LOADED-SW PIC X VALUE "N".
         88 History-Loaded VALUE "Y".
       01 WS-CHANGED-SW PIC X VALUE "N".
         88 History-Changed VALUE "Y".
       01 WS-OVERFLOW-SW PIC X VALUE "N".
         88 History-Overflow VALUE "Y".
       01 WS-PATTERN-LIMIT PIC 9(4) VALUE 1000.
       01 WS-PATTERN-COUNT PIC 9(4) VALUE 0.
       01 WS-PATTERN-TABLE.
         02 WS-PATTERN-IMAGE PIC X(153) OCCURS 1000 TIMES.
       01 WS-PATTERN-IDX PIC 9(4).
       01 WS-FOUND-IDX PIC 9(4).
       01 WS-FOUND-SW PIC X.
         88 History-Found VALUE "Y".
       01 WS-AMOUNT-IDX PIC 99.

      *Slots of history kept, the fewest postings a range is taken
      *from, and how far outside the recent smallest and largest
      *amounts a detail may fall before it is out of pattern.
       01 WS-HISTORY-DEPTH PIC 99 VALUE 10.
       01 WS-HISTORY-MINIMUM PIC 99 VALUE 5.
       01 WS-PATTERN-FACTOR PIC 99 VALUE 5.

       01 WS-ABS-AMOUNT PIC 9(11)V99.
       01 WS-RECENT-ABS PIC 9(11)V99.
       01 WS-RECENT-LOW PIC 9(11)V99.
       01 WS-RECENT-HIGH PIC 9(11)V99.

       LINKAGE SECTION.
       01 LNK-ACTION PIC X.
         88 Check-Amount-Action VALUE "C".
         88 Add-Amount-Action VALUE "A".
         88 Write-History-Action VALUE "W".
         88 Load-History-Action VALUE "L".
       01 LNK-BRANCH PIC X(4).
       01 LNK-CATEGORY PIC X(4).
       01 LNK-AMOUNT PIC S9(11)V99.
       01 LNK-LOW PIC 9(11)V99.
       01 LNK-HIGH PIC 9(11)V99.
       01 LNK-RESULT PIC X.

       PROCEDURE DIVISION USING LNK-ACTION LNK-BRANCH LNK-CATEGORY
           LNK-AMOUNT LNK-LOW LNK-HIGH LNK-RESULT.
       Main.
           IF Load-History-Action OR NOT History-Loaded
             PERFORM Load-History
           END-IF
           EVALUATE TRUE
             WHEN Check-Amount-Action
               PERFORM Check-Amount
             WHEN Add-Amount-Action
               PERFORM Add-Amount
             WHEN Write-History-Action
               PERFORM Write-History
           END-EVALUATE
           GOBACK.

       Load-History.
           MOVE "Y" TO WS-LOADED-SW
           MOVE "N" TO WS-CHANGED-SW
           MOVE "N" TO WS-OVERFLOW-SW
           MOVE 0 TO WS-PATTERN-COUNT
           OPEN INPUT PATTERN-FILE
           IF WS-PATTERN-STATUS = "35"
             CONTINUE
           ELSE
             MOVE "N" TO PATTERN-EOF-SW
             READ PATTERN-FILE
               AT END MOVE "Y" TO PATTERN-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Pattern-File
                OR WS-PATTERN-COUNT >= WS-PATTERN-LIMIT
               ADD 1 TO WS-PATTERN-COUNT
               MOVE PATTERN-RECORD TO WS-PATTERN-IMAGE(WS-PATTERN-COUNT)
               READ PATTERN-FILE
                 AT END MOVE "Y" TO PATTERN-EOF-SW
               END-READ
             END-PERFORM
             IF NOT End-Of-Pattern-File
               MOVE "Y" TO WS-OVERFLOW-SW
               DISPLAY "Amount pattern history holds more than ",
                 WS-PATTERN-LIMIT, " branch categories - history "
                 "not updated."
             END-IF
             CLOSE PATTERN-FILE
           END-IF.

       Find-History.
           MOVE "N" TO WS-FOUND-SW
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-PATTERN-IDX FROM 1 BY 1
               UNTIL WS-PATTERN-IDX > WS-PATTERN-COUNT
                  OR History-Found
             MOVE WS-PATTERN-IMAGE(WS-PATTERN-IDX) TO WS-PATTERN-WORK
             IF ApBranch = LNK-BRANCH AND ApCategory = LNK-CATEGORY
               MOVE "Y" TO WS-FOUND-SW
               MOVE WS-PATTERN-IDX TO WS-FOUND-IDX
             END-IF
           END-PERFORM.

       Check-Amount.
           MOVE 0 TO LNK-LOW
           MOVE 0 TO LNK-HIGH
           MOVE "U" TO LNK-RESULT
           PERFORM Find-History
           IF History-Found AND ApCount >= WS-HISTORY-MINIMUM
             MOVE 99999999999.99 TO WS-RECENT-LOW
             MOVE 0 TO WS-RECENT-HIGH
             PERFORM VARYING WS-AMOUNT-IDX FROM 1 BY 1
                 UNTIL WS-AMOUNT-IDX > ApCount
               IF ApRecentAmount(WS-AMOUNT-IDX) < 0
                 COMPUTE WS-RECENT-ABS =
                   0 - ApRecentAmount(WS-AMOUNT-IDX)
               ELSE
                 MOVE ApRecentAmount(WS-AMOUNT-IDX) TO WS-RECENT-ABS
               END-IF
               IF WS-RECENT-ABS < WS-RECENT-LOW
                 MOVE WS-RECENT-ABS TO WS-RECENT-LOW
               END-IF
               IF WS-RECENT-ABS > WS-RECENT-HIGH
                 MOVE WS-RECENT-ABS TO WS-RECENT-HIGH
               END-IF
             END-PERFORM
             COMPUTE LNK-LOW = WS-RECENT-LOW / WS-PATTERN-FACTOR
             COMPUTE LNK-HIGH = WS-RECENT-HIGH * WS-PATTERN-FACTOR
               ON SIZE ERROR MOVE 99999999999.99 TO LNK-HIGH
             END-COMPUTE
             IF LNK-AMOUNT < 0
               COMPUTE WS-ABS-AMOUNT = 0 - LNK-AMOUNT
             ELSE
               MOVE LNK-AMOUNT TO WS-ABS-AMOUNT
             END-IF
             IF WS-ABS-AMOUNT < LNK-LOW OR WS-ABS-AMOUNT > LNK-HIGH
               MOVE "N" TO LNK-RESULT
             ELSE
               MOVE "Y" TO LNK-RESULT
             END-IF
           END-IF.

      *The newest amount goes in the first slot and the oldest
      *drops off the end once every slot is filled.
       Add-Amount.
           PERFORM Find-History
           IF NOT History-Found
             IF WS-PATTERN-COUNT >= WS-PATTERN-LIMIT
               MOVE "Y" TO WS-OVERFLOW-SW
             ELSE
               ADD 1 TO WS-PATTERN-COUNT
               MOVE WS-PATTERN-COUNT TO WS-FOUND-IDX
               MOVE SPACES TO WS-PATTERN-WORK
               MOVE LNK-BRANCH TO ApBranch
               MOVE LNK-CATEGORY TO ApCategory
               MOVE 0 TO ApCount
               PERFORM VARYING WS-AMOUNT-IDX FROM 1 BY 1
                   UNTIL WS-AMOUNT-IDX > WS-HISTORY-DEPTH
                 MOVE 0 TO ApRecentAmount(WS-AMOUNT-IDX)
               END-PERFORM
               MOVE "Y" TO WS-FOUND-SW
             END-IF
           END-IF
           IF History-Found
             PERFORM VARYING WS-AMOUNT-IDX FROM WS-HISTORY-DEPTH BY -1
                 UNTIL WS-AMOUNT-IDX < 2
               MOVE ApRecentAmount(WS-AMOUNT-IDX - 1)
                 TO ApRecentAmount(WS-AMOUNT-IDX)
             END-PERFORM
             MOVE LNK-AMOUNT TO ApRecentAmount(1)
             IF ApCount < WS-HISTORY-DEPTH
               ADD 1 TO ApCount
             END-IF
             MOVE WS-PATTERN-WORK TO WS-PATTERN-IMAGE(WS-FOUND-IDX)
             MOVE "Y" TO WS-CHANGED-SW
           END-IF.

      *A history bigger than the table must never be rewritten from
      *it - branch categories past the limit would be lost. The
      *next call reads the file again rather than trusting what is
      *held.
       Write-History.
           IF History-Changed AND NOT History-Overflow
             OPEN OUTPUT PATTERN-FILE
             PERFORM VARYING WS-PATTERN-IDX FROM 1 BY 1
                 UNTIL WS-PATTERN-IDX > WS-PATTERN-COUNT
               WRITE PATTERN-RECORD
                 FROM WS-PATTERN-IMAGE(WS-PATTERN-IDX)
             END-PERFORM
             CLOSE PATTERN-FILE
             MOVE "N" TO WS-CHANGED-SW
           END-IF
           MOVE "N" TO WS-LOADED-SW.
