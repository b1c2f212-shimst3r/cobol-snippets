       IDENTIFICATION DIVISION.
       PROGRAM-ID. BranchMaint.
      *Maintain the branch master - every branch code that sends an
      *amounts feed, the source id its feed header carries, the
      *branch name, and the weekdays a feed is expected. Entries are
      *proved as they are keyed: code, source id, and name not
      *blank, and seven Y/N expected-day flags with at least one Y.
      *FeedCalendarCheck reads the master after the calc step to
      *report branches whose expected feed never arrived.
       AUTHOR. Nils Müller.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-MASTER ASSIGN TO "branch-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BRANCH-MASTER.
       01 BRANCH-RECORD.
           COPY "branch_record".

       WORKING-STORAGE SECTION.
       01 WS-BRANCH-STATUS PIC XX.
       01 BRANCH-EOF-SW PIC X VALUE "N".
         88 End-Of-Branch-File VALUE "Y".

       01 WS-ACTION PIC X VALUE SPACE.
         88 Add-Action VALUE "A" "a".
         88 Change-Action VALUE "C" "c".
         88 Delete-Action VALUE "D" "d".
         88 List-Action VALUE "L" "l".
         88 End-Action VALUE "E" "e".

       01 WS-BRANCH-LIMIT PIC 99 VALUE 50.
       01 WS-BRANCH-COUNT PIC 99 VALUE 0.
       01 WS-BRANCH-TABLE.
         02 WS-BRANCH-ENTRY OCCURS 50 TIMES.
           03 WS-BRM-DELETED PIC X.
           03 WS-BRM-CODE PIC X(4).
           03 WS-BRM-SOURCE PIC X(8).
           03 WS-BRM-NAME PIC X(20).
           03 WS-BRM-DAYS PIC X(7).
       01 WS-BRANCH-IDX PIC 99.
       01 WS-FOUND-IDX PIC 99.
       01 WS-FOUND-SW PIC X.
         88 Branch-Found VALUE "Y".
       01 WS-CHANGED-SW PIC X VALUE "N".
         88 Table-Changed VALUE "Y".
       01 WS-OVERFLOW-SW PIC X VALUE "N".
         88 Branch-Table-Overflow VALUE "Y".

       01 WS-CODE-IN PIC X(4).
       01 WS-SOURCE-IN PIC X(8).
       01 WS-NAME-IN PIC X(20).
       01 WS-DAYS-IN PIC X(7).
       01 WS-DAYS-IN-TABLE REDEFINES WS-DAYS-IN.
         02 WS-DAY-IN PIC X OCCURS 7 TIMES.
       01 WS-DAY-IDX PIC 9.
       01 WS-ENTRY-OK-SW PIC X.
         88 Entry-Is-Valid VALUE "Y".

       PROCEDURE DIVISION.
       Main.
           PERFORM Load-Branch-Table
      *A file bigger than the table must never be rewritten from
      *it - branches past the limit would be silently lost.
           IF Branch-Table-Overflow
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM Get-Maint-Action
           PERFORM UNTIL End-Action
             EVALUATE TRUE
               WHEN Add-Action
                 PERFORM Add-Branch-Entry
               WHEN Change-Action
                 PERFORM Change-Branch-Entry
               WHEN Delete-Action
                 PERFORM Delete-Branch-Entry
               WHEN List-Action
                 PERFORM List-Branch-Entries
               WHEN OTHER
                 DISPLAY "Enter A, C, D, L, or E."
             END-EVALUATE
             PERFORM Get-Maint-Action
           END-PERFORM
           IF Table-Changed
             PERFORM Rewrite-Branch-File
             DISPLAY "Branch master rewritten."
           END-IF
           GOBACK.

       Get-Maint-Action.
           DISPLAY "Action - (A)dd, (C)hange, (D)elete, (L)ist, "
             "or (E)nd: "
           ACCEPT WS-ACTION.

       Load-Branch-Table.
           MOVE 0 TO WS-BRANCH-COUNT
           OPEN INPUT BRANCH-MASTER
           IF WS-BRANCH-STATUS = "35"
             DISPLAY "Branch master not found - starting empty."
           ELSE
             MOVE "N" TO BRANCH-EOF-SW
             READ BRANCH-MASTER
               AT END MOVE "Y" TO BRANCH-EOF-SW
             END-READ
             PERFORM UNTIL End-Of-Branch-File
                OR WS-BRANCH-COUNT >= WS-BRANCH-LIMIT
               ADD 1 TO WS-BRANCH-COUNT
               MOVE SPACE TO WS-BRM-DELETED(WS-BRANCH-COUNT)
               MOVE BrCode TO WS-BRM-CODE(WS-BRANCH-COUNT)
               MOVE BrSourceId TO WS-BRM-SOURCE(WS-BRANCH-COUNT)
               MOVE BrName TO WS-BRM-NAME(WS-BRANCH-COUNT)
               MOVE BrExpectedDays TO WS-BRM-DAYS(WS-BRANCH-COUNT)
               READ BRANCH-MASTER
                 AT END MOVE "Y" TO BRANCH-EOF-SW
               END-READ
             END-PERFORM
             IF NOT End-Of-Branch-File
               MOVE "Y" TO WS-OVERFLOW-SW
               DISPLAY "Branch master holds more than ",
                 WS-BRANCH-LIMIT, " records - maintenance abandoned."
             END-IF
             CLOSE BRANCH-MASTER
           END-IF.

       Find-Branch-Entry.
           MOVE "N" TO WS-FOUND-SW
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
               UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT OR Branch-Found
             IF WS-BRM-DELETED(WS-BRANCH-IDX) = SPACE
                AND WS-BRM-CODE(WS-BRANCH-IDX) = WS-CODE-IN
               MOVE "Y" TO WS-FOUND-SW
               MOVE WS-BRANCH-IDX TO WS-FOUND-IDX
             END-IF
           END-PERFORM.

       List-Branch-Entries.
           DISPLAY "CODE SOURCE   NAME                 MTWTFSS"
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
               UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
             IF WS-BRM-DELETED(WS-BRANCH-IDX) = SPACE
               DISPLAY WS-BRM-CODE(WS-BRANCH-IDX), " ",
                 WS-BRM-SOURCE(WS-BRANCH-IDX), " ",
                 WS-BRM-NAME(WS-BRANCH-IDX), " ",
                 WS-BRM-DAYS(WS-BRANCH-IDX)
             END-IF
           END-PERFORM.

      *All the field edits for one entry - source id and name not
      *blank, and every expected-day flag Y or N with at least one
      *Y.
       Accept-Validated-Entry.
           MOVE "N" TO WS-ENTRY-OK-SW
           DISPLAY "Feed source id (8 characters): "
           ACCEPT WS-SOURCE-IN
           IF WS-SOURCE-IN = SPACES
             DISPLAY "Source id may not be blank."
           ELSE
             DISPLAY "Branch name: "
             ACCEPT WS-NAME-IN
             IF WS-NAME-IN = SPACES
               DISPLAY "Branch name may not be blank."
             ELSE
               DISPLAY "Feed expected Mon-Sun (seven Y/N flags, "
                 "e.g. YYYYYNN): "
               ACCEPT WS-DAYS-IN
               PERFORM Check-Expected-Day-Flags
             END-IF
           END-IF.

       Check-Expected-Day-Flags.
           MOVE "Y" TO WS-ENTRY-OK-SW
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 7
             IF WS-DAY-IN(WS-DAY-IDX) NOT = "Y"
                AND WS-DAY-IN(WS-DAY-IDX) NOT = "N"
               MOVE "N" TO WS-ENTRY-OK-SW
             END-IF
           END-PERFORM
           IF NOT Entry-Is-Valid
             DISPLAY "Expected days must be seven Y/N flags."
           ELSE
             IF WS-DAYS-IN = "NNNNNNN"
               DISPLAY "At least one expected day must be Y."
               MOVE "N" TO WS-ENTRY-OK-SW
             END-IF
           END-IF.

       Add-Branch-Entry.
           DISPLAY "Branch code (4 characters): "
           ACCEPT WS-CODE-IN
           IF WS-CODE-IN = SPACES
             DISPLAY "Branch code may not be blank."
           ELSE
             PERFORM Find-Branch-Entry
             IF Branch-Found
               DISPLAY "Branch already on the master."
             ELSE
               IF WS-BRANCH-COUNT >= WS-BRANCH-LIMIT
                 DISPLAY "Branch table full."
               ELSE
                 PERFORM Accept-Validated-Entry
                 IF Entry-Is-Valid
                   ADD 1 TO WS-BRANCH-COUNT
                   MOVE SPACE TO WS-BRM-DELETED(WS-BRANCH-COUNT)
                   MOVE WS-CODE-IN TO WS-BRM-CODE(WS-BRANCH-COUNT)
                   MOVE WS-SOURCE-IN TO WS-BRM-SOURCE(WS-BRANCH-COUNT)
                   MOVE WS-NAME-IN TO WS-BRM-NAME(WS-BRANCH-COUNT)
                   MOVE WS-DAYS-IN TO WS-BRM-DAYS(WS-BRANCH-COUNT)
                   MOVE "Y" TO WS-CHANGED-SW
                   DISPLAY "Branch entry added."
                 END-IF
               END-IF
             END-IF
           END-IF.

       Change-Branch-Entry.
           DISPLAY "Branch code (4 characters): "
           ACCEPT WS-CODE-IN
           PERFORM Find-Branch-Entry
           IF NOT Branch-Found
             DISPLAY "Branch not on the master."
           ELSE
             PERFORM Accept-Validated-Entry
             IF Entry-Is-Valid
               MOVE WS-SOURCE-IN TO WS-BRM-SOURCE(WS-FOUND-IDX)
               MOVE WS-NAME-IN TO WS-BRM-NAME(WS-FOUND-IDX)
               MOVE WS-DAYS-IN TO WS-BRM-DAYS(WS-FOUND-IDX)
               MOVE "Y" TO WS-CHANGED-SW
               DISPLAY "Branch entry changed."
             END-IF
           END-IF.

       Delete-Branch-Entry.
           DISPLAY "Branch code (4 characters): "
           ACCEPT WS-CODE-IN
           PERFORM Find-Branch-Entry
           IF NOT Branch-Found
             DISPLAY "Branch not on the master."
           ELSE
             MOVE "D" TO WS-BRM-DELETED(WS-FOUND-IDX)
             MOVE "Y" TO WS-CHANGED-SW
             DISPLAY "Branch entry deleted: ", WS-CODE-IN
           END-IF.

       Rewrite-Branch-File.
           OPEN OUTPUT BRANCH-MASTER
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
               UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
             IF WS-BRM-DELETED(WS-BRANCH-IDX) = SPACE
               MOVE SPACES TO BRANCH-RECORD
               MOVE WS-BRM-CODE(WS-BRANCH-IDX) TO BrCode
               MOVE WS-BRM-SOURCE(WS-BRANCH-IDX) TO BrSourceId
               MOVE WS-BRM-NAME(WS-BRANCH-IDX) TO BrName
               MOVE WS-BRM-DAYS(WS-BRANCH-IDX) TO BrExpectedDays
               WRITE BRANCH-RECORD
             END-IF
           END-PERFORM
           CLOSE BRANCH-MASTER.
